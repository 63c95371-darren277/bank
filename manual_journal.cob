       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUAL-JOURNAL.
       AUTHOR. DARREN-MACKENZIE.

      *> Manual general-ledger journal entries. Every other gl_journal
      *> row is written by a program; Finance's own adjustments --
      *> accrued expenses, prepaid amortization, correcting a
      *> mis-mapped entry -- are keyed here, maker-checker, instead of
      *> as raw SQL:
      *>   K = Key an entry (any operator). Up to twenty lines, each a
      *>       debit or credit of an amount to a GL account code (one
      *>       on chart_of_accounts or the gl_accounts master) at a
      *>       branch that is not CLOSED. The entry must balance --
      *>       debits equal to credits -- or it is not saved. Then a
      *>       description, the entry date (blank = the business
      *>       date; never later, and never in a CLOSED accounting
      *>       period) and whether it is a reversing entry. It is
      *>       recorded PENDING on manual_journal_entries and
      *>       manual_journal_lines with the maker and the time.
      *>   L = List the PENDING entries awaiting a checker.
      *>   A = Approve and post a PENDING entry (SUP role, never the
      *>       entry's own maker). The checker and time are stamped
      *>       and each line journals to gl_journal, dated the entry
      *>       date, against the manual-journal clearing account pair
      *>       on chart_of_accounts 'J' (a debit line credits the
      *>       pair's credit account, a credit line debits its debit
      *>       account -- the entry balances, so clearing nets to
      *>       nil). The period lock is checked again here: a period
      *>       GL-MONTH-END-CLOSE-BATCH closed since the entry was
      *>       keyed refuses it.
      *>   R = Reject a PENDING entry (SUP role).
      *>   J = Journal listing for the auditors: every manual entry,
      *>       for one period or all, with its lines, status, maker
      *>       and checker with their times, and any reversal link.
      *>       Shown here and written to ./manual_journal_listing.txt.
      *> A reversing entry is reversed by JOURNAL-REVERSAL-BATCH on
      *> the first business day of the following period.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-LISTING-FILE
           ASSIGN TO "./manual_journal_listing.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(300).
       FD  JOURNAL-LISTING-FILE.
       01  JOURNAL-LISTING-RECORD PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).

       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY     OCCURS 20 TIMES.
               10  WS-LINE-SIDE    PIC X(1).
               10  WS-LINE-ACCOUNT PIC X(12).
               10  WS-LINE-BRANCH  PIC X(10).
               10  WS-LINE-AMOUNT  PIC 9(13)V99.
       01  WS-LINE-COUNT         PIC 9(2) VALUE 0.
       01  WS-LINE-IDX           PIC 9(2) VALUE 0.
       01  WS-LINE-NO-DISP       PIC Z9.
       01  WS-IN-SIDE            PIC X(1) VALUE SPACE.
       01  WS-IN-ACCOUNT         PIC X(12) VALUE SPACES.
       01  WS-IN-BRANCH          PIC X(10) VALUE SPACES.
       01  WS-IN-AMOUNT          PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-DEBITS       PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-CREDITS      PIC 9(15)V99 VALUE 0.
       01  WS-OUT-OF-BALANCE     PIC S9(15)V99 VALUE 0.
       01  WS-FMT-AMOUNT         PIC Z(13)9.99.
       01  WS-FMT-DEBITS         PIC Z(13)9.99.
       01  WS-FMT-CREDITS        PIC Z(13)9.99.
       01  WS-FMT-DIFFERENCE     PIC -(13)9.99.

       01  WS-DESCRIPTION        PIC X(60) VALUE SPACES.
       01  WS-ENTRY-DATE         PIC X(10) VALUE SPACES.
       01  WS-DATE-SQL           PIC X(20) VALUE SPACES.
       01  WS-REVERSING          PIC X(1) VALUE 'N'.
       01  WS-PERIOD             PIC X(7) VALUE SPACES.
       01  WS-ENTRY-ID           PIC 9(9) VALUE 0.
       01  WS-ENTRY-ID-DISP      PIC Z(8)9.
       01  WS-AUDIT-ACCOUNT      PIC X(10) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(4000).
       01  WS-SHELL-COMMAND      PIC X(4200).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(300).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SUPERVISOR      PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Action (K=Key an entry, L=List pending, "
               "A=Approve and post, R=Reject, J=Journal listing):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "K"
                   PERFORM KEY-ENTRY-PARA
               WHEN "L"
                   PERFORM LIST-PENDING-PARA
               WHEN "A"
                   PERFORM APPROVE-ENTRY-PARA
               WHEN "R"
                   PERFORM REJECT-ENTRY-PARA
               WHEN "J"
                   PERFORM JOURNAL-LISTING-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be K, L, A, R or J."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CHECK-SUPERVISOR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SUP';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-JRN-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       KEY-ENTRY-PARA.
           PERFORM CAPTURE-LINES-PARA
           IF WS-LINE-COUNT < 2
               DISPLAY "An entry needs at least one debit and one "
                   "credit line -- nothing saved."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

      *> The entry proves itself before it goes anywhere near the
      *> database: debits must equal credits to the cent.
           MOVE 0 TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               IF WS-LINE-SIDE(WS-LINE-IDX) = "D"
                   ADD WS-LINE-AMOUNT(WS-LINE-IDX) TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-LINE-AMOUNT(WS-LINE-IDX) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-DEBITS TO WS-FMT-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-FMT-CREDITS
           DISPLAY "Entry: " WS-LINE-COUNT " lines, debits "
               FUNCTION TRIM(WS-FMT-DEBITS) " credits "
               FUNCTION TRIM(WS-FMT-CREDITS)
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               COMPUTE WS-OUT-OF-BALANCE =
                   WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               MOVE WS-OUT-OF-BALANCE TO WS-FMT-DIFFERENCE
               DISPLAY "Entry does not balance -- out by "
                   FUNCTION TRIM(WS-FMT-DIFFERENCE)
                   ". Nothing saved."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Description (up to 60 characters):"
           ACCEPT WS-DESCRIPTION
           INSPECT WS-DESCRIPTION REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           IF WS-DESCRIPTION = SPACES
               DISPLAY "Description is required -- nothing saved."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           DISPLAY "Enter entry date YYYY-MM-DD (blank = current "
               "business date):"
           ACCEPT WS-ENTRY-DATE
           PERFORM BUILD-DATE-SQL-PARA
           DISPLAY "Reversing entry -- reverse it on the first "
               "business day of next period? (Y/N):"
           ACCEPT WS-REVERSING
           IF WS-REVERSING NOT = "Y"
               MOVE "N" TO WS-REVERSING
           END-IF
           DISPLAY "Save the entry for approval? (Y to save):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Entry abandoned -- nothing saved."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

      *> One statement: header and lines together, and only when the
      *> entry date is no later than the business date and its
      *> period is not CLOSED.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH e AS (INSERT INTO manual_journal_entries ("
               "entry_date, description, reversing, entry_status, "
               "made_by, made_at) SELECT COALESCE("
               FUNCTION TRIM(WS-DATE-SQL) ", r.business_date), '"
               FUNCTION TRIM(WS-DESCRIPTION) "', '" WS-REVERSING
               "', 'PENDING', '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM run_control r WHERE r.control_id = 1 "
               "AND COALESCE(" FUNCTION TRIM(WS-DATE-SQL)
               ", r.business_date) <= r.business_date AND NOT EXISTS "
               "(SELECT 1 FROM accounting_periods p WHERE p.period = "
               "to_char(COALESCE(" FUNCTION TRIM(WS-DATE-SQL)
               ", r.business_date), 'YYYY-MM') AND p.period_status = "
               "'CLOSED') RETURNING entry_id, entry_date), "
               "l AS (INSERT INTO manual_journal_lines (entry_id, "
               "line_no, gl_account, branch_code, debit_amount, "
               "credit_amount) SELECT e.entry_id, v.n, v.acct, v.br, "
               "v.dr, v.cr FROM e, (VALUES "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM APPEND-ONE-LINE-VALUE-PARA
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
           STRING
               ") v(n, acct, br, dr, cr) RETURNING entry_id) "
               "SELECT e.entry_id || ' dated ' || e.entry_date FROM "
               "e;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-JRN-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Entry not saved -- the entry date is invalid, "
                   "after the business date, or in a CLOSED "
                   "accounting period."
           ELSE
               DISPLAY "Entry " FUNCTION TRIM(WS-PSQL-RESULT)
                   " saved -- PENDING approval by a second, SUP "
                   "operator. Nothing posted."
           END-IF.

       CAPTURE-LINES-PARA.
           MOVE 0 TO WS-LINE-COUNT
           MOVE SPACE TO WS-IN-SIDE
           PERFORM CAPTURE-ONE-LINE-PARA
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > 20 OR WS-IN-SIDE = "X".

       CAPTURE-ONE-LINE-PARA.
           COMPUTE WS-LINE-NO-DISP = WS-LINE-COUNT + 1
           DISPLAY "Line " WS-LINE-NO-DISP
               " (D=Debit, C=Credit, X=Done):"
           ACCEPT WS-IN-SIDE
           IF WS-IN-SIDE = "D" OR WS-IN-SIDE = "C"
               DISPLAY "GL account code:"
               ACCEPT WS-IN-ACCOUNT
               DISPLAY "Branch code:"
               ACCEPT WS-IN-BRANCH
               DISPLAY "Amount:"
               ACCEPT WS-IN-AMOUNT
               INSPECT WS-IN-ACCOUNT REPLACING ALL "'" BY SPACE
                   ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
                   ALL "\" BY SPACE
               INSPECT WS-IN-BRANCH REPLACING ALL "'" BY SPACE
                   ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
                   ALL "\" BY SPACE
               IF WS-IN-AMOUNT NOT NUMERIC OR WS-IN-AMOUNT <= 0
                   DISPLAY "Invalid amount -- line discarded."
               ELSE
                   PERFORM VALIDATE-LINE-PARA
                   EVALUATE WS-PSQL-RESULT
                       WHEN "OK"
                           ADD 1 TO WS-LINE-COUNT
                           MOVE WS-IN-SIDE
                               TO WS-LINE-SIDE(WS-LINE-COUNT)
                           MOVE WS-IN-ACCOUNT
                               TO WS-LINE-ACCOUNT(WS-LINE-COUNT)
                           MOVE WS-IN-BRANCH
                               TO WS-LINE-BRANCH(WS-LINE-COUNT)
                           MOVE WS-IN-AMOUNT
                               TO WS-LINE-AMOUNT(WS-LINE-COUNT)
                       WHEN "ACCOUNT"
                           DISPLAY "GL account "
                               FUNCTION TRIM(WS-IN-ACCOUNT)
                               " is not on the chart -- line "
                               "discarded."
                       WHEN "BRANCH"
                           DISPLAY "Branch "
                               FUNCTION TRIM(WS-IN-BRANCH)
                               " is not an open branch -- line "
                               "discarded."
                       WHEN OTHER
                           DISPLAY "Line could not be checked -- "
                               "discarded."
                   END-EVALUATE
               END-IF
           ELSE
               IF WS-IN-SIDE NOT = "X"
                   DISPLAY "Invalid side -- line discarded."
               END-IF
           END-IF.

       VALIDATE-LINE-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE WHEN NOT (EXISTS (SELECT 1 FROM "
               "chart_of_accounts WHERE '" FUNCTION TRIM(WS-IN-ACCOUNT)
               "' IN (debit_gl_account, credit_gl_account)) OR EXISTS "
               "(SELECT 1 FROM gl_accounts WHERE gl_account = '"
               FUNCTION TRIM(WS-IN-ACCOUNT) "')) THEN 'ACCOUNT' WHEN "
               "NOT EXISTS (SELECT 1 FROM branches WHERE branch_code "
               "= '" FUNCTION TRIM(WS-IN-BRANCH) "' AND COALESCE("
               "branch_status, 'OPEN') <> 'CLOSED') THEN 'BRANCH' "
               "ELSE 'OK' END;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-JRN-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA.

       APPEND-ONE-LINE-VALUE-PARA.
           MOVE WS-LINE-IDX TO WS-LINE-NO-DISP
           MOVE WS-LINE-AMOUNT(WS-LINE-IDX) TO WS-FMT-AMOUNT
           IF WS-LINE-IDX > 1
               STRING ", "
                   INTO WS-SQL-COMMAND
                   WITH POINTER WS-SQL-PTR
           END-IF
           IF WS-LINE-SIDE(WS-LINE-IDX) = "D"
               STRING "(" FUNCTION TRIM(WS-LINE-NO-DISP) ", '"
                   FUNCTION TRIM(WS-LINE-ACCOUNT(WS-LINE-IDX)) "', '"
                   FUNCTION TRIM(WS-LINE-BRANCH(WS-LINE-IDX)) "', "
                   FUNCTION TRIM(WS-FMT-AMOUNT) ", 0)"
                   DELIMITED BY SIZE
                   INTO WS-SQL-COMMAND
                   WITH POINTER WS-SQL-PTR
           ELSE
               STRING "(" FUNCTION TRIM(WS-LINE-NO-DISP) ", '"
                   FUNCTION TRIM(WS-LINE-ACCOUNT(WS-LINE-IDX)) "', '"
                   FUNCTION TRIM(WS-LINE-BRANCH(WS-LINE-IDX)) "', 0, "
                   FUNCTION TRIM(WS-FMT-AMOUNT) ")"
                   DELIMITED BY SIZE
                   INTO WS-SQL-COMMAND
                   WITH POINTER WS-SQL-PTR
           END-IF.

       BUILD-DATE-SQL-PARA.
           *> WS-ENTRY-DATE as a SQL date, NULL when left blank.
           INSPECT WS-ENTRY-DATE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE
           MOVE SPACES TO WS-DATE-SQL
           IF WS-ENTRY-DATE = SPACES
               MOVE "NULL::date" TO WS-DATE-SQL
           ELSE
               STRING "DATE '" FUNCTION TRIM(WS-ENTRY-DATE) "'"
                   DELIMITED BY SIZE INTO WS-DATE-SQL
           END-IF.

       LIST-PENDING-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT m.entry_id || ' | ' || m.entry_date || ' | ' "
               "|| m.description || ' | ' || to_char(SUM("
               "l.debit_amount), 'FM999,999,999,990.00') || CASE "
               "WHEN m.reversing = 'Y' THEN ' | reversing' ELSE '' "
               "END || ' | maker ' || m.made_by || ' ' || to_char("
               "m.made_at, 'YYYY-MM-DD HH24:MI') FROM "
               "manual_journal_entries m JOIN manual_journal_lines l "
               "ON l.entry_id = m.entry_id WHERE m.entry_status = "
               "'PENDING' GROUP BY m.entry_id ORDER BY m.entry_id;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-JRN-SQL-PARA
           DISPLAY "Manual journal entries awaiting approval:"
           PERFORM DISPLAY-RESULTS-PARA.

       APPROVE-ENTRY-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Approving a journal entry requires the SUP "
                   "role."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Entry ID to approve:"
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO WS-ENTRY-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Entry ' || m.entry_id || ' dated ' || "
               "m.entry_date || ': ' || m.description || CASE WHEN "
               "m.reversing = 'Y' THEN ' (reversing)' ELSE '' END || "
               "', keyed by ' || m.made_by || ' at ' || to_char("
               "m.made_at, 'YYYY-MM-DD HH24:MI') FROM "
               "manual_journal_entries m WHERE m.entry_id = "
               FUNCTION TRIM(WS-ENTRY-ID-DISP)
               " AND m.entry_status = 'PENDING' AND m.made_by <> '"
               FUNCTION TRIM(WS-OPERATOR-ID) "';"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-JRN-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-ID-DISP)
                   " is not PENDING, or is your own -- an entry is "
                   "approved by someone other than its maker."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
           PERFORM SHOW-ENTRY-LINES-PARA
           DISPLAY "Approve and post this entry? (Y to post):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Approval abandoned -- nothing posted."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

      *> One statement: the entry is stamped POSTED and its lines
      *> journaled together, or neither. The guards are taken again
      *> at posting -- still PENDING, not the maker's, still in
      *> balance, the entry date's period not CLOSED since it was
      *> keyed, and a 'J' clearing pair on the chart.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH ok AS (UPDATE manual_journal_entries m SET "
               "entry_status = 'POSTED', checked_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', checked_at = NOW(), "
               "posted_date = r.business_date FROM run_control r "
               "WHERE r.control_id = 1 AND m.entry_id = "
               FUNCTION TRIM(WS-ENTRY-ID-DISP)
               " AND m.entry_status = 'PENDING' AND m.made_by <> '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' AND NOT EXISTS "
               "(SELECT 1 FROM accounting_periods p WHERE p.period = "
               "to_char(m.entry_date, 'YYYY-MM') AND p.period_status "
               "= 'CLOSED') AND (SELECT SUM(l.debit_amount) - SUM("
               "l.credit_amount) FROM manual_journal_lines l WHERE "
               "l.entry_id = m.entry_id) = 0 AND EXISTS (SELECT 1 "
               "FROM chart_of_accounts c WHERE c.transaction_type = "
               "'J') RETURNING m.entry_id, m.entry_date), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "jr AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount, "
               "branch_code, manual_entry_id) SELECT ok.entry_date, "
               "CASE WHEN l.debit_amount > 0 THEN l.gl_account ELSE "
               "c.debit_gl_account END, CASE WHEN l.debit_amount > 0 "
               "THEN c.credit_gl_account ELSE l.gl_account END, "
               "l.debit_amount + l.credit_amount, l.branch_code, "
               "ok.entry_id FROM ok JOIN manual_journal_lines l ON "
               "l.entry_id = ok.entry_id JOIN chart_of_accounts c ON "
               "c.transaction_type = 'J' RETURNING journal_id) "
               "SELECT COUNT(*) FROM jr;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-JRN-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES OR WS-PSQL-RESULT = "0"
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-ID-DISP)
                   " not posted -- its accounting period is CLOSED, "
                   "it no longer balances, it was decided meanwhile, "
                   "or chart_of_accounts has no 'J' row."
           ELSE
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-ID-DISP)
                   " approved and posted -- "
                   FUNCTION TRIM(WS-PSQL-RESULT)
                   " journal line(s)."
           END-IF.

       SHOW-ENTRY-LINES-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT lpad(line_no::text, 3) || '  ' || rpad("
               "gl_account, 12) || ' branch ' || rpad(branch_code, "
               "10) || CASE WHEN debit_amount > 0 THEN ' DR ' || "
               "to_char(debit_amount, 'FM999,999,999,990.00') ELSE "
               "' CR ' || to_char(credit_amount, "
               "'FM999,999,999,990.00') END FROM manual_journal_lines "
               "WHERE entry_id = " FUNCTION TRIM(WS-ENTRY-ID-DISP)
               " ORDER BY line_no;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-JRN-SQL-PARA
           PERFORM DISPLAY-RESULTS-PARA.

       REJECT-ENTRY-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Rejecting a journal entry requires the SUP "
                   "role."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Entry ID to reject:"
           ACCEPT WS-ENTRY-ID
           MOVE WS-ENTRY-ID TO WS-ENTRY-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE manual_journal_entries SET entry_status = "
               "'REJECTED', checked_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', checked_at = NOW() WHERE entry_id = "
               FUNCTION TRIM(WS-ENTRY-ID-DISP)
               " AND entry_status = 'PENDING' RETURNING entry_id;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           PERFORM RUN-JRN-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-ID-DISP)
                   " is not awaiting approval -- nothing rejected."
           ELSE
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-ID-DISP)
                   " rejected -- it will not post."
           END-IF.

       JOURNAL-LISTING-PARA.
           DISPLAY "Enter period YYYY-MM (blank = every entry):"
           ACCEPT WS-PERIOD
           INSPECT WS-PERIOD REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE

      *> Each entry's header line, then its lines indented under it.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT s.txt FROM (SELECT m.entry_id, 0 AS n, "
               "'Entry ' || m.entry_id || ' | ' || m.entry_date || "
               "' | ' || m.entry_status || CASE WHEN m.reversing = "
               "'Y' THEN ' | reversing' ELSE '' END || COALESCE("
               "' | reverses ' || m.reverses_entry_id, '') || "
               "COALESCE(' | reversed by ' || m.reversed_by_entry_id, "
               "'') || ' | maker ' || m.made_by || ' ' || to_char("
               "m.made_at, 'YYYY-MM-DD HH24:MI') || ' | checker ' || "
               "COALESCE(m.checked_by || ' ' || to_char(m.checked_at, "
               "'YYYY-MM-DD HH24:MI'), '-') || ' | ' || "
               "m.description AS txt FROM manual_journal_entries m "
               "WHERE '" FUNCTION TRIM(WS-PERIOD) "' IN ('', to_char("
               "m.entry_date, 'YYYY-MM')) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT l.entry_id, l.line_no, '    ' || "
               "lpad(l.line_no::text, 3) || '  ' || rpad("
               "l.gl_account, 12) || ' branch ' || rpad("
               "l.branch_code, 10) || CASE WHEN l.debit_amount > 0 "
               "THEN ' DR ' || to_char(l.debit_amount, "
               "'FM999,999,999,990.00') ELSE ' CR ' || to_char("
               "l.credit_amount, 'FM999,999,999,990.00') END FROM "
               "manual_journal_lines l JOIN manual_journal_entries m "
               "ON m.entry_id = l.entry_id WHERE '"
               FUNCTION TRIM(WS-PERIOD) "' IN ('', to_char("
               "m.entry_date, 'YYYY-MM'))) s ORDER BY s.entry_id, "
               "s.n;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-JRN-SQL-PARA

           OPEN OUTPUT JOURNAL-LISTING-FILE
           MOVE "MANUAL JOURNAL LISTING" TO JOURNAL-LISTING-RECORD
           WRITE JOURNAL-LISTING-RECORD
           MOVE SPACES TO JOURNAL-LISTING-RECORD
           IF WS-PERIOD = SPACES
               STRING "Period: all" DELIMITED BY SIZE
                   INTO JOURNAL-LISTING-RECORD
           ELSE
               STRING "Period: " WS-PERIOD DELIMITED BY SIZE
                   INTO JOURNAL-LISTING-RECORD
           END-IF
           WRITE JOURNAL-LISTING-RECORD
           DISPLAY FUNCTION TRIM(JOURNAL-LISTING-RECORD)
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT
                               TRAILING)
                           MOVE WS-PSQL-RESULT
                               TO JOURNAL-LISTING-RECORD
                           WRITE JOURNAL-LISTING-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           CLOSE JOURNAL-LISTING-FILE
           DISPLAY "Listing written to manual_journal_listing.txt.".

       DISPLAY-RESULTS-PARA.
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END DISPLAY "  "
                           FUNCTION TRIM(WS-PSQL-RESULT)
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF.

       READ-ONE-RESULT-PARA.
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       RUN-JRN-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "MANUAL-JOURNAL" WS-AUDIT-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM MANUAL-JOURNAL.
