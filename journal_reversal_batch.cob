       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-REVERSAL-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly auto-reversal of manual journal entries. An entry
      *> keyed in MANUAL-JOURNAL as reversing (a month-end accrual,
      *> say) is undone on the first business day of the following
      *> period: every POSTED reversing entry dated in an earlier
      *> period than the business date, and not yet reversed, gets a
      *> reversal entry dated the business date -- the same lines with
      *> debits and credits swapped, journaled to gl_journal the way
      *> MANUAL-JOURNAL posts, through the chart_of_accounts 'J'
      *> clearing pair. The reversal is recorded POSTED on
      *> manual_journal_entries with made_by BATCH and
      *> reverses_entry_id pointing at the original, whose
      *> reversed_by_entry_id is stamped in the same statement -- so an
      *> entry is never reversed twice, and a night that is missed is
      *> caught up the next. Like GL-POSTING-BATCH it refuses to
      *> journal into a CLOSED period. Reversals made are listed in
      *> ./journal_reversal_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-FEED-FILE
           ASSIGN TO "./journal_reversal_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-REPORT-FILE
           ASSIGN TO "./journal_reversal_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-FEED-FILE.
       01  REVERSAL-FEED-RECORD      PIC X(200).
       FD  REVERSAL-REPORT-FILE.
       01  REVERSAL-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(4000).
       01  WS-SHELL-COMMAND          PIC X(4200).
       01  WS-SQL-PTR                PIC 9(4) COMP.
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-LOCK-STATUS            PIC X(10) VALUE SPACES.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "JOURNAL-REVERSAL-BATCH".
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       01  WS-ORIGINAL-ID            PIC X(12).
       01  WS-REVERSAL-ID            PIC X(12).
       01  WS-ORIGINAL-DATE          PIC X(10).
       01  WS-REVERSED-AMOUNT        PIC X(24).
       01  WS-REVERSED-DESC          PIC X(60).
       01  WS-FMT-AMOUNT             PIC Z(13)9.99.
       01  WS-ENTRIES-REVERSED       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "JOURNAL-REVERSAL-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "JOURNAL-REVERSAL-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM CHECK-LOCK-PARA
           IF WS-LOCK-STATUS NOT = "OK"
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ENTRIES-REVERSED WS-RUN-STATUS
               EVALUATE WS-LOCK-STATUS
                   WHEN "CLOSED"
                       DISPLAY "Accounting period "
                           WS-BUSINESS-DATE(1:7)
                           " is CLOSED -- reversals due cannot be "
                           "journaled into it."
                   WHEN "NO-J"
                       DISPLAY "Reversals are due but "
                           "chart_of_accounts has no 'J' clearing "
                           "row -- nothing reversed."
                   WHEN OTHER
                       DISPLAY "Could not check the period lock."
               END-EVALUATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REVERSE-DUE-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ENTRIES-REVERSED WS-RUN-STATUS
               DISPLAY "JOURNAL-REVERSAL-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REPORT-REVERSALS-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ENTRIES-REVERSED WS-RUN-STATUS
           DISPLAY "JOURNAL-REVERSAL-BATCH complete. Entries reversed: "
               WS-ENTRIES-REVERSED
           GOBACK.

       CHECK-LOCK-PARA.
      *> OK when nothing is due, or when the business date's period
      *> is open and the clearing pair is on the chart.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM "
               "manual_journal_entries WHERE reversing = 'Y' AND "
               "entry_status = 'POSTED' AND reversed_by_entry_id IS "
               "NULL AND to_char(entry_date, 'YYYY-MM') < '"
               WS-BUSINESS-DATE(1:7) "') THEN 'OK' WHEN EXISTS "
               "(SELECT 1 FROM accounting_periods WHERE period = '"
               WS-BUSINESS-DATE(1:7) "' AND period_status = "
               "'CLOSED') THEN 'CLOSED' WHEN NOT EXISTS (SELECT 1 "
               "FROM chart_of_accounts WHERE transaction_type = 'J') "
               "THEN 'NO-J' ELSE 'OK' END;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-REVERSAL-SQL-PARA
           MOVE SPACES TO WS-LOCK-STATUS
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT REVERSAL-FEED-FILE
               READ REVERSAL-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF WS-END-OF-FILE = 'N'
                   MOVE REVERSAL-FEED-RECORD TO WS-LOCK-STATUS
               END-IF
               CLOSE REVERSAL-FEED-FILE
           END-IF.

       REVERSE-DUE-PARA.
      *> One statement: pick the due entries (locked), write each
      *> reversal header, link the original to it, copy the lines
      *> with the sides swapped and journal them. Out: one line per
      *> reversal -- original id, reversal id, original date, amount,
      *> description.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH due AS (SELECT m.entry_id, m.entry_date, "
               "m.description FROM manual_journal_entries m WHERE "
               "m.reversing = 'Y' AND m.entry_status = 'POSTED' AND "
               "m.reversed_by_entry_id IS NULL AND to_char("
               "m.entry_date, 'YYYY-MM') < '" WS-BUSINESS-DATE(1:7)
               "' FOR UPDATE), "
               "rev AS (INSERT INTO manual_journal_entries ("
               "entry_date, description, reversing, entry_status, "
               "made_by, made_at, posted_date, reverses_entry_id) "
               "SELECT DATE '" WS-BUSINESS-DATE "', left('Reversal "
               "of ' || d.entry_id || ' - ' || d.description, 60), "
               "'N', 'POSTED', 'BATCH', NOW(), DATE '"
               WS-BUSINESS-DATE "', d.entry_id FROM due d RETURNING "
               "entry_id, reverses_entry_id, entry_date), "
               "lnk AS (UPDATE manual_journal_entries m SET "
               "reversed_by_entry_id = rev.entry_id FROM rev WHERE "
               "m.entry_id = rev.reverses_entry_id RETURNING "
               "m.entry_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "ln AS (INSERT INTO manual_journal_lines (entry_id, "
               "line_no, gl_account, branch_code, debit_amount, "
               "credit_amount) SELECT rev.entry_id, l.line_no, "
               "l.gl_account, l.branch_code, l.credit_amount, "
               "l.debit_amount FROM rev JOIN manual_journal_lines l ON "
               "l.entry_id = rev.reverses_entry_id RETURNING "
               "entry_id, gl_account, branch_code, debit_amount, "
               "credit_amount), "
               "jr AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount, "
               "branch_code, manual_entry_id) SELECT DATE '"
               WS-BUSINESS-DATE "', CASE WHEN ln.debit_amount > 0 "
               "THEN ln.gl_account ELSE c.debit_gl_account END, CASE "
               "WHEN ln.debit_amount > 0 THEN c.credit_gl_account "
               "ELSE ln.gl_account END, ln.debit_amount + "
               "ln.credit_amount, ln.branch_code, ln.entry_id FROM ln "
               "JOIN chart_of_accounts c ON c.transaction_type = 'J' "
               "RETURNING manual_entry_id, amount) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "SELECT d.entry_id || '|' || rev.entry_id || '|' || "
               "d.entry_date || '|' || COALESCE((SELECT SUM("
               "ln.debit_amount) FROM ln WHERE ln.entry_id = "
               "rev.entry_id), 0) || '|' || d.description FROM rev "
               "JOIN due d ON d.entry_id = rev.reverses_entry_id "
               "ORDER BY d.entry_id;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-REVERSAL-SQL-PARA.

       REPORT-REVERSALS-PARA.
           OPEN OUTPUT REVERSAL-REPORT-FILE
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "Manual journal reversals -- " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           WRITE REVERSAL-REPORT-RECORD
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING "Original   Reversal   Orig date  "
               "          Amount  Description"
               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           WRITE REVERSAL-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT REVERSAL-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ REVERSAL-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM REPORT-ONE-REVERSAL-PARA
               END-READ
           END-PERFORM
           CLOSE REVERSAL-FEED-FILE
           IF WS-ENTRIES-REVERSED = 0
               MOVE "No reversing entries due."
                   TO REVERSAL-REPORT-RECORD
               WRITE REVERSAL-REPORT-RECORD
           END-IF
           CLOSE REVERSAL-REPORT-FILE.

       REPORT-ONE-REVERSAL-PARA.
           ADD 1 TO WS-ENTRIES-REVERSED
           MOVE SPACES TO WS-ORIGINAL-ID WS-REVERSAL-ID
               WS-ORIGINAL-DATE WS-REVERSED-AMOUNT WS-REVERSED-DESC
           UNSTRING REVERSAL-FEED-RECORD DELIMITED BY "|"
               INTO WS-ORIGINAL-ID WS-REVERSAL-ID WS-ORIGINAL-DATE
                   WS-REVERSED-AMOUNT WS-REVERSED-DESC
           END-UNSTRING
           COMPUTE WS-FMT-AMOUNT = FUNCTION NUMVAL(WS-REVERSED-AMOUNT)
           MOVE SPACES TO REVERSAL-REPORT-RECORD
           STRING WS-ORIGINAL-ID(1:10) " " WS-REVERSAL-ID(1:10) " "
               WS-ORIGINAL-DATE " " WS-FMT-AMOUNT "  "
               WS-REVERSED-DESC
               DELIMITED BY SIZE
               INTO REVERSAL-REPORT-RECORD
           WRITE REVERSAL-REPORT-RECORD.

       RUN-REVERSAL-SQL-PARA.
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./journal_reversal_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "JOURNAL-REVERSAL" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       END PROGRAM JOURNAL-REVERSAL-BATCH.
