       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-WORKBENCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Suspense and unapplied-items workbench. Every money item an
      *> import could not apply is booked to the GL suspense account
      *> by SUSPENSE-ITEM-SUB and sits OPEN on suspense_items with its
      *> source, source file, presented account, amount, reason and
      *> age. This console is where operations works them off:
      *>   L = List the open items, oldest first, with age in days
      *>       from the business date.
      *>   V = View one item to research it -- the full row, the
      *>       inbound file it came in on, what the presented account
      *>       looks like on file today, and the notes so far.
      *>   N = Add a research note (dated and signed) to an open item.
      *>   A = Apply an open item to a corrected account (SUP role).
      *>       One statement locks the item, posts it to the account
      *>       -- a C item as a 'D' deposit, a D item as a forced 'W'
      *>       the way card clearing forces a settled debit -- keyed
      *>       SUS-<suspense id>, books the GL leg straight out of
      *>       suspense against the customer deposits side (carrying
      *>       the transaction id, so GL-POSTING-BATCH does not book
      *>       it twice), and marks the item APPLIED. A closed or
      *>       charged-off account is refused.
      *>   R = Return an open item to its sender (SUP role). The
      *>       suspense booking reverses back to settlement, the item
      *>       is marked RETURNED, and a return instruction line is
      *>       appended to ./suspense_returns.txt for the payments
      *>       desk to send back through the item's own channel.
      *> Either posting clears the item from suspense, so the suspense
      *> GL balance keeps proving against the open items on
      *> SUSPENSE-AGING-BATCH's report.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
      *> OPTIONAL: the file accumulates return instructions across the
      *> day; the first return of the day must be able to create it.
           SELECT OPTIONAL SUSPENSE-RETURNS-FILE
           ASSIGN TO "./suspense_returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(300).
       FD  SUSPENSE-RETURNS-FILE.
       01  SUSPENSE-RETURN-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-SUSPENSE-ID        PIC 9(9) VALUE 0.
       01  WS-SUSPENSE-ID-DISP   PIC Z(8)9.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-RESEARCH-NOTE      PIC X(60) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
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
               GOBACK
           END-IF

           DISPLAY "Enter Action (L=List open items, V=View item, "
               "N=Add note, A=Apply, R=Return):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-OPEN-ITEMS-PARA
               WHEN "V"
                   PERFORM VIEW-ITEM-PARA
               WHEN "N"
                   PERFORM ADD-NOTE-PARA
               WHEN "A"
                   PERFORM APPLY-ITEM-PARA
               WHEN "R"
                   PERFORM RETURN-ITEM-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L, V, N, A or R."
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
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       LIST-OPEN-ITEMS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT s.suspense_id || ' | ' || s.source_code || "
               "' | ' || s.source_reference || ' | ' || "
               "COALESCE(NULLIF(s.presented_account, ''), '-') || "
               "' | ' || s.direction || ' ' || s.amount || ' | ' || "
               "s.reason_code || ' | ' || (r.business_date - "
               "s.business_date) || ' days' || COALESCE(' | file ' "
               "|| s.file_id, '') FROM suspense_items s, run_control "
               "r WHERE r.control_id = 1 AND s.item_status = 'OPEN' "
               "ORDER BY s.business_date, s.suspense_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SUS-SQL-PARA
           DISPLAY "Open suspense items (id | source | reference | "
               "presented account | C/D amount | reason | age):"
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(WS-PSQL-RESULT)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       VIEW-ITEM-PARA.
           DISPLAY "Enter Suspense ID:"
           ACCEPT WS-SUSPENSE-ID
           MOVE WS-SUSPENSE-ID TO WS-SUSPENSE-ID-DISP

           *> One line per fact: the item itself, the file it came in
           *> on, the presented account as it stands, and the notes.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT 'Item:     ' || s.suspense_id || ' ' || "
               "s.item_status || ' -- ' || s.source_code || ' ' || "
               "s.source_reference || ', ' || s.direction || ' ' || "
               "s.amount || ', ' || s.reason_code || ', opened ' || "
               "s.business_date || COALESCE(', resolved by ' || "
               "s.resolved_by || ' to ' || COALESCE(s.resolved_account"
               ", 'sender'), '') FROM suspense_items s WHERE "
               "s.suspense_id = " FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " UNION ALL SELECT 'File:     ' || f.import_name || "
               "' ' || f.file_name || ' dated ' || COALESCE("
               "f.header_date, '') || ', ' || f.file_status || "
               "' (file ' || f.file_id || ')' FROM suspense_items s "
               "JOIN inbound_file_registry f ON f.file_id = s.file_id "
               "WHERE s.suspense_id = "
               FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               " UNION ALL SELECT 'Presented: ' || COALESCE(NULLIF("
               "s.presented_account, ''), '(none)') || ' -- ' || "
               "COALESCE((SELECT a.account_holder || ', ' || "
               "COALESCE(a.account_status, 'ACTIVE') FROM accounts a "
               "WHERE a.account_number = s.presented_account), "
               "'not on file') FROM suspense_items s WHERE "
               "s.suspense_id = " FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " UNION ALL SELECT 'Notes:    ' || s.research_note "
               "FROM suspense_items s WHERE s.suspense_id = "
               FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " AND s.research_note IS NOT NULL;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP) "."
               GOBACK
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(WS-PSQL-RESULT)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       ADD-NOTE-PARA.
           DISPLAY "Enter Suspense ID:"
           ACCEPT WS-SUSPENSE-ID
           MOVE WS-SUSPENSE-ID TO WS-SUSPENSE-ID-DISP
           DISPLAY "Enter research note (up to 60 characters):"
           ACCEPT WS-RESEARCH-NOTE
           INSPECT WS-RESEARCH-NOTE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE
           IF WS-RESEARCH-NOTE = SPACES
               DISPLAY "Research note is required."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE suspense_items SET research_note = "
               "COALESCE(research_note || ' / ', '') || "
               "CURRENT_DATE || ' "
               FUNCTION TRIM(WS-OPERATOR-ID) ": "
               FUNCTION TRIM(WS-RESEARCH-NOTE)
               "' WHERE suspense_id = "
               FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " AND item_status = 'OPEN' RETURNING suspense_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                   " is not open -- note not added."
           ELSE
               DISPLAY "Note added to suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP) "."
           END-IF.

       APPLY-ITEM-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Applying a suspense item requires the SUP "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter Suspense ID to apply:"
           ACCEPT WS-SUSPENSE-ID
           MOVE WS-SUSPENSE-ID TO WS-SUSPENSE-ID-DISP
           DISPLAY "Enter corrected Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number format."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT s.source_code || ' ' || s.source_reference || "
               "', ' || s.direction || ' ' || s.amount || ' -> ' || "
               "a.account_number || ' ' || a.account_holder || ' (' "
               "|| COALESCE(a.account_status, 'ACTIVE') || ')' "
               "FROM suspense_items s, accounts a WHERE "
               "s.suspense_id = " FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " AND s.item_status = 'OPEN' AND a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                   " is not open, or account "
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER)
                   " is not on file -- nothing applied."
               GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
           DISPLAY "Apply this item to the account? (Y to approve):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Apply abandoned -- nothing changed."
               GOBACK
           END-IF

           *> One statement: only an OPEN item, only an account that
           *> is neither CLOSED nor CHARGED-OFF, and only while the
           *> chart carries the suspense pair and both customer
           *> pairs. The item flips, the balance moves, the SUS- keyed
           *> transaction and the GL leg out of suspense land --
           *> together or not at all.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH it AS (UPDATE suspense_items SET item_status = "
               "'APPLIED', resolved_account = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', resolved_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', resolved_at = NOW() WHERE suspense_id = "
               FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " AND item_status = 'OPEN' AND EXISTS (SELECT 1 FROM "
               "accounts a WHERE a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND COALESCE(a.account_status, 'ACTIVE') NOT IN "
               "('CLOSED', 'CHARGED-OFF')) AND (SELECT COUNT(*) FROM "
               "chart_of_accounts WHERE transaction_type IN ('U', "
               "'D', 'W')) = 3 RETURNING suspense_id, direction, "
               "amount), "
               "upd AS (UPDATE accounts a SET current_balance = "
               "current_balance + CASE WHEN it.direction = 'C' THEN "
               "it.amount ELSE -it.amount END FROM it WHERE "
               "a.account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' RETURNING a.account_number), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "operator_id) SELECT upd.account_number, CASE WHEN "
               "it.direction = 'C' THEN 'D' ELSE 'W' END, it.amount, "
               "'SUS-' || it.suspense_id, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' FROM upd, it "
               "RETURNING transaction_id, transaction_type, amount), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "transaction_id, suspense_id, debit_gl_account, "
               "credit_gl_account, amount) SELECT r.business_date, "
               "ins.transaction_id, it.suspense_id, CASE WHEN "
               "it.direction = 'C' THEN u.credit_gl_account ELSE "
               "m.debit_gl_account END, CASE WHEN it.direction = 'C' "
               "THEN m.credit_gl_account ELSE u.credit_gl_account END, "
               "ins.amount FROM ins, it, run_control r, "
               "chart_of_accounts u, chart_of_accounts m WHERE "
               "r.control_id = 1 AND u.transaction_type = 'U' AND "
               "m.transaction_type = ins.transaction_type) "
               "SELECT transaction_id FROM ins;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                   " applied to " FUNCTION TRIM(WS-ACCOUNT-NUMBER)
                   " -- transaction " FUNCTION TRIM(WS-PSQL-RESULT)
                   "."
           ELSE
               DISPLAY "Apply did not post -- item no longer open, "
                   "account closed or charged off, or the chart is "
                   "missing its 'U', 'D' or 'W' row."
           END-IF.

       RETURN-ITEM-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Returning a suspense item requires the SUP "
                   "role."
               GOBACK
           END-IF

           DISPLAY "Enter Suspense ID to return:"
           ACCEPT WS-SUSPENSE-ID
           MOVE WS-SUSPENSE-ID TO WS-SUSPENSE-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT source_code || ' ' || source_reference || ', ' "
               "|| direction || ' ' || amount || ', ' || reason_code "
               "FROM suspense_items WHERE suspense_id = "
               FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " AND item_status = 'OPEN';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                   " is not open -- nothing to return."
               GOBACK
           END-IF
           DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
           DISPLAY "Return this item to its sender? (Y to approve):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Return abandoned -- nothing changed."
               GOBACK
           END-IF

           *> One statement: the item flips to RETURNED and the
           *> original suspense booking reverses back to settlement.
           *> The instruction line for the payments desk comes back
           *> as the result.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH it AS (UPDATE suspense_items SET item_status = "
               "'RETURNED', resolved_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', resolved_at = NOW() WHERE suspense_id = "
               FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
               " AND item_status = 'OPEN' AND EXISTS (SELECT 1 FROM "
               "chart_of_accounts WHERE transaction_type = 'U') "
               "RETURNING suspense_id, source_code, source_reference, "
               "presented_account, direction, amount, reason_code), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "gl AS (INSERT INTO gl_journal (business_date, "
               "suspense_id, debit_gl_account, credit_gl_account, "
               "amount) SELECT r.business_date, it.suspense_id, "
               "CASE WHEN it.direction = 'C' THEN u.credit_gl_account "
               "ELSE u.debit_gl_account END, CASE WHEN it.direction = "
               "'C' THEN u.debit_gl_account ELSE u.credit_gl_account "
               "END, it.amount FROM it, run_control r, "
               "chart_of_accounts u WHERE r.control_id = 1 AND "
               "u.transaction_type = 'U') "
               "SELECT 'RETURN|' || it.suspense_id || '|' || "
               "it.source_code || '|' || it.source_reference || '|' "
               "|| COALESCE(it.presented_account, '') || '|' || "
               "it.direction || '|' || it.amount || '|' || "
               "it.reason_code || '|' || r.business_date || '|"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' FROM it, run_control r WHERE r.control_id = 1;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM RUN-SUS-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               OPEN EXTEND SUSPENSE-RETURNS-FILE
               MOVE WS-PSQL-RESULT TO SUSPENSE-RETURN-RECORD
               WRITE SUSPENSE-RETURN-RECORD
               CLOSE SUSPENSE-RETURNS-FILE
               DISPLAY "Suspense item "
                   FUNCTION TRIM(WS-SUSPENSE-ID-DISP)
                   " returned -- instruction written to "
                   "suspense_returns.txt."
           ELSE
               DISPLAY "Return did not post -- item no longer open, "
                   "or the chart is missing its 'U' row."
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

       RUN-SUS-SQL-PARA.
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
               "SUSPENSE-WORKBENCH" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM SUSPENSE-WORKBENCH.
