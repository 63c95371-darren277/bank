       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-EXCEPTION-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Employee and teller activity exceptions for internal audit.
      *> Every posting carries the operator who made it and every
      *> teller item is journaled by TELLER-JOURNAL-SUB, but nobody
      *> read any of it for staff dealing with their own money. This
      *> run lists, for the business date:
      *>   CONFLICT -- a posting, reversal, fee waiver (a reversal of
      *>     an F fee row), freeze release or dormancy reactivation
      *>     the operator performed on an account held by the
      *>     employee's own CIF (operators.customer_id) or by a family
      *>     member linked to them in operator_family_links, in any
      *>     holder role;
      *>   AFTER-HOURS -- a posting stamped before the branch opened
      *>     or at/after it closed (branches.open_time / close_time,
      *>     the posting's branch first, else the operator's home
      *>     branch, else the employee_review_config default hours);
      *>   SELF-REVERSAL -- a reversal of a posting the same operator
      *>     made;
      *>   OVERRIDE-HEAVY -- an operator whose postings went to
      *>     supervisor approval in pending_approvals at least
      *>     override_min_count times over override_window_days, and
      *>     at override_peer_multiple times or more the average for
      *>     every other operator.
      *> The report is written to employee_exception_report.txt and
      *> filed by REPORT-ARCHIVE-BATCH with the rest of the night's
      *> output.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FEED-FILE
           ASSIGN TO "./employee_exception_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT-FILE
           ASSIGN TO "./employee_exception_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FEED-FILE.
       01  EXCEPTION-FEED-RECORD     PIC X(200).
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD   PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(6000).
       01  WS-SQL-PTR                PIC 9(4) COMP.
       01  WS-SHELL-COMMAND          PIC X(6200).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.

       01  WS-EXCEPTIONS             PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "EMPLOYEE-EXCEPTION-BATCH".
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "EMPLOYEE-EXCEPTION-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "EMPLOYEE-EXCEPTION-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-EXCEPTIONS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-EXCEPTIONS WS-RUN-STATUS
               DISPLAY "EMPLOYEE-EXCEPTION-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-EXCEPTION-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-EXCEPTIONS WS-RUN-STATUS
           DISPLAY "EMPLOYEE-EXCEPTION-BATCH complete. Exceptions: "
               WS-EXCEPTIONS
           GOBACK.

       EXTRACT-EXCEPTIONS-PARA.
      *> ev is every staff action of the day on an account: postings
      *> and reversals off transactions.operator_id, freeze releases
      *> off account_freezes.released_by, reactivations off
      *> account_reactivations. rel maps each operator to the CIF
      *> numbers they must not act on -- their own and their linked
      *> family's. Config defaults: 30-day override window, 5
      *> approvals minimum, 2 times the peer average, branch hours
      *> 08:00 to 18:00.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH cfg AS (SELECT "
               "COALESCE((SELECT override_window_days FROM "
               "employee_review_config LIMIT 1), 30) AS owin, "
               "COALESCE((SELECT override_min_count FROM "
               "employee_review_config LIMIT 1), 5) AS omin, "
               "COALESCE((SELECT override_peer_multiple FROM "
               "employee_review_config LIMIT 1), 2) AS omult, "
               "COALESCE((SELECT default_open_time FROM "
               "employee_review_config LIMIT 1), TIME '08:00') AS "
               "dopen, "
               "COALESCE((SELECT default_close_time FROM "
               "employee_review_config LIMIT 1), TIME '18:00') AS "
               "dclose), "
               "tx AS (SELECT t.* FROM transactions t WHERE "
               "t.operator_id IS NOT NULL AND t.timestamp >= DATE '"
               WS-BUSINESS-DATE "' AND t.timestamp < DATE '"
               WS-BUSINESS-DATE "' + INTERVAL '1 day'), "
               "ev AS (SELECT CASE WHEN x.reversal_of_transaction_id "
               "IS NULL THEN 'POSTING' WHEN o.transaction_type = 'F' "
               "THEN 'FEE WAIVER' ELSE 'REVERSAL' END AS act, "
               "x.operator_id AS opr, x.account_number AS acct, "
               "'txn ' || x.transaction_id || ' ' || "
               "x.transaction_type || ' ' || x.amount AS ref, "
               "x.timestamp AS ts FROM tx x LEFT JOIN transactions o "
               "ON o.transaction_id = x.reversal_of_transaction_id "
               "UNION ALL SELECT 'FREEZE RELEASE', f.released_by, "
               "f.account_number, 'freeze ' || f.freeze_id || ' ' || "
               "f.reason_code, f.released_at FROM account_freezes f "
               "WHERE f.released_by IS NOT NULL AND f.released_at >= "
               "DATE '" WS-BUSINESS-DATE "' AND f.released_at < "
               "DATE '" WS-BUSINESS-DATE "' + INTERVAL '1 day' "
               "UNION ALL SELECT 'REACTIVATION', r.reactivated_by, "
               "r.account_number, 'reactivation ' || "
               "r.reactivation_id, r.reactivated_at FROM "
               "account_reactivations r WHERE r.reactivated_at >= "
               "DATE '" WS-BUSINESS-DATE "' AND r.reactivated_at < "
               "DATE '" WS-BUSINESS-DATE "' + INTERVAL '1 day'), "
               "rel AS (SELECT o.operator_id AS opr, o.customer_id "
               "AS cid, 'OWN' AS rel FROM operators o WHERE "
               "o.customer_id IS NOT NULL UNION SELECT "
               "l.operator_id, l.customer_id, 'FAMILY (' || "
               "l.relationship || ')' FROM operator_family_links l), "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "ex AS (SELECT DISTINCT 'CONFLICT' AS cat, e.opr, "
               "e.acct, e.act || ' ' || e.ref || ' on ' || r.rel || "
               "' account' AS detail, e.ts FROM ev e JOIN "
               "account_holders h ON h.account_number = e.acct JOIN "
               "rel r ON r.opr = e.opr AND r.cid = h.customer_id "
               "UNION ALL SELECT 'AFTER-HOURS', x.operator_id, "
               "x.account_number, 'txn ' || x.transaction_id || ' ' "
               "|| x.transaction_type || ' ' || x.amount || ' at ' "
               "|| x.timestamp::time(0) || ' branch ' || "
               "COALESCE(br.branch_code, '-') || ' hours ' || "
               "COALESCE(br.open_time, cfg.dopen) || '-' || "
               "COALESCE(br.close_time, cfg.dclose), x.timestamp "
               "FROM tx x LEFT JOIN operators op ON op.operator_id = "
               "x.operator_id LEFT JOIN branches br ON "
               "br.branch_code = COALESCE(x.branch_code, "
               "op.branch_code) CROSS JOIN cfg WHERE "
               "x.timestamp::time < COALESCE(br.open_time, "
               "cfg.dopen) OR x.timestamp::time >= "
               "COALESCE(br.close_time, cfg.dclose) "
               "UNION ALL SELECT 'SELF-REVERSAL', x.operator_id, "
               "x.account_number, 'txn ' || x.transaction_id || "
               "' reverses own txn ' || o.transaction_id || ' ' || "
               "o.transaction_type || ' ' || o.amount || ' of ' || "
               "o.timestamp::timestamp(0), x.timestamp FROM tx x "
               "JOIN transactions o ON o.transaction_id = "
               "x.reversal_of_transaction_id WHERE o.operator_id = "
               "x.operator_id "
               "UNION ALL SELECT 'OVERRIDE-HEAVY', v.opr, '-', v.n "
               "|| ' approvals requested in ' || cfg.owin || "
               "' days, peer average ' || ROUND(v.peer, 1), NULL "
               "FROM (SELECT p.requested_by AS opr, COUNT(*) AS n, "
               "(SELECT COUNT(*) FROM pending_approvals q, cfg c "
               "WHERE q.requested_by <> p.requested_by AND "
               "q.requested_at >= DATE '" WS-BUSINESS-DATE
               "' - c.owin AND q.requested_at < DATE '"
               WS-BUSINESS-DATE "' + INTERVAL '1 day')::numeric / "
               "GREATEST((SELECT COUNT(*) FROM operators w WHERE "
               "w.operator_id <> p.requested_by), 1) AS peer FROM "
               "pending_approvals p, cfg WHERE p.requested_at >= "
               "DATE '" WS-BUSINESS-DATE "' - cfg.owin AND "
               "p.requested_at < DATE '" WS-BUSINESS-DATE
               "' + INTERVAL '1 day' GROUP BY p.requested_by) v "
               "CROSS JOIN cfg WHERE v.n >= cfg.omin AND v.n >= "
               "v.peer * cfg.omult) "
               "SELECT cat || ' | ' || opr || ' | ' || acct || ' | ' "
               "|| detail FROM ex ORDER BY cat, opr, ts;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE
                 " -t -A > ./employee_exception_feed.tmp"
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "EMPLOYEE-EXCEPTION" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-EXCEPTION-REPORT-PARA.
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           STRING "Employee activity exceptions -- " WS-BUSINESS-DATE
               INTO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE "Exception | Operator | Account | Detail"
               TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EXCEPTION-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ EXCEPTION-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-EXCEPTIONS
                       MOVE SPACES TO EXCEPTION-REPORT-RECORD
                       MOVE FUNCTION TRIM(EXCEPTION-FEED-RECORD)
                           TO EXCEPTION-REPORT-RECORD
                       WRITE EXCEPTION-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FEED-FILE

           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           IF WS-EXCEPTIONS = 0
               MOVE "No exceptions for the business date."
                   TO EXCEPTION-REPORT-RECORD
           ELSE
               STRING "Total exceptions: " WS-EXCEPTIONS
                   INTO EXCEPTION-REPORT-RECORD
           END-IF
           WRITE EXCEPTION-REPORT-RECORD
           CLOSE EXCEPTION-REPORT-FILE.

       END PROGRAM EMPLOYEE-EXCEPTION-BATCH.
