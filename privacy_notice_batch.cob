       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVACY-NOTICE-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Annual privacy notice cycle. Every customer who holds an
      *> open account (any holder role) is owed a privacy notice once
      *> a year; the notices were mailed off a spreadsheet. Each night
      *> this batch finds the customers whose last notice in
      *> privacy_notices is older than privacy_config's
      *> notice_interval_months (default 12) -- or who have never had
      *> one -- and records a DUE row for each on the business date.
      *> NOTICE-BATCH, which runs after it, queues the PRIVACY
      *> template for each DUE row and marks it QUEUED, so the
      *> mailing itself goes out through the one notice engine and is
      *> logged there. A customer is not made due twice while a row
      *> is still waiting for NOTICE-BATCH. The count on run history
      *> is the number of customers made due.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_privacy.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(1600).
       01  WS-SHELL-COMMAND         PIC X(1800).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT           PIC X(40).

       01  WS-NOTICES-DUE           PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "PRIVACY-NOTICE-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PRIVACY-NOTICE-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "PRIVACY-NOTICE-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM SELECT-DUE-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-NOTICES-DUE WS-RUN-STATUS
               DISPLAY "PRIVACY-NOTICE-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-NOTICES-DUE WS-RUN-STATUS
           DISPLAY "PRIVACY-NOTICE-BATCH complete. Customers due: "
               WS-NOTICES-DUE
           GOBACK.

       SELECT-DUE-PARA.
      *> Due means: a holder on an account that is not closed, and no
      *> notice dated inside the interval (a DUE row still waiting
      *> counts, so a failed NOTICE-BATCH night does not double up).
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH cfg AS (SELECT COALESCE((SELECT "
               "notice_interval_months FROM privacy_config LIMIT 1), "
               "12) AS months), "
               "due AS (SELECT DISTINCT h.customer_id FROM "
               "account_holders h JOIN accounts a ON a.account_number "
               "= h.account_number, cfg WHERE h.customer_id IS NOT "
               "NULL AND COALESCE(a.account_status, 'ACTIVE') <> "
               "'CLOSED' AND NOT EXISTS (SELECT "
               "1 FROM privacy_notices p WHERE p.customer_id = "
               "h.customer_id AND (p.notice_status = 'DUE' OR "
               "p.notice_date > DATE '" WS-BUSINESS-DATE
               "' - make_interval(months => cfg.months)))), "
               "ins AS (INSERT INTO privacy_notices (customer_id, "
               "notice_date, notice_status, created_at) SELECT "
               "customer_id, DATE '" WS-BUSINESS-DATE "', 'DUE', "
               "NOW() FROM due RETURNING privacy_notice_id) "
               "SELECT COUNT(*) FROM ins;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_privacy.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "PRIVACY-NOTICE-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
               IF WS-PSQL-RESULT NOT = SPACES
                   COMPUTE WS-NOTICES-DUE =
                       FUNCTION NUMVAL(WS-PSQL-RESULT)
               END-IF
           END-IF.

       END PROGRAM PRIVACY-NOTICE-BATCH.
