       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-STEPDOWN-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Promotional rate step-down. OPEN-ACCOUNT opens a promotion
      *> account at the promotional rate with promo_expiry_date set to
      *> the last day the rate applies; the reset used to be a diary
      *> reminder and a SET-INTEREST-RATE by hand, often missed. Each
      *> night this batch finds every open account whose promotion
      *> ran out before the business date and returns it to its
      *> standard rate -- index plus margin for an index-linked
      *> account, otherwise the product's current default rate --
      *> writing the interest_rate_history stamp the way
      *> SET-INTEREST-RATE does and marking promo_stepdown_date. The
      *> stamp is what NOTICE-BATCH queues the rate-change notice
      *> from, so the customer is told the same night. Runs ahead of
      *> INTEREST-BATCH so the day's accrual is at the new rate; the
      *> count on run history is the number of accounts stepped down.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_promo.tmp"
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

       01  WS-ACCOUNTS-STEPPED      PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "PROMO-STEPDOWN-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PROMO-STEPDOWN-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "PROMO-STEPDOWN-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM STEP-DOWN-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-STEPPED WS-RUN-STATUS
               DISPLAY "PROMO-STEPDOWN-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ACCOUNTS-STEPPED WS-RUN-STATUS
           DISPLAY "PROMO-STEPDOWN-BATCH complete. Accounts stepped "
               "down: " WS-ACCOUNTS-STEPPED
           GOBACK.

       STEP-DOWN-PARA.
      *> Rate, step-down date and history stamp land together in one
      *> statement -- the REPRICING-BATCH pattern. The rate is
      *> recorded on the account row too (promo_stepdown_rate) so
      *> the campaign report can show what the customer stepped to.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH due AS (SELECT a.account_number, "
               "CASE WHEN a.rate_index_code IS NOT NULL THEN "
               "r.index_rate + COALESCE(a.rate_margin, 0) ELSE "
               "COALESCE(p.default_interest_rate, 0) END AS new_rate "
               "FROM accounts a LEFT JOIN rate_indexes r ON "
               "r.index_code = a.rate_index_code LEFT JOIN products p "
               "ON p.product_code = a.product_code "
               "WHERE a.promo_expiry_date < DATE '" WS-BUSINESS-DATE
               "' AND a.promo_stepdown_date IS NULL "
               "AND COALESCE(a.account_status, 'ACTIVE') <> 'CLOSED' "
               "FOR UPDATE OF a), "
               "upd AS (UPDATE accounts a SET interest_rate = "
               "d.new_rate, promo_stepdown_date = DATE '"
               WS-BUSINESS-DATE "', promo_stepdown_rate = d.new_rate "
               "FROM due d WHERE a.account_number = "
               "d.account_number), "
               "hist AS (INSERT INTO interest_rate_history "
               "(account_number, rate, effective_date) "
               "SELECT account_number, new_rate, DATE '"
               WS-BUSINESS-DATE "' FROM due) "
               "SELECT COUNT(*) FROM due;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_promo.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "PROMO-STEPDOWN-BATCH" SPACES
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
                   COMPUTE WS-ACCOUNTS-STEPPED =
                       FUNCTION NUMVAL(WS-PSQL-RESULT)
               END-IF
           END-IF.

       END PROGRAM PROMO-STEPDOWN-BATCH.
