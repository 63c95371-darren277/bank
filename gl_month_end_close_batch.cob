      *>      with the two sides proven against each other.
      *> Period is the business date's month; GL_CLOSE_PERIOD=YYYY-MM
      *> closes an older one. The CLOSED flag is the rerun guard.
      *> A period LOAN-LOSS-PROVISION-BATCH has not provisioned is
      *> refused -- the statements must carry the month's allowance.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PERIOD                PIC X(7) VALUE SPACES.
       01  WS-PERIOD-OVERRIDE       PIC X(7) VALUE SPACES.
       01  WS-PERIOD-STATUS         PIC X(10) VALUE SPACES.
       01  WS-PROVISIONED           PIC X(1) VALUE 'N'.

       01  WS-GL-ACCOUNT            PIC X(10).
       01  WS-ACCOUNT-NAME          PIC X(40).
               GOBACK
           END-IF

           PERFORM CHECK-PROVISION-PARA
           IF WS-PROVISIONED NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CLOSING-ENTRIES WS-RUN-STATUS
               DISPLAY "No loan-loss provision on file for period "
                   WS-PERIOD " -- run LOAN-LOSS-PROVISION-BATCH "
                   "first. Period NOT closed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-INCOME-STATEMENT-PARA
           PERFORM POST-CLOSING-ENTRIES-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE WS-PSQL-RESULT TO WS-PERIOD-STATUS
           END-IF.

       CHECK-PROVISION-PARA.
           MOVE 'N' TO WS-PROVISIONED
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT period FROM loss_provision_runs "
               "WHERE period = '" WS-PERIOD "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CLOSE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE 'Y' TO WS-PROVISIONED
           END-IF.

       WRITE-INCOME-STATEMENT-PARA.
      *> Net activity per INCOME / EXPENSE account for the period:
      *> credits less debits, so income shows positive and expenses
               MOVE "IN BALANCE -- assets equal liabilities + equity."
                   TO BALSHEET-REPORT-RECORD
           ELSE
               MOVE
               "*** OUT OF BALANCE -- investigate before filing. ***"
                   TO BALSHEET-REPORT-RECORD
               DISPLAY "Balance sheet OUT OF BALANCE for " WS-PERIOD
           END-IF
