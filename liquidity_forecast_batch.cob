      *> into a daily net outflow projection run down against current
      *> total deposit balances -- so the funding decision stops being
      *> made from last week's numbers.
      *> The report also carries the bank's uninsured deposits from
      *> the latest FDIC-COVERAGE-BATCH run (fdic_coverage_totals) --
      *> the money most likely to leave first under stress.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NET-DISP              PIC -(13)9.99.
       01  WS-REMAIN-DISP           PIC -(13)9.99.
       01  WS-DAYS-LISTED           PIC 9(9) VALUE 0.
       01  WS-UNINSURED-AS-OF       PIC X(10) VALUE SPACES.
       01  WS-TEMP-UNINSURED        PIC X(20) VALUE SPACES.
       01  WS-UNINSURED             PIC S9(15)V99 VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM READ-DEPOSIT-BASE-PARA
           PERFORM READ-UNINSURED-PARA
           PERFORM EXTRACT-FLOWS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               END-IF
           END-IF.

       READ-UNINSURED-PARA.
      *> The latest coverage run on or before the business date; none
      *> on file leaves the as-of date blank and the line says so.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT business_date || '|' || uninsured_amount "
               "FROM fdic_coverage_totals WHERE business_date <= "
               "DATE '" WS-BUSINESS-DATE "' ORDER BY business_date "
               "DESC LIMIT 1;"
               INTO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_liq.tmp"
                 INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE
           MOVE 0 TO WS-UNINSURED
           MOVE SPACES TO WS-UNINSURED-AS-OF WS-TEMP-UNINSURED
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-PSQL-RESULT
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               IF FUNCTION TRIM(WS-PSQL-RESULT) NOT = SPACES
                   UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                       INTO WS-UNINSURED-AS-OF WS-TEMP-UNINSURED
                   END-UNSTRING
                   COMPUTE WS-UNINSURED = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TEMP-UNINSURED))
               END-IF
           END-IF.

       EXTRACT-FLOWS-PARA.
      *> Every known future flow inside the horizon, one row per day:
      *> outflows and inflows summed together in SQL, oldest first.
               INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           IF WS-UNINSURED-AS-OF = SPACES
               MOVE "Uninsured deposits: no coverage run on file"
                   TO FORECAST-REPORT-RECORD
           ELSE
               MOVE WS-UNINSURED TO WS-REMAIN-DISP
               STRING "Uninsured deposits: " WS-REMAIN-DISP
                   "  (coverage run " WS-UNINSURED-AS-OF ")"
                   INTO FORECAST-REPORT-RECORD
           END-IF
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "Date        Outflows         Inflows          "
               "Day net          Deposits after"
               INTO FORECAST-REPORT-RECORD
