       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-CASH-FORECAST-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly ATM cash-out forecast off the terminal register
      *> ATM-CASH-MANAGEMENT keeps. For every ACTIVE terminal the
      *> average daily dispense is the DISPENSE movements
      *> ATM-IMPORT-BATCH recorded over the look-back window
      *> (atm_forecast_config.lookback_days, default 14) divided by
      *> the window; expected cash over that average is the days of
      *> cash left, and the business date plus those days is the
      *> projected run-out date. A terminal whose run-out date falls
      *> before its next scheduled load is listed RUN-OUT to
      *> ./atm_cash_forecast_report.txt, together with terminals
      *> whose scheduled load is already past (LOAD-OVERDUE) or that
      *> have never been loaded (NO-LOAD-SCHEDULED), so the branch
      *> can bring the load forward or order the cash. Earliest
      *> run-out sorts first. The count on run history is the number
      *> of terminals listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-FEED-FILE ASSIGN TO "./atm_forecast_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT-FILE
           ASSIGN TO "./atm_cash_forecast_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_atmf.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-FEED-FILE.
       01  FORECAST-FEED-RECORD     PIC X(200).
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD   PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).

      *> Days of dispense history the average is taken over;
      *> overridden by an atm_forecast_config row.
       01  WS-LOOKBACK-DAYS         PIC 9(3) VALUE 14.
       01  WS-LOOKBACK-DISP         PIC ZZ9.

       01  WS-FC-TERMINAL           PIC X(8).
       01  WS-FC-BRANCH             PIC X(4).
       01  WS-FC-EXPECTED           PIC X(15).
       01  WS-FC-AVG-DAILY          PIC X(13).
       01  WS-FC-RUNOUT-DATE        PIC X(10).
       01  WS-FC-NEXT-LOAD          PIC X(10).
       01  WS-FC-FLAG               PIC X(17).

       01  WS-TERMINALS-LISTED      PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "ATM-CASH-FORECAST-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ATM-CASH-FORECAST-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "ATM-CASH-FORECAST-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM LOAD-CONFIG-PARA
           PERFORM EXTRACT-FORECAST-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-TERMINALS-LISTED WS-RUN-STATUS
               DISPLAY "ATM-CASH-FORECAST-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-FORECAST-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-TERMINALS-LISTED WS-RUN-STATUS
           DISPLAY "ATM-CASH-FORECAST-BATCH complete. Terminals "
               "listed: " WS-TERMINALS-LISTED
           GOBACK.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT lookback_days FROM atm_forecast_config "
               "WHERE lookback_days > 0 LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATMF-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-LOOKBACK-DAYS =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF
           MOVE WS-LOOKBACK-DAYS TO WS-LOOKBACK-DISP.

       EXTRACT-FORECAST-PARA.
      *> d is each terminal's dispense over the window; f the average
      *> per day and the projected run-out date (none when nothing
      *> was dispensed -- an idle terminal never runs out).
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH d AS (SELECT terminal_id, SUM(amount) AS amt "
               "FROM atm_cash_movements WHERE movement_type = "
               "'DISPENSE' AND business_date > DATE '"
               WS-BUSINESS-DATE "' - "
               FUNCTION TRIM(WS-LOOKBACK-DISP)
               " AND business_date <= DATE '" WS-BUSINESS-DATE
               "' GROUP BY terminal_id), "
               "a AS (SELECT t.terminal_id, t.branch_code, "
               "t.expected_cash, t.next_load_date, "
               "ROUND(COALESCE(d.amt, 0) / "
               FUNCTION TRIM(WS-LOOKBACK-DISP)
               ", 2) AS avg_daily FROM atm_terminals t "
               "LEFT JOIN d ON d.terminal_id = t.terminal_id "
               "WHERE t.terminal_status = 'ACTIVE'), "
               "f AS (SELECT a.*, CASE WHEN avg_daily > 0 THEN "
               "DATE '" WS-BUSINESS-DATE "' + "
               "FLOOR(GREATEST(expected_cash, 0) / avg_daily)::int "
               "END AS runout_date FROM a) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "SELECT terminal_id, branch_code, expected_cash, "
               "avg_daily, runout_text, next_text, flag FROM "
               "(SELECT f.*, COALESCE(runout_date::text, '-') AS "
               "runout_text, COALESCE(next_load_date::text, '-') AS "
               "next_text, "
               "CASE WHEN next_load_date IS NULL THEN "
               "'NO-LOAD-SCHEDULED' WHEN next_load_date < DATE '"
               WS-BUSINESS-DATE "' THEN 'LOAD-OVERDUE' "
               "WHEN runout_date < next_load_date THEN 'RUN-OUT' "
               "ELSE 'OK' END AS flag FROM f) x "
               "WHERE flag <> 'OK' ORDER BY "
               "runout_date NULLS LAST, branch_code, terminal_id;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./atm_forecast_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "ATM-CASH-FORECAST-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-FORECAST-REPORT-PARA.
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "ATM cash-out forecast -- business date "
               WS-BUSINESS-DATE "   average over "
               FUNCTION TRIM(WS-LOOKBACK-DISP) " days"
               INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING "Terminal Branch Expected cash    Avg daily     "
               "Runs out   Next load  Flag"
               INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FORECAST-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ FORECAST-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-TERMINAL-PARA
               END-READ
           END-PERFORM
           CLOSE FORECAST-FEED-FILE

           MOVE SPACES TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD
           IF WS-TERMINALS-LISTED = 0
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING "No terminal is forecast to run out before its "
                   "next scheduled load."
                   INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           ELSE
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING "Terminals needing attention: "
                   WS-TERMINALS-LISTED
                   INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
           END-IF
           CLOSE FORECAST-REPORT-FILE.

       WRITE-ONE-TERMINAL-PARA.
           MOVE SPACES TO WS-FC-TERMINAL WS-FC-BRANCH WS-FC-EXPECTED
               WS-FC-AVG-DAILY WS-FC-RUNOUT-DATE WS-FC-NEXT-LOAD
               WS-FC-FLAG
           UNSTRING FORECAST-FEED-RECORD DELIMITED BY "|"
               INTO WS-FC-TERMINAL WS-FC-BRANCH WS-FC-EXPECTED
                    WS-FC-AVG-DAILY WS-FC-RUNOUT-DATE
                    WS-FC-NEXT-LOAD WS-FC-FLAG
           END-UNSTRING
           ADD 1 TO WS-TERMINALS-LISTED

           MOVE SPACES TO FORECAST-REPORT-RECORD
           STRING WS-FC-TERMINAL " " WS-FC-BRANCH "   "
               WS-FC-EXPECTED " " WS-FC-AVG-DAILY " "
               WS-FC-RUNOUT-DATE " " WS-FC-NEXT-LOAD " "
               WS-FC-FLAG
               INTO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.

       RUN-ATMF-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_atmf.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM ATM-CASH-FORECAST-BATCH.
