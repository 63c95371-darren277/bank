       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-LOW-STOCK-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly check stock report off the orders CHECK-ORDER keeps.
      *> For every open account with checks on order, the latest
      *> order (highest ending serial) is the book in use; the checks
      *> left in it are its ending serial less the highest serial
      *> from that book already paid (or less one below its starting
      *> serial when none has been paid yet). An account at or below
      *> the threshold (check_order_config.low_stock_threshold,
      *> default 25) is listed to ./check_low_stock_report.txt with
      *> the style and quantity of its last order and the serial a
      *> reorder would start at, so the branch can call the customer
      *> and key the reorder in CHECK-ORDER before the book runs out.
      *> Fewest left sorts first. The count on run history is the
      *> number of accounts listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FEED-FILE ASSIGN TO "./check_stock_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STOCK-REPORT-FILE
           ASSIGN TO "./check_low_stock_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_chk.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FEED-FILE.
       01  STOCK-FEED-RECORD        PIC X(200).
       FD  STOCK-REPORT-FILE.
       01  STOCK-REPORT-RECORD      PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(1600).
       01  WS-SHELL-COMMAND         PIC X(1800).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).

      *> Reorder threshold in checks left; overridden by a
      *> check_order_config row.
       01  WS-LOW-STOCK-THRESHOLD   PIC 9(5) VALUE 25.
       01  WS-THRESHOLD-DISP        PIC Z(4)9.

       01  WS-STOCK-ACCOUNT         PIC X(10).
       01  WS-STOCK-STYLE           PIC X(10).
       01  WS-STOCK-QUANTITY        PIC X(6).
       01  WS-STOCK-END-SERIAL      PIC X(12).
       01  WS-STOCK-LEFT            PIC X(10).
       01  WS-STOCK-NEXT-SERIAL     PIC X(12).
       01  WS-STOCK-ORDERED         PIC X(10).

       01  WS-ACCOUNTS-LISTED       PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "CHECK-LOW-STOCK-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CHECK-LOW-STOCK-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "CHECK-LOW-STOCK-BATCH already ran for business "
                   "date " WS-BUSINESS-DATE " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM LOAD-CONFIG-PARA
           PERFORM EXTRACT-STOCK-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-LISTED WS-RUN-STATUS
               DISPLAY "CHECK-LOW-STOCK-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-STOCK-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ACCOUNTS-LISTED WS-RUN-STATUS
           DISPLAY "CHECK-LOW-STOCK-BATCH complete. Accounts to "
               "reorder: " WS-ACCOUNTS-LISTED
           GOBACK.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT low_stock_threshold FROM check_order_config "
               "LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CHK-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-LOW-STOCK-THRESHOLD =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF
           MOVE WS-LOW-STOCK-THRESHOLD TO WS-THRESHOLD-DISP.

       EXTRACT-STOCK-PARA.
      *> lo is each open account's latest order; pd the highest
      *> serial paid out of that book (numeric check numbers only).
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH lo AS (SELECT DISTINCT ON (o.account_number) "
               "o.account_number, o.check_style, o.quantity, "
               "o.start_serial, o.end_serial, o.ordered_at::date "
               "AS od FROM check_orders o JOIN accounts a ON "
               "a.account_number = o.account_number WHERE "
               "COALESCE(a.account_status, 'ACTIVE') NOT IN "
               "('CLOSED', 'CHARGED-OFF') "
               "ORDER BY o.account_number, o.end_serial DESC), "
               "pd AS (SELECT lo.account_number, MAX(s.serial) AS hi "
               "FROM lo JOIN (SELECT t.account_number, "
               "NULLIF(substring(t.check_number from "
               "'^[0-9]{1,10}$'), '')::bigint AS serial "
               "FROM transactions t WHERE t.transaction_type = 'W' "
               "AND t.check_number IS NOT NULL) s ON "
               "s.account_number = lo.account_number AND s.serial "
               "BETWEEN lo.start_serial AND lo.end_serial "
               "GROUP BY lo.account_number), "
               "st AS (SELECT lo.*, lo.end_serial - "
               "GREATEST(COALESCE(pd.hi, 0), lo.start_serial - 1) "
               "AS checks_left FROM lo LEFT JOIN pd ON "
               "pd.account_number = lo.account_number) "
               "SELECT account_number, check_style, quantity, "
               "end_serial, checks_left, end_serial + 1, od FROM st "
               "WHERE checks_left <= "
               FUNCTION TRIM(WS-THRESHOLD-DISP)
               " ORDER BY checks_left, account_number;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./check_stock_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CHECK-LOW-STOCK-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-STOCK-REPORT-PARA.
           OPEN OUTPUT STOCK-REPORT-FILE
           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING "Check stock -- reorder prompts -- business date "
               WS-BUSINESS-DATE "   threshold "
               FUNCTION TRIM(WS-THRESHOLD-DISP) " checks left"
               INTO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING "Account    Style      Last qty  Last serial  "
               "Left        Reorder from  Last ordered"
               INTO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT STOCK-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ STOCK-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM
           CLOSE STOCK-FEED-FILE

           MOVE SPACES TO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD
           IF WS-ACCOUNTS-LISTED = 0
               MOVE "No account is running low on checks."
                   TO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
           ELSE
               MOVE SPACES TO STOCK-REPORT-RECORD
               STRING "Accounts to reorder: " WS-ACCOUNTS-LISTED
                   INTO STOCK-REPORT-RECORD
               WRITE STOCK-REPORT-RECORD
           END-IF
           CLOSE STOCK-REPORT-FILE.

       WRITE-ONE-ACCOUNT-PARA.
           MOVE SPACES TO WS-STOCK-ACCOUNT WS-STOCK-STYLE
               WS-STOCK-QUANTITY WS-STOCK-END-SERIAL WS-STOCK-LEFT
               WS-STOCK-NEXT-SERIAL WS-STOCK-ORDERED
           UNSTRING STOCK-FEED-RECORD DELIMITED BY "|"
               INTO WS-STOCK-ACCOUNT WS-STOCK-STYLE WS-STOCK-QUANTITY
                    WS-STOCK-END-SERIAL WS-STOCK-LEFT
                    WS-STOCK-NEXT-SERIAL WS-STOCK-ORDERED
           END-UNSTRING
           ADD 1 TO WS-ACCOUNTS-LISTED

           MOVE SPACES TO STOCK-REPORT-RECORD
           STRING WS-STOCK-ACCOUNT " " WS-STOCK-STYLE " "
               WS-STOCK-QUANTITY "    " WS-STOCK-END-SERIAL " "
               WS-STOCK-LEFT "  " WS-STOCK-NEXT-SERIAL "  "
               WS-STOCK-ORDERED "  REORDER"
               INTO STOCK-REPORT-RECORD
           WRITE STOCK-REPORT-RECORD.

       RUN-CHK-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_chk.tmp"
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

       END PROGRAM CHECK-LOW-STOCK-BATCH.
