       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-SUMMARY-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Quarterly complaint summary for the board, off the register
      *> COMPLAINT-REGISTER keeps. For the quarter (the one holding
      *> the business date, or COMPLAINT_QUARTER=YYYY-Qn to rerun
      *> another) ./complaint_summary_report.txt counts, by
      *> regulatory category and by the product the complaint was
      *> about (NONE when no account was named):
      *>   received -- complaint date inside the quarter;
      *>   closed -- closed inside the quarter, and how many of those
      *>     closed after their resolution deadline;
      *>   open at quarter end -- received by the quarter's last day
      *>     and not closed by it.
      *> Each category carries a subtotal line and the report ends
      *> with the quarter's total. A quarterly job the runbook
      *> schedules, not a nightly chain step.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FEED-FILE
           ASSIGN TO "./complaint_summary_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT-FILE
           ASSIGN TO "./complaint_summary_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FEED-FILE.
       01  SUMMARY-FEED-RECORD      PIC X(132).
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

      *> YYYY-Qn; the start date is built from it for the SQL.
       01  WS-QUARTER               PIC X(7) VALUE SPACES.
       01  WS-QUARTER-OVERRIDE      PIC X(7) VALUE SPACES.
       01  WS-QUARTER-NO            PIC 9(1) VALUE 0.
       01  WS-MONTH-NO              PIC 9(2) VALUE 0.
       01  WS-QUARTER-START         PIC X(10) VALUE SPACES.

       01  WS-LINES-WRITTEN         PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "COMPLAINT-SUMMARY-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "COMPLAINT-SUMMARY-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-BUSINESS-DATE(6:2) TO WS-MONTH-NO
           COMPUTE WS-QUARTER-NO = (WS-MONTH-NO + 2) / 3
           MOVE SPACES TO WS-QUARTER
           STRING WS-BUSINESS-DATE(1:4) "-Q" WS-QUARTER-NO
               INTO WS-QUARTER
           ACCEPT WS-QUARTER-OVERRIDE
               FROM ENVIRONMENT "COMPLAINT_QUARTER"
           IF FUNCTION TRIM(WS-QUARTER-OVERRIDE) NOT = SPACES
               MOVE WS-QUARTER-OVERRIDE TO WS-QUARTER
           END-IF
           IF WS-QUARTER(1:4) NOT NUMERIC
                   OR WS-QUARTER(5:2) NOT = "-Q"
                   OR WS-QUARTER(7:1) < "1"
                   OR WS-QUARTER(7:1) > "4"
               DISPLAY "Invalid quarter " WS-QUARTER
                   " -- use YYYY-Qn."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-QUARTER(7:1) TO WS-QUARTER-NO
           COMPUTE WS-MONTH-NO = WS-QUARTER-NO * 3 - 2
           MOVE SPACES TO WS-QUARTER-START
           STRING WS-QUARTER(1:4) "-" WS-MONTH-NO "-01"
               INTO WS-QUARTER-START
           DISPLAY "Quarter: " WS-QUARTER

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-SUMMARY-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-LINES-WRITTEN WS-RUN-STATUS
               DISPLAY "COMPLAINT-SUMMARY-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-SUMMARY-REPORT-PARA

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-LINES-WRITTEN WS-RUN-STATUS
           DISPLAY "COMPLAINT-SUMMARY-BATCH complete. Lines: "
               WS-LINES-WRITTEN
           GOBACK.

       EXTRACT-SUMMARY-PARA.
      *> ROLLUP gives the category subtotals (product NULL) and the
      *> grand total (both NULL); sorting NULLS LAST puts each
      *> subtotal under its category's products.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH q AS (SELECT DATE '" WS-QUARTER-START
               "' AS qs, (DATE '" WS-QUARTER-START
               "' + INTERVAL '3 months')::date AS qe), "
               "c AS (SELECT x.category, COALESCE(x.product_code, "
               "'NONE') AS product, (x.complaint_date >= q.qs AND "
               "x.complaint_date < q.qe) AS rcv, (x.closed_date >= "
               "q.qs AND x.closed_date < q.qe) AS cls, "
               "(x.closed_date >= q.qs AND x.closed_date < q.qe AND "
               "x.closed_date > x.resolution_due_date) AS late, "
               "(x.complaint_date < q.qe AND (x.closed_date IS NULL "
               "OR x.closed_date >= q.qe)) AS opn FROM complaints x, "
               "q WHERE x.complaint_date < q.qe AND (x.closed_date IS "
               "NULL OR x.closed_date >= q.qs)) "
               "SELECT rpad(CASE WHEN GROUPING(category) = 1 THEN "
               "'TOTAL' ELSE category END, 12) || rpad(CASE WHEN "
               "GROUPING(category) = 1 THEN '' WHEN GROUPING(product) "
               "= 1 THEN '  subtotal' ELSE product END, 12) || "
               "lpad(COUNT(*) FILTER (WHERE rcv)::text, 9) || "
               "lpad(COUNT(*) FILTER (WHERE cls)::text, 9) || "
               "lpad(COUNT(*) FILTER (WHERE late)::text, 9) || "
               "lpad(COUNT(*) FILTER (WHERE opn)::text, 9) FROM c "
               "GROUP BY ROLLUP (category, product) ORDER BY "
               "GROUPING(category), category, GROUPING(product), "
               "product;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./complaint_summary_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "COMPLAINT-SUMMARY-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-SUMMARY-REPORT-PARA.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           STRING "Complaint summary -- quarter " WS-QUARTER
               INTO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           STRING "Category    Product      Received   Closed"
               "     Late  Open at end"
               INTO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SUMMARY-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SUMMARY-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-WRITTEN
                       MOVE SUMMARY-FEED-RECORD
                           TO SUMMARY-REPORT-RECORD
                       WRITE SUMMARY-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE SUMMARY-FEED-FILE

           IF WS-LINES-WRITTEN = 0
               MOVE "No complaints received or open in the quarter."
                   TO SUMMARY-REPORT-RECORD
               WRITE SUMMARY-REPORT-RECORD
           END-IF
           CLOSE SUMMARY-REPORT-FILE.

       END PROGRAM COMPLAINT-SUMMARY-BATCH.
