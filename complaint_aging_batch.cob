       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-AGING-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Weekly aging of the complaint register kept by
      *> COMPLAINT-REGISTER. Lists to ./complaint_aging_report.txt
      *> every OPEN complaint against both of its deadlines: the
      *> acknowledgment date (until an acknowledgment is recorded) and
      *> the resolution date. A complaint past either deadline sorts
      *> first and is marked PAST DUE; the rest follow in resolution-
      *> deadline order. A weekly job the runbook schedules, not a
      *> nightly chain step; the count on run history is the number
      *> of complaints listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-FEED-FILE ASSIGN TO "./complaint_aging_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE
           ASSIGN TO "./complaint_aging_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-FEED-FILE.
       01  AGING-FEED-RECORD        PIC X(200).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-PAST-DUE-FLAG         PIC X(1).
       01  WS-AGING-LINE            PIC X(190).

       01  WS-COMPLAINTS-LISTED     PIC 9(9) VALUE 0.
       01  WS-COMPLAINTS-PAST-DUE   PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "COMPLAINT-AGING-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "COMPLAINT-AGING-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-AGING-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-COMPLAINTS-LISTED WS-RUN-STATUS
               DISPLAY "COMPLAINT-AGING-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-AGING-REPORT-PARA

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-COMPLAINTS-LISTED WS-RUN-STATUS
           DISPLAY "COMPLAINT-AGING-BATCH complete. Complaints listed: "
               WS-COMPLAINTS-LISTED " past due: "
               WS-COMPLAINTS-PAST-DUE
           GOBACK.

       EXTRACT-AGING-PARA.
      *> Days are signed against the business date: negative is days
      *> overdue. The first field is the past-due flag the report
      *> counts; the second is the printed line.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT CASE WHEN (x.ackleft < 0 AND "
               "x.acknowledged_date IS NULL) OR x.resleft < 0 THEN "
               "'Y' ELSE 'N' END, rpad(x.complaint_id::text, 10) || "
               "rpad(x.complaint_date::text, 12) || "
               "rpad(x.category, 11) || rpad(x.customer_id || ' ' || "
               "COALESCE(u.legal_name, ''), 32) || "
               "rpad(x.owner_id, 9) || rpad(CASE WHEN "
               "x.acknowledged_date IS NOT NULL THEN 'acknowledged' "
               "WHEN x.ackleft < 0 THEN 'PAST DUE ' || -x.ackleft "
               "ELSE x.ack_due_date || ' (' || x.ackleft || ')' END, "
               "20) || x.resolution_due_date || ' ' || CASE WHEN "
               "x.resleft < 0 THEN 'PAST DUE ' || -x.resleft ELSE "
               "'due in ' || x.resleft END FROM (SELECT c.*, "
               "c.ack_due_date - DATE '" WS-BUSINESS-DATE
               "' AS ackleft, c.resolution_due_date - DATE '"
               WS-BUSINESS-DATE "' AS resleft FROM complaints c "
               "WHERE c.complaint_status = 'OPEN') x LEFT JOIN "
               "customers u ON u.customer_id = x.customer_id "
               "ORDER BY CASE WHEN (x.ackleft < 0 AND "
               "x.acknowledged_date IS NULL) OR x.resleft < 0 THEN 0 "
               "ELSE 1 END, x.resolution_due_date, x.complaint_id;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./complaint_aging_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "COMPLAINT-AGING-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-AGING-REPORT-PARA.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "Complaint aging -- business date "
               WS-BUSINESS-DATE
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "Complaint Received   Category   Customer"
               "                        Owner    Acknowledgment"
               "      Resolution"
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AGING-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ AGING-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-COMPLAINT-PARA
               END-READ
           END-PERFORM
           CLOSE AGING-FEED-FILE

           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           IF WS-COMPLAINTS-LISTED = 0
               MOVE "No open complaints."
                   TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           ELSE
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING "Open complaints: " WS-COMPLAINTS-LISTED
                   "   past due: " WS-COMPLAINTS-PAST-DUE
                   INTO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           CLOSE AGING-REPORT-FILE.

       WRITE-ONE-COMPLAINT-PARA.
           MOVE SPACES TO WS-PAST-DUE-FLAG WS-AGING-LINE
           UNSTRING AGING-FEED-RECORD DELIMITED BY "|"
               INTO WS-PAST-DUE-FLAG WS-AGING-LINE
           END-UNSTRING
           ADD 1 TO WS-COMPLAINTS-LISTED
           IF WS-PAST-DUE-FLAG = "Y"
               ADD 1 TO WS-COMPLAINTS-PAST-DUE
           END-IF

           MOVE SPACES TO AGING-REPORT-RECORD
           MOVE WS-AGING-LINE TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       END PROGRAM COMPLAINT-AGING-BATCH.
