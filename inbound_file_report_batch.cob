       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-FILE-REPORT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Daily inbound file exception report. INBOUND-FILE-SUB
      *> registers every counterparty file an import loads, refuses or
      *> rejects in inbound_file_registry; inbound_file_schedule says
      *> which imports expect a file on which days of the week
      *> (expected_days holds the ISO weekday digits, 1 = Monday,
      *> e.g. '12345'). For the business date this run lists to
      *> ./inbound_file_report.txt:
      *>   NOT RECEIVED -- an active schedule row expecting a file
      *>                   today with no registry row for its import
      *>                   on the business date, so the missing file
      *>                   is chased with the sender that morning
      *>                   instead of noticed when a customer calls;
      *>   DUPLICATE    -- files refused today as a re-drop, waiting
      *>                   on a supervisor's release or removal;
      *>   REJECTED     -- files refused today because the trailer
      *>                   did not prove, waiting on a corrected file.
      *> The count on run history is the number of lines listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FEED-FILE ASSIGN TO "./inbound_file_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INBOUND-REPORT-FILE
           ASSIGN TO "./inbound_file_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FEED-FILE.
       01  INBOUND-FEED-RECORD      PIC X(200).
       FD  INBOUND-REPORT-FILE.
       01  INBOUND-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(1500).
       01  WS-SHELL-COMMAND         PIC X(1700).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-IF-FLAG               PIC X(12).
       01  WS-IF-IMPORT             PIC X(30).
       01  WS-IF-FILE-NAME          PIC X(40).
       01  WS-IF-DETAIL             PIC X(60).

       01  WS-LINES-LISTED          PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "INBOUND-FILE-REPORT-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INBOUND-FILE-REPORT-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "INBOUND-FILE-REPORT-BATCH already ran for "
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
                   WS-LINES-LISTED WS-RUN-STATUS
               DISPLAY "INBOUND-FILE-REPORT-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-EXCEPTION-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-LINES-LISTED WS-RUN-STATUS
           DISPLAY "INBOUND-FILE-REPORT-BATCH complete. Lines "
               "listed: " WS-LINES-LISTED
           GOBACK.

       EXTRACT-EXCEPTIONS-PARA.
      *> Any registry row for the import on the business date counts
      *> as received -- a refused file arrived; it is listed under its
      *> own status instead.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT 'NOT RECEIVED' AS flag, s.import_name, "
               "s.file_name, '-' FROM inbound_file_schedule s "
               "WHERE s.active_flag = 'Y' AND POSITION("
               "EXTRACT(ISODOW FROM DATE '" WS-BUSINESS-DATE
               "')::int::text IN s.expected_days) > 0 "
               "AND NOT EXISTS (SELECT 1 FROM inbound_file_registry "
               "r WHERE r.import_name = s.import_name "
               "AND r.loaded_at >= DATE '" WS-BUSINESS-DATE
               "' AND r.loaded_at < DATE '" WS-BUSINESS-DATE
               "' + 1) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT file_status, import_name, "
               "file_name, 'file ' || file_id || ' ' || "
               "COALESCE(status_reason, '') FROM "
               "inbound_file_registry WHERE file_status IN "
               "('DUPLICATE', 'REJECTED') AND loaded_at >= DATE '"
               WS-BUSINESS-DATE "' AND loaded_at < DATE '"
               WS-BUSINESS-DATE "' + 1 ORDER BY 1 DESC, 2, 4;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./inbound_file_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "INBOUND-FILE-REPORT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-EXCEPTION-REPORT-PARA.
           OPEN OUTPUT INBOUND-REPORT-FILE
           MOVE SPACES TO INBOUND-REPORT-RECORD
           STRING "Inbound file exceptions -- business date "
               WS-BUSINESS-DATE
               INTO INBOUND-REPORT-RECORD
           WRITE INBOUND-REPORT-RECORD
           MOVE SPACES TO INBOUND-REPORT-RECORD
           WRITE INBOUND-REPORT-RECORD
           MOVE SPACES TO INBOUND-REPORT-RECORD
           STRING "Status       Import                         "
               "File                                     Detail"
               INTO INBOUND-REPORT-RECORD
           WRITE INBOUND-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT INBOUND-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ INBOUND-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-EXCEPTION-PARA
               END-READ
           END-PERFORM
           CLOSE INBOUND-FEED-FILE

           MOVE SPACES TO INBOUND-REPORT-RECORD
           WRITE INBOUND-REPORT-RECORD
           IF WS-LINES-LISTED = 0
               MOVE SPACES TO INBOUND-REPORT-RECORD
               STRING "Every expected file arrived and loaded; "
                   "nothing refused."
                   INTO INBOUND-REPORT-RECORD
               WRITE INBOUND-REPORT-RECORD
           ELSE
               MOVE SPACES TO INBOUND-REPORT-RECORD
               STRING "Files needing attention: "
                   WS-LINES-LISTED
                   INTO INBOUND-REPORT-RECORD
               WRITE INBOUND-REPORT-RECORD
           END-IF
           CLOSE INBOUND-REPORT-FILE.

       WRITE-ONE-EXCEPTION-PARA.
           MOVE SPACES TO WS-IF-FLAG WS-IF-IMPORT WS-IF-FILE-NAME
               WS-IF-DETAIL
           UNSTRING INBOUND-FEED-RECORD DELIMITED BY "|"
               INTO WS-IF-FLAG WS-IF-IMPORT WS-IF-FILE-NAME
                    WS-IF-DETAIL
           END-UNSTRING
           ADD 1 TO WS-LINES-LISTED

           MOVE SPACES TO INBOUND-REPORT-RECORD
           STRING WS-IF-FLAG " " WS-IF-IMPORT " "
               WS-IF-FILE-NAME " " WS-IF-DETAIL
               INTO INBOUND-REPORT-RECORD
           WRITE INBOUND-REPORT-RECORD.

       END PROGRAM INBOUND-FILE-REPORT-BATCH.
