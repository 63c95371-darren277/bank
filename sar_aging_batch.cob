       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-AGING-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly aging of the SAR case register kept by
      *> SAR-CASE-REGISTER. Lists to ./sar_aging_report.txt every
      *> live case whose regulatory deadline is within the warning
      *> window (sar_config.warn_days, default 7) or already past:
      *>   OPEN / FILE  -- the filing due date, 30 days after
      *>                   detection; a case still undecided or
      *>                   decided F but not yet filed.
      *>   FILED        -- the next continuing-activity review, 90
      *>                   days after the latest filing.
      *> Past-due cases sort first, then the soonest deadline. The
      *> count on run history is the number of cases listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-FEED-FILE ASSIGN TO "./sar_aging_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-REPORT-FILE ASSIGN TO "./sar_aging_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_sar.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-FEED-FILE.
       01  AGING-FEED-RECORD        PIC X(200).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD      PIC X(132).
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

      *> Warning window in days; overridden by a sar_config row.
       01  WS-WARN-DAYS             PIC 9(3) VALUE 7.
       01  WS-WARN-DAYS-DISP        PIC ZZ9.

       01  WS-SAR-CASE-ID           PIC X(10).
       01  WS-CUSTOMER-ID           PIC X(10).
       01  WS-SUBJECT-NAME          PIC X(40).
       01  WS-CASE-STATUS           PIC X(10).
       01  WS-DEADLINE-TYPE         PIC X(8).
       01  WS-DEADLINE-DATE         PIC X(10).
       01  WS-DAYS-LEFT             PIC S9(5) VALUE 0.
       01  WS-TEMP-DAYS             PIC X(10).
       01  WS-DAYS-DISP             PIC ZZZZ9.
       01  WS-AGING-FLAG            PIC X(14).

       01  WS-CASES-LISTED          PIC 9(9) VALUE 0.
       01  WS-CASES-PAST-DUE        PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "SAR-AGING-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SAR-AGING-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "SAR-AGING-BATCH already ran for business date "
                   WS-BUSINESS-DATE " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM LOAD-CONFIG-PARA
           PERFORM EXTRACT-AGING-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CASES-LISTED WS-RUN-STATUS
               DISPLAY "SAR-AGING-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-AGING-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CASES-LISTED WS-RUN-STATUS
           DISPLAY "SAR-AGING-BATCH complete. Cases listed: "
               WS-CASES-LISTED " past due: " WS-CASES-PAST-DUE
           GOBACK.

       LOAD-CONFIG-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT warn_days FROM sar_config LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SAR-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-WARN-DAYS = FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF
           MOVE WS-WARN-DAYS TO WS-WARN-DAYS-DISP.

       EXTRACT-AGING-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT x.sar_case_id, x.customer_id, "
               "COALESCE(u.legal_name, ''), x.case_status, x.dtype, "
               "x.due, x.due - DATE '" WS-BUSINESS-DATE "' FROM "
               "(SELECT sar_case_id, customer_id, case_status, "
               "CASE WHEN case_status = 'FILED' THEN 'REVIEW' ELSE "
               "'FILING' END AS dtype, CASE WHEN case_status = "
               "'FILED' THEN next_review_date ELSE filing_due_date "
               "END AS due FROM sar_cases WHERE case_status IN "
               "('OPEN', 'FILE', 'FILED')) x "
               "LEFT JOIN customers u ON u.customer_id = "
               "x.customer_id WHERE x.due - DATE '" WS-BUSINESS-DATE
               "' <= " FUNCTION TRIM(WS-WARN-DAYS-DISP)
               " ORDER BY x.due, x.sar_case_id;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./sar_aging_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "SAR-AGING-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-AGING-REPORT-PARA.
           OPEN OUTPUT AGING-REPORT-FILE
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "SAR deadline aging -- business date "
               WS-BUSINESS-DATE "   warning window "
               FUNCTION TRIM(WS-WARN-DAYS-DISP) " days"
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           MOVE SPACES TO AGING-REPORT-RECORD
           STRING "Case       Customer   Subject"
               "                                  Status     "
               "Deadline  Due date    Aging"
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AGING-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ AGING-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-CASE-PARA
               END-READ
           END-PERFORM
           CLOSE AGING-FEED-FILE

           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
           IF WS-CASES-LISTED = 0
               MOVE "No SAR case is near or past its deadline."
                   TO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           ELSE
               MOVE SPACES TO AGING-REPORT-RECORD
               STRING "Cases listed: " WS-CASES-LISTED
                   "   past due: " WS-CASES-PAST-DUE
                   INTO AGING-REPORT-RECORD
               WRITE AGING-REPORT-RECORD
           END-IF
           CLOSE AGING-REPORT-FILE.

       WRITE-ONE-CASE-PARA.
           MOVE SPACES TO WS-SAR-CASE-ID WS-CUSTOMER-ID
               WS-SUBJECT-NAME WS-CASE-STATUS WS-DEADLINE-TYPE
               WS-DEADLINE-DATE WS-TEMP-DAYS
           UNSTRING AGING-FEED-RECORD DELIMITED BY "|"
               INTO WS-SAR-CASE-ID WS-CUSTOMER-ID WS-SUBJECT-NAME
                    WS-CASE-STATUS WS-DEADLINE-TYPE WS-DEADLINE-DATE
                    WS-TEMP-DAYS
           END-UNSTRING
           COMPUTE WS-DAYS-LEFT = FUNCTION NUMVAL(WS-TEMP-DAYS)

           MOVE SPACES TO WS-AGING-FLAG
           IF WS-DAYS-LEFT < 0
               COMPUTE WS-DAYS-DISP = 0 - WS-DAYS-LEFT
               STRING "PAST DUE " FUNCTION TRIM(WS-DAYS-DISP)
                   INTO WS-AGING-FLAG
               ADD 1 TO WS-CASES-PAST-DUE
           ELSE
               MOVE WS-DAYS-LEFT TO WS-DAYS-DISP
               STRING "due in " FUNCTION TRIM(WS-DAYS-DISP)
                   INTO WS-AGING-FLAG
           END-IF
           ADD 1 TO WS-CASES-LISTED

           MOVE SPACES TO AGING-REPORT-RECORD
           STRING WS-SAR-CASE-ID " " WS-CUSTOMER-ID " "
               WS-SUBJECT-NAME " " WS-CASE-STATUS " "
               WS-DEADLINE-TYPE "  " WS-DEADLINE-DATE "  "
               WS-AGING-FLAG
               INTO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD.

       RUN-SAR-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_sar.tmp"
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

       END PROGRAM SAR-AGING-BATCH.
