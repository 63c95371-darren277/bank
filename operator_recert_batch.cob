       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-RECERT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Quarterly operator access recertification. Every quarter
      *> each branch manager has to attest that the people able to
      *> sign on at their branch, in the roles they hold, are still
      *> the right people. This run lists to
      *> ./operator_recert_report.txt, branch by branch, every
      *> operator not terminated -- plus those terminated this
      *> quarter, so the manager confirms the leaver is gone -- with
      *> role, status, last sign-on and the things a reviewer should
      *> look twice at:
      *>   NEVER SIGNED ON   -- an ID nobody has used;
      *>   DORMANT 90+ DAYS  -- no sign-on for 90 days or more;
      *>   ROLE CHANGED      -- OPERATOR-ADMIN changed the role this
      *>                        quarter;
      *>   SUSPENDED / LOCKED.
      *> Each line carries a KEEP / CHANGE / REMOVE box, and each
      *> branch ends with the manager's signature line; changes the
      *> managers ask for go back through OPERATOR-ADMIN.
      *> It joins the chain at month-end and prints only when the
      *> month closes a calendar quarter (March, June, September,
      *> December); other month-ends it skips without marking itself
      *> as run. The count on run history is the number of operators
      *> listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-FEED-FILE
           ASSIGN TO "./operator_recert_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECERT-REPORT-FILE
           ASSIGN TO "./operator_recert_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-FEED-FILE.
       01  RECERT-FEED-RECORD       PIC X(200).
       FD  RECERT-REPORT-FILE.
       01  RECERT-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(1500).
       01  WS-SHELL-COMMAND         PIC X(1700).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-OR-BRANCH             PIC X(10).
       01  WS-OR-OPERATOR-ID        PIC X(8).
       01  WS-OR-NAME               PIC X(30).
       01  WS-OR-ROLE               PIC X(8).
       01  WS-OR-STATUS             PIC X(10).
       01  WS-OR-LAST-SIGNON        PIC X(10).
       01  WS-OR-FLAGS              PIC X(40).
       01  WS-PREV-BRANCH           PIC X(10) VALUE SPACES.

       01  WS-OPERATORS-LISTED      PIC 9(9) VALUE 0.
       01  WS-BUSINESS-MONTH        PIC X(2) VALUE SPACES.
           88  WS-QUARTER-END-MONTH VALUE "03" "06" "09" "12".

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "OPERATOR-RECERT-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "OPERATOR-RECERT-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "OPERATOR-RECERT-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE(6:2) TO WS-BUSINESS-MONTH
           IF NOT WS-QUARTER-END-MONTH
               DISPLAY "Business date " WS-BUSINESS-DATE
                   " does not close a quarter -- no recertification "
                   "this month."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-OPERATORS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-OPERATORS-LISTED WS-RUN-STATUS
               DISPLAY "OPERATOR-RECERT-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-RECERT-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-OPERATORS-LISTED WS-RUN-STATUS
           DISPLAY "OPERATOR-RECERT-BATCH complete. Operators "
               "listed: " WS-OPERATORS-LISTED
           GOBACK.

       EXTRACT-OPERATORS-PARA.
      *> q is the first day of the business date's quarter; the flags
      *> are built space-separated so a line can carry several.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH q AS (SELECT date_trunc('quarter', DATE '"
               WS-BUSINESS-DATE "')::date AS qstart) "
               "SELECT COALESCE(o.branch_code, '(none)'), "
               "o.operator_id, COALESCE(o.operator_name, ''), "
               "COALESCE(o.operator_role, ''), COALESCE("
               "o.operator_status, ''), COALESCE("
               "o.last_signon_at::date::text, 'never'), TRIM("
               "CASE WHEN o.last_signon_at IS NULL THEN "
               "'NEVER SIGNED ON ' WHEN o.last_signon_at < DATE '"
               WS-BUSINESS-DATE "' - 90 THEN 'DORMANT 90+ DAYS ' "
               "ELSE '' END || CASE WHEN EXISTS (SELECT 1 FROM "
               "operator_admin_log l WHERE l.operator_id = "
               "o.operator_id AND l.admin_action = 'ROLE' AND "
               "l.changed_at >= q.qstart) THEN 'ROLE CHANGED ' ELSE "
               "'' END || CASE WHEN o.operator_status IN ("
               "'SUSPENDED', 'LOCKED', 'TERMINATED') THEN "
               "o.operator_status ELSE '' END) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "FROM operators o, q WHERE COALESCE(o.operator_status, "
               "'') <> 'TERMINATED' OR o.status_changed_at >= "
               "q.qstart ORDER BY 1, 2;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./operator_recert_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "OPERATOR-RECERT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-RECERT-REPORT-PARA.
           OPEN OUTPUT RECERT-REPORT-FILE
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "Operator access recertification -- quarter ending "
               WS-BUSINESS-DATE
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "Mark each operator KEEP, CHANGE or REMOVE, sign "
               "for your branch, and return to security "
               "administration."
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD

           MOVE SPACES TO WS-PREV-BRANCH
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT RECERT-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RECERT-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-OPERATOR-PARA
               END-READ
           END-PERFORM
           CLOSE RECERT-FEED-FILE

           IF WS-OPERATORS-LISTED = 0
               MOVE SPACES TO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
               MOVE SPACES TO RECERT-REPORT-RECORD
               STRING "No operators on file."
                   INTO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
           ELSE
               PERFORM WRITE-SIGNATURE-LINE-PARA
               MOVE SPACES TO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
               MOVE SPACES TO RECERT-REPORT-RECORD
               STRING "Operators listed: " WS-OPERATORS-LISTED
                   INTO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
           END-IF
           CLOSE RECERT-REPORT-FILE.

       WRITE-ONE-OPERATOR-PARA.
           MOVE SPACES TO WS-OR-BRANCH WS-OR-OPERATOR-ID WS-OR-NAME
               WS-OR-ROLE WS-OR-STATUS WS-OR-LAST-SIGNON WS-OR-FLAGS
           UNSTRING RECERT-FEED-RECORD DELIMITED BY "|"
               INTO WS-OR-BRANCH WS-OR-OPERATOR-ID WS-OR-NAME
                    WS-OR-ROLE WS-OR-STATUS WS-OR-LAST-SIGNON
                    WS-OR-FLAGS
           END-UNSTRING
           ADD 1 TO WS-OPERATORS-LISTED

           IF WS-OR-BRANCH NOT = WS-PREV-BRANCH
               IF WS-PREV-BRANCH NOT = SPACES
                   PERFORM WRITE-SIGNATURE-LINE-PARA
               END-IF
               MOVE WS-OR-BRANCH TO WS-PREV-BRANCH
               MOVE SPACES TO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
               MOVE SPACES TO RECERT-REPORT-RECORD
               STRING "Branch " WS-OR-BRANCH
                   INTO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
               MOVE SPACES TO RECERT-REPORT-RECORD
               STRING "  Operator Name                           "
                   "Role     Last on    Review                   "
                   "                 KEEP/CHANGE/REMOVE"
                   INTO RECERT-REPORT-RECORD
               WRITE RECERT-REPORT-RECORD
           END-IF

           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "  " WS-OR-OPERATOR-ID " " WS-OR-NAME " "
               WS-OR-ROLE " " WS-OR-LAST-SIGNON " "
               WS-OR-FLAGS " [      ]"
               DELIMITED BY SIZE INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       WRITE-SIGNATURE-LINE-PARA.
           MOVE SPACES TO RECERT-REPORT-RECORD
           STRING "  Branch manager attestation: "
               "______________________________  Date: __________"
               INTO RECERT-REPORT-RECORD
           WRITE RECERT-REPORT-RECORD.

       END PROGRAM OPERATOR-RECERT-BATCH.
