       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCTIONS-RESCREEN-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Whole-book sanctions rescreening. SCREEN-NAME-SUB screens a
      *> name only at the moment of an account opening, a transfer or
      *> a wire, so when operations drops a new ./sanctions_list.txt
      *> the customers already on the book were never checked against
      *> the names just added. Each night this batch takes the list
      *> version -- the cksum of the list file, the same fingerprint
      *> AUDIT-SEAL-BATCH seals with -- and compares it with the last
      *> version rescreened (sanctions_list_versions). Unchanged, it
      *> does nothing. Changed, it screens, with SCREEN-NAME-SUB's
      *> own rule (a list name anywhere inside the candidate,
      *> case-insensitive):
      *>   C  every living customers.legal_name,
      *>   H  every holder name on an open account that is not simply
      *>      the linked customer's legal name again,
      *>   P  every saved payee in the payee directory.
      *> Each hit -- candidate and list entry -- lands in the
      *> compliance_review queue SANCTIONS-REVIEW works, unless the
      *> same name and entry is already pending or was already
      *> decided. Every customer screened is stamped with the list
      *> version and date, and the version is recorded as done.
      *> The run prints ./sanctions_rescreen_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SANCTIONS-LIST-FILE
           ASSIGN TO "./sanctions_list.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDIDATE-FEED-FILE
           ASSIGN TO "./sanctions_candidates.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESCREEN-REPORT-FILE
           ASSIGN TO "./sanctions_rescreen_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CKSUM-RESULT-FILE ASSIGN TO "./sanctions_cksum.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_rescr.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-LIST-FILE.
       01  SANCTIONS-LIST-RECORD    PIC X(60).
       FD  CANDIDATE-FEED-FILE.
       01  CANDIDATE-FEED-RECORD    PIC X(200).
       FD  RESCREEN-REPORT-FILE.
       01  RESCREEN-REPORT-RECORD   PIC X(132).
       FD  CKSUM-RESULT-FILE.
       01  CKSUM-RESULT-RECORD      PIC X(20).
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

       01  WS-LIST-VERSION          PIC X(20) VALUE SPACES.
       01  WS-LAST-VERSION          PIC X(20) VALUE SPACES.

      *> The list, held once in memory and upper-cased, so each
      *> candidate is compared without rereading the file.
       01  WS-LIST-MAX              PIC 9(5) COMP VALUE 5000.
       01  WS-LIST-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-LIST-OVERFLOW         PIC X(1) VALUE 'N'.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY        OCCURS 5000 TIMES.
               10  WS-LIST-NAME     PIC X(60).
               10  WS-LIST-LEN      PIC 9(2) COMP.
       01  WS-LIST-IDX              PIC 9(5) COMP VALUE 0.

       01  WS-SUBJECT-TYPE          PIC X(1).
       01  WS-SUBJECT-ID            PIC X(12).
       01  WS-SUBJECT-NAME          PIC X(120).
       01  WS-SUBJECT-ACCOUNT       PIC X(10).
       01  WS-CANDIDATE             PIC X(120).
       01  WS-CAND-LEN              PIC 9(3) COMP.
       01  WS-SCAN-IDX              PIC 9(3) COMP.
       01  WS-ENTRY-HIT             PIC X(1) VALUE 'N'.
       01  WS-CONTEXT               PIC X(20).

       01  WS-SCREENED-C            PIC 9(9) VALUE 0.
       01  WS-SCREENED-H            PIC 9(9) VALUE 0.
       01  WS-SCREENED-P            PIC 9(9) VALUE 0.
       01  WS-HITS-FOUND            PIC 9(9) VALUE 0.
       01  WS-HITS-FILED            PIC 9(9) VALUE 0.
       01  WS-COUNT-DISP            PIC Z(8)9.
       01  WS-LIST-COUNT-DISP       PIC Z(4)9.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "SANCTIONS-RESCREEN-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SANCTIONS-RESCREEN-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "SANCTIONS-RESCREEN-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM LOAD-LIST-PARA
           IF WS-LIST-OVERFLOW = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-HITS-FILED WS-RUN-STATUS
               DISPLAY "Sanctions list holds more than 5000 names -- "
                   "not rescreening."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LIST-VERSION-PARA

           IF WS-LIST-COUNT = 0 OR WS-LIST-VERSION = WS-LAST-VERSION
               IF WS-LIST-COUNT = 0
                   DISPLAY "No sanctions list on file -- nothing to "
                       "rescreen."
               ELSE
                   DISPLAY "Sanctions list unchanged (version "
                       FUNCTION TRIM(WS-LIST-VERSION)
                       ") -- nothing to rescreen."
               END-IF
               CALL "BATCH-RAN-MARK-SUB" USING
                   WS-BATCH-NAME WS-BUSINESS-DATE
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-HITS-FILED WS-RUN-STATUS
               GOBACK
           END-IF
           DISPLAY "Sanctions list version "
               FUNCTION TRIM(WS-LIST-VERSION) " (was "
               FUNCTION TRIM(WS-LAST-VERSION) ") -- rescreening."

           PERFORM EXTRACT-CANDIDATES-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-HITS-FILED WS-RUN-STATUS
               DISPLAY "SANCTIONS-RESCREEN-BATCH failed extracting "
                   "the names to screen."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CANDIDATE-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CANDIDATE-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM SCREEN-CANDIDATE-PARA
               END-READ
           END-PERFORM
           CLOSE CANDIDATE-FEED-FILE

           PERFORM RECORD-VERSION-PARA
           PERFORM WRITE-RESCREEN-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-HITS-FILED WS-RUN-STATUS
           DISPLAY "SANCTIONS-RESCREEN-BATCH complete. Hits filed for "
               "review: " WS-HITS-FILED
           GOBACK.

       LOAD-LIST-PARA.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SANCTIONS-LIST-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SANCTIONS-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF FUNCTION TRIM(SANCTIONS-LIST-RECORD)
                               NOT = SPACES
                           IF WS-LIST-COUNT >= WS-LIST-MAX
                               MOVE 'Y' TO WS-LIST-OVERFLOW
                               MOVE 'Y' TO WS-END-OF-FILE
                           ELSE
                               ADD 1 TO WS-LIST-COUNT
                               MOVE FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(SANCTIONS-LIST-RECORD))
                                   TO WS-LIST-NAME(WS-LIST-COUNT)
                               INSPECT WS-LIST-NAME(WS-LIST-COUNT)
                                   REPLACING ALL "'" BY " "
                               COMPUTE WS-LIST-LEN(WS-LIST-COUNT) =
                                   FUNCTION LENGTH(FUNCTION TRIM(
                                   WS-LIST-NAME(WS-LIST-COUNT)))
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-LIST-FILE.

       LIST-VERSION-PARA.
           MOVE SPACES TO WS-LIST-VERSION
           IF WS-LIST-COUNT > 0
               MOVE SPACES TO WS-SHELL-COMMAND
               STRING
                   "cksum ./sanctions_list.txt | cut -d' ' -f1 "
                   "> ./sanctions_cksum.tmp"
                   INTO WS-SHELL-COMMAND
               CALL "SYSTEM" USING WS-SHELL-COMMAND
                   RETURNING WS-RETURN-CODE
               OPEN INPUT CKSUM-RESULT-FILE
               READ CKSUM-RESULT-FILE INTO WS-LIST-VERSION
                   AT END MOVE SPACES TO WS-LIST-VERSION
               END-READ
               CLOSE CKSUM-RESULT-FILE
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT list_version FROM sanctions_list_versions "
               "ORDER BY rescreened_at DESC LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-RESCREEN-SQL-PARA
           MOVE WS-PSQL-RESULT TO WS-LAST-VERSION.

       EXTRACT-CANDIDATES-PARA.
      *> type | id | name | account -- a customer's account is the
      *> lowest one they hold, for the review screen's reference.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT 'C', c.customer_id, c.legal_name, "
               "COALESCE((SELECT MIN(h.account_number) FROM "
               "account_holders h WHERE h.customer_id = "
               "c.customer_id), '') FROM customers c WHERE "
               "c.date_of_death IS NULL AND c.legal_name IS NOT NULL "
               "UNION ALL SELECT 'H', h.holder_id, h.holder_name, "
               "h.account_number FROM account_holders h JOIN "
               "accounts a ON a.account_number = h.account_number "
               "LEFT JOIN customers c ON c.customer_id = "
               "h.customer_id WHERE a.account_status <> 'CLOSED' AND "
               "h.holder_name IS NOT NULL AND (c.customer_id IS NULL "
               "OR upper(h.holder_name) <> upper(c.legal_name)) "
               "UNION ALL SELECT 'P', p.payee_id, p.display_name, "
               "p.account_number FROM payees p WHERE "
               "p.display_name IS NOT NULL;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./sanctions_candidates.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "SANCTIONS-RESCREEN" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       SCREEN-CANDIDATE-PARA.
           MOVE SPACES TO WS-SUBJECT-TYPE WS-SUBJECT-ID
               WS-SUBJECT-NAME WS-SUBJECT-ACCOUNT
           UNSTRING CANDIDATE-FEED-RECORD DELIMITED BY "|"
               INTO WS-SUBJECT-TYPE WS-SUBJECT-ID WS-SUBJECT-NAME
                    WS-SUBJECT-ACCOUNT
           END-UNSTRING
           EVALUATE WS-SUBJECT-TYPE
               WHEN "C"
                   ADD 1 TO WS-SCREENED-C
                   MOVE "RESCREEN-CUSTOMER" TO WS-CONTEXT
               WHEN "H"
                   ADD 1 TO WS-SCREENED-H
                   MOVE "RESCREEN-HOLDER" TO WS-CONTEXT
               WHEN OTHER
                   ADD 1 TO WS-SCREENED-P
                   MOVE "RESCREEN-PAYEE" TO WS-CONTEXT
           END-EVALUATE

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUBJECT-NAME))
               TO WS-CANDIDATE
           INSPECT WS-CANDIDATE REPLACING ALL "'" BY " "
           COMPUTE WS-CAND-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-CANDIDATE))
           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-LIST-COUNT
               PERFORM CHECK-ONE-ENTRY-PARA
           END-PERFORM.

       CHECK-ONE-ENTRY-PARA.
           MOVE 'N' TO WS-ENTRY-HIT
           IF WS-LIST-LEN(WS-LIST-IDX) > 0
                   AND WS-LIST-LEN(WS-LIST-IDX) <= WS-CAND-LEN
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX >
                           WS-CAND-LEN - WS-LIST-LEN(WS-LIST-IDX) + 1
                          OR WS-ENTRY-HIT = 'Y'
                   IF WS-CANDIDATE(WS-SCAN-IDX:
                           WS-LIST-LEN(WS-LIST-IDX)) =
                           WS-LIST-NAME(WS-LIST-IDX)
                           (1:WS-LIST-LEN(WS-LIST-IDX))
                       MOVE 'Y' TO WS-ENTRY-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENTRY-HIT = 'Y'
               ADD 1 TO WS-HITS-FOUND
               PERFORM FILE-HIT-PARA
           END-IF.

       FILE-HIT-PARA.
      *> Same queue and columns SCREEN-NAME-SUB files into, plus the
      *> subject's type and id and the list version that caught it.
      *> A name already pending, confirmed or cleared against this
      *> entry is not refiled -- compliance decides a pair once.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO compliance_review (subject_name, context, "
               "account_number, matched_list_name, created_at, "
               "review_status, subject_type, subject_id, "
               "list_version) SELECT '"
               FUNCTION TRIM(WS-CANDIDATE) "', '"
               FUNCTION TRIM(WS-CONTEXT) "', NULLIF('"
               FUNCTION TRIM(WS-SUBJECT-ACCOUNT) "', ''), '"
               FUNCTION TRIM(WS-LIST-NAME(WS-LIST-IDX))
               "', NOW(), 'PENDING', '" WS-SUBJECT-TYPE "', "
               FUNCTION TRIM(WS-SUBJECT-ID) ", '"
               FUNCTION TRIM(WS-LIST-VERSION) "' WHERE NOT EXISTS "
               "(SELECT 1 FROM compliance_review r WHERE "
               "r.subject_name = '" FUNCTION TRIM(WS-CANDIDATE)
               "' AND r.matched_list_name = '"
               FUNCTION TRIM(WS-LIST-NAME(WS-LIST-IDX))
               "' AND r.review_status IN ('PENDING', 'CONFIRMED', "
               "'CLEARED')) RETURNING 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-RESCREEN-SQL-PARA
           IF WS-PSQL-RESULT NOT = SPACES
               ADD 1 TO WS-HITS-FILED
           END-IF.

       RECORD-VERSION-PARA.
           MOVE WS-LIST-COUNT TO WS-LIST-COUNT-DISP
           MOVE WS-HITS-FILED TO WS-COUNT-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH v AS (INSERT INTO sanctions_list_versions "
               "(list_version, entry_count, business_date, "
               "hits_filed, rescreened_at) VALUES ('"
               FUNCTION TRIM(WS-LIST-VERSION) "', "
               FUNCTION TRIM(WS-LIST-COUNT-DISP) ", '"
               WS-BUSINESS-DATE "', " FUNCTION TRIM(WS-COUNT-DISP)
               ", NOW()) RETURNING list_version) "
               "UPDATE customers SET sanctions_list_version = "
               "(SELECT list_version FROM v), "
               "sanctions_screened_date = '" WS-BUSINESS-DATE
               "' WHERE date_of_death IS NULL AND legal_name IS NOT "
               "NULL;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-RESCREEN-SQL-PARA.

       WRITE-RESCREEN-REPORT-PARA.
           OPEN OUTPUT RESCREEN-REPORT-FILE
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           STRING "Sanctions rescreening -- business date "
               WS-BUSINESS-DATE
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           STRING "List version " FUNCTION TRIM(WS-LIST-VERSION)
               " (" FUNCTION TRIM(WS-LIST-COUNT-DISP) " names), "
               "previous version "
               FUNCTION TRIM(WS-LAST-VERSION)
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE WS-SCREENED-C TO WS-COUNT-DISP
           STRING "Customers screened       " WS-COUNT-DISP
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           MOVE WS-SCREENED-H TO WS-COUNT-DISP
           STRING "Account holders screened " WS-COUNT-DISP
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           MOVE WS-SCREENED-P TO WS-COUNT-DISP
           STRING "Payees screened          " WS-COUNT-DISP
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           MOVE WS-HITS-FOUND TO WS-COUNT-DISP
           STRING "Potential matches        " WS-COUNT-DISP
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           MOVE SPACES TO RESCREEN-REPORT-RECORD
           MOVE WS-HITS-FILED TO WS-COUNT-DISP
           STRING "New cases for review     " WS-COUNT-DISP
               INTO RESCREEN-REPORT-RECORD
           WRITE RESCREEN-REPORT-RECORD
           CLOSE RESCREEN-REPORT-FILE.

       RUN-RESCREEN-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_rescr.tmp"
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

       END PROGRAM SANCTIONS-RESCREEN-BATCH.
