      *> investigations work the other way -- "every transaction of
      *> exactly 4,999.00 last Tuesday", "every transfer into account
      *> X from anywhere". Each filter is optional: amount range, date
      *> range, type, target account, idempotency key, request ID.
      *> Matches go to a results report as well as the screen, so the
      *> hunt that used to be hand-written SQL at midnight is a
      *> repeatable, audited run. The request ID is the HANDLER
      *> correlation ID a partner quotes back from a response; it
      *> finds exactly what that call posted. The text filter finds
      *> postings whose narrative or external reference contains what
      *> is keyed, case ignored -- "every payment from ACME", "the
      *> posting for invoice 4471" -- and each match shows both.
      *> On a training room terminal the search runs against the
      *> training database and reports to
      *> training_transaction_search_results.txt.
      *> The investigator signs on, and account numbers in the
      *> results (on the screen and in the report) are shown under
      *> the masking policy for their role (MASK-DATA-SUB): last four
      *> digits unless the role is entitled to the full number, and
      *> every search shown in full is written to the audit trail.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_ts.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEARCH-REPORT-FILE ASSIGN TO
           WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(300).
       FD  SEARCH-REPORT-FILE.
       01  SEARCH-REPORT-RECORD  PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TARGET-ACCOUNT     PIC X(10) VALUE SPACES.
       01  WS-TARGET-VALID       PIC X(1) VALUE 'Y'.
       01  WS-IDEM-KEY           PIC X(64) VALUE SPACES.
       01  WS-REQUEST-ID         PIC X(40) VALUE SPACES.
       01  WS-TEXT-FILTER        PIC X(40) VALUE SPACES.
       01  WS-DATE-OK            PIC X(1) VALUE 'Y'.
       01  WS-CHAR-IDX           PIC 9(3) COMP.
       01  WS-FIELD-LEN          PIC 9(3) COMP.
       01  WS-ONE-CHAR           PIC X(1).
       01  WS-FORMATTED-AMOUNT   PIC Z(13)9.99.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SQL-WHERE          PIC X(800) VALUE SPACES.
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-MATCHES            PIC 9(9) VALUE 0.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.
       01  WS-REPORT-FILE-NAME   PIC X(40)
           VALUE "./transaction_search_results.txt".
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
      *> Account columns as the operator's role may see them.
       01  WS-MASK-AUDIENCE      PIC X(10) VALUE SPACES.
       01  WS-MASK-ELEMENT       PIC X(8) VALUE "ACCOUNT".
       01  WS-MASK-COLUMN        PIC X(60) VALUE SPACES.
       01  WS-ACCOUNT-EXPR       PIC X(300) VALUE SPACES.
       01  WS-TARGET-EXPR        PIC X(300) VALUE SPACES.
       01  WS-MASK-PROGRAM       PIC X(20) VALUE
           "TRANSACTION-SEARCH".
       01  WS-UNMASKED           PIC X(1) VALUE 'N'.
       01  WS-MASK-VIEW          PIC X(80) VALUE
           "transaction search results".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON-TRAINING-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK WS-TRAINING-MODE
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE
           IF WS-TRAINING-MODE = 'Y'
               MOVE "./training_transaction_search_results.txt"
                   TO WS-REPORT-FILE-NAME
           END-IF

           DISPLAY "Transaction search -- leave a filter blank or "
               "zero to skip it."
           DISPLAY "Minimum Amount:"
           ACCEPT WS-TARGET-ACCOUNT
           DISPLAY "Idempotency Key:"
           ACCEPT WS-IDEM-KEY
           DISPLAY "Request ID (X-Request-Id of an API call):"
           ACCEPT WS-REQUEST-ID
           DISPLAY "Narrative or external reference contains:"
           ACCEPT WS-TEXT-FILTER

           PERFORM VALIDATE-FILTERS-PARA
           PERFORM BUILD-WHERE-PARA
           PERFORM SET-MASKING-PARA
           PERFORM RUN-SEARCH-PARA
           PERFORM WRITE-RESULTS-PARA
           IF WS-MATCHES > 0
               CALL "MASK-AUDIT-SUB" USING
                   WS-MASK-PROGRAM WS-OPERATOR-ID WS-TARGET-ACCOUNT
                   WS-MASK-VIEW WS-UNMASKED
           END-IF

           DISPLAY "Search complete. Matches: " WS-MATCHES
               " -- results in " FUNCTION TRIM(WS-REPORT-FILE-NAME)
           GOBACK.

       SET-MASKING-PARA.
           CALL "MASK-POLICY-SUB" USING WS-MASK-AUDIENCE WS-OPERATOR-ID
           MOVE "account_number" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-ACCOUNT-EXPR
           MOVE "NULLIF(target_account_number, '')" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-TARGET-EXPR.

       VALIDATE-FILTERS-PARA.
           *> Everything keyed here rides into SQL -- same discipline
           *> as the posting paths: dates must be digits and dashes,
                       GOBACK
                   END-IF
               END-PERFORM
           END-IF
           *> Same charset REQUEST-ID-SUB keeps: letters, digits, "-",
           *> "_" and ".".
           IF FUNCTION TRIM(WS-REQUEST-ID) NOT = SPACES
               COMPUTE WS-FIELD-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-REQUEST-ID))
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-FIELD-LEN
                   MOVE WS-REQUEST-ID(WS-CHAR-IDX:1) TO WS-ONE-CHAR
                   IF WS-ONE-CHAR NOT NUMERIC
                           AND (WS-ONE-CHAR < "A" OR WS-ONE-CHAR > "Z")
                           AND (WS-ONE-CHAR < "a" OR WS-ONE-CHAR > "z")
                           AND WS-ONE-CHAR NOT = "-"
                           AND WS-ONE-CHAR NOT = "_"
                           AND WS-ONE-CHAR NOT = "."
                       DISPLAY "Invalid request ID format."
                       GOBACK
                   END-IF
               END-PERFORM
           END-IF
           *> Free text -- cleaned the way the posting paths clean a
           *> narrative before it rides into SQL.
           INSPECT WS-TEXT-FILTER REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE.

       CHECK-ONE-DATE-FROM-PARA.
           IF FUNCTION TRIM(WS-DATE-FROM) NOT = SPACES
                   " AND idempotency_key = '"
                   FUNCTION TRIM(WS-IDEM-KEY) "'"
                   INTO WS-SQL-WHERE
           END-IF
           IF FUNCTION TRIM(WS-REQUEST-ID) NOT = SPACES
               STRING FUNCTION TRIM(WS-SQL-WHERE)
                   " AND request_id = '"
                   FUNCTION TRIM(WS-REQUEST-ID) "'"
                   INTO WS-SQL-WHERE
           END-IF
           IF FUNCTION TRIM(WS-TEXT-FILTER) NOT = SPACES
               STRING FUNCTION TRIM(WS-SQL-WHERE)
                   " AND (narrative ILIKE '%"
                   FUNCTION TRIM(WS-TEXT-FILTER)
                   "%' OR external_reference ILIKE '%"
                   FUNCTION TRIM(WS-TEXT-FILTER) "%')"
                   INTO WS-SQL-WHERE
           END-IF.

       RUN-SEARCH-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT transaction_id || ' | ' || "
               FUNCTION TRIM(WS-ACCOUNT-EXPR) " || "
               "' | ' || transaction_type || ' | ' || amount || ' | "
               "to ' || COALESCE(NULLIF(" FUNCTION TRIM(WS-TARGET-EXPR)
               ", ''), '-') || ' | ' || timestamp::timestamp(0) || "
               "COALESCE(' | key ' || idempotency_key, '') || "
               "COALESCE(' | op ' || operator_id, '') || "
               "COALESCE(' | req ' || request_id, '') || "
               "COALESCE(' | ref ' || external_reference, '') || "
               "COALESCE(' | ' || narrative, '') "
               "FROM transactions "
               FUNCTION TRIM(WS-SQL-WHERE)
               " ORDER BY transaction_id LIMIT 500;"
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "TRANSACTION-SEARCH" WS-TARGET-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       WRITE-RESULTS-PARA.
           OPEN OUTPUT SEARCH-REPORT-FILE
