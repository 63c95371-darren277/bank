       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-FILE-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Shared inbound file registry and load gate. Every import that
      *> reads a fixed-name file from a counterparty (ACH, ATM
      *> settlement, card clearing, cash letter, lockbox, positive
      *> pay, payment returns) calls this before it reads a record for
      *> itself. Operations re-dropping yesterday's file used to mean
      *> every credit in it posted twice; now the file is scanned end
      *> to end first and registered in inbound_file_registry with its
      *> name, header date, header text, record count, a sha256 of its
      *> contents, and its control totals -- detail count and amount
      *> as read, trailer count and amount as stated. The caller is
      *> told to go ahead only when:
      *>   - the trailer is present and its count (and amount, for the
      *>     formats whose trailer carries one) agrees with the detail
      *>     -- an out-of-balance file is REJECTED before anything
      *>     posts;
      *>   - neither the header nor the hash matches a file this import
      *>     has already loaded -- a match is registered as DUPLICATE,
      *>     pointing at the earlier file, and refused.
      *> A supervisor who knows a DUPLICATE is genuine (a legitimate
      *> resend with the same header) releases it through
      *> INBOUND-FILE-REVIEW; the next run of the import finds the
      *> RELEASED row by hash and loads the file under it. A file not
      *> there at all is simply not registered --
      *> INBOUND-FILE-REPORT-BATCH lists expected files that never
      *> arrived. Unlike run history, the registry IS a gate: if the
      *> registry cannot be written, the file is not loaded.
      *>
      *> Caller supplies the 1-based offsets into the 79-byte record
      *> body of the '6' detail amount (15, zoned, two implied
      *> decimals; 0 = the detail carries no amount) and of the '1'
      *> header date (10), and whether the '9' trailer carries an
      *> amount after its 6-digit count.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INBOUND-FILE ASSIGN TO WS-INBOUND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INBOUND-STATUS.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_ifr.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  INBOUND-RECORD.
           05  IF-RECORD-TYPE     PIC X(1).
           05  IF-RECORD-BODY     PIC X(79).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND         PIC X(1500).
       01  WS-SHELL-COMMAND       PIC X(1700).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(80).
       01  WS-INBOUND-NAME        PIC X(40) VALUE SPACES.
       01  WS-INBOUND-STATUS      PIC X(2) VALUE SPACES.
       01  WS-END-OF-FILE         PIC X(1) VALUE 'N'.

       01  WS-RECORDS-READ        PIC 9(9) VALUE 0.
       01  WS-DETAIL-COUNT        PIC 9(9) VALUE 0.
       01  WS-DETAIL-AMOUNT       PIC 9(15)V99 VALUE 0.
       01  WS-BAD-AMOUNT          PIC X(1) VALUE 'N'.
       01  WS-TRAILER-SEEN        PIC X(1) VALUE 'N'.
       01  WS-HEADER-BODY         PIC X(79) VALUE SPACES.
       01  WS-HEADER-DATE         PIC X(10) VALUE SPACES.

      *> Trailer body: count (6) then, where the format has one,
      *> amount (15). Kept as text until proven numeric.
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT-X PIC X(6).
           05  WS-TRAILER-COUNT-N REDEFINES WS-TRAILER-COUNT-X
                                  PIC 9(6).
           05  WS-TRAILER-AMOUNT-X PIC X(15).
           05  WS-TRAILER-AMOUNT-N REDEFINES WS-TRAILER-AMOUNT-X
                                  PIC 9(13)V99.
           05  FILLER             PIC X(58).
       01  WS-AMOUNT-X            PIC X(15).
       01  WS-AMOUNT-N REDEFINES WS-AMOUNT-X PIC 9(13)V99.

       01  WS-CONTENT-HASH        PIC X(64) VALUE SPACES.
       01  WS-FILE-STATUS         PIC X(10) VALUE SPACES.
       01  WS-STATUS-REASON       PIC X(40) VALUE SPACES.
       01  WS-DUPLICATE-OF        PIC X(20) VALUE SPACES.
       01  WS-DUPLICATE-SQL       PIC X(20) VALUE SPACES.
       01  WS-TRAILER-COUNT-SQL   PIC X(12) VALUE SPACES.
       01  WS-TRAILER-AMOUNT-SQL  PIC X(20) VALUE SPACES.
       01  WS-COUNT-DISP          PIC Z(8)9.
       01  WS-RECORDS-DISP        PIC Z(8)9.
       01  WS-AMOUNT-DISP         PIC Z(14)9.99.
       01  WS-TRAILER-AMT-DISP    PIC Z(12)9.99.

       LINKAGE SECTION.
       01  LS-IMPORT-NAME         PIC X(30).
       01  LS-FILE-NAME           PIC X(40).
       01  LS-AMOUNT-POS          PIC 9(2).
       01  LS-DATE-POS            PIC 9(2).
       01  LS-TRAILER-AMOUNT      PIC X(1).
       01  LS-FILE-ID             PIC X(20).
       01  LS-FILE-OK             PIC X(1).
       01  LS-FINAL-STATUS        PIC X(10).

       PROCEDURE DIVISION USING LS-IMPORT-NAME LS-FILE-NAME
           LS-AMOUNT-POS LS-DATE-POS LS-TRAILER-AMOUNT
           LS-FILE-ID LS-FILE-OK.
       MAIN-PARA.
           MOVE SPACES TO LS-FILE-ID
           MOVE 'N' TO LS-FILE-OK
           MOVE 0 TO WS-RECORDS-READ WS-DETAIL-COUNT WS-DETAIL-AMOUNT
           MOVE 'N' TO WS-BAD-AMOUNT WS-TRAILER-SEEN WS-END-OF-FILE
           MOVE SPACES TO WS-HEADER-BODY WS-HEADER-DATE
               WS-TRAILER-BODY WS-CONTENT-HASH WS-DUPLICATE-OF
               WS-STATUS-REASON
           MOVE LS-FILE-NAME TO WS-INBOUND-NAME

           *> Scan the whole file before the caller posts anything.
           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ INBOUND-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END PERFORM SCAN-ONE-RECORD-PARA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE INBOUND-FILE

           IF WS-RECORDS-READ = 0
               DISPLAY "Inbound file " FUNCTION TRIM(LS-FILE-NAME)
                   " not received -- nothing to load."
               GOBACK
           END-IF

           PERFORM PROVE-CONTROL-TOTALS-PARA
           PERFORM HASH-FILE-PARA

           IF WS-FILE-STATUS = "LOADED"
               PERFORM CLAIM-RELEASE-PARA
           END-IF
           IF WS-FILE-STATUS = "LOADED" AND LS-FILE-ID = SPACES
               PERFORM CHECK-DUPLICATE-PARA
           END-IF
           IF LS-FILE-ID = SPACES
               PERFORM REGISTER-FILE-PARA
           END-IF

           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP
           MOVE WS-DETAIL-AMOUNT TO WS-AMOUNT-DISP
           EVALUATE TRUE
               WHEN LS-FILE-ID = SPACES
                   DISPLAY "Inbound file registry unavailable -- "
                       FUNCTION TRIM(LS-FILE-NAME) " not loaded."
               WHEN WS-FILE-STATUS = "LOADED"
                   MOVE 'Y' TO LS-FILE-OK
                   DISPLAY "Inbound file " FUNCTION TRIM(LS-FILE-NAME)
                       " registered as file "
                       FUNCTION TRIM(LS-FILE-ID) ": "
                       FUNCTION TRIM(WS-COUNT-DISP) " detail, "
                       FUNCTION TRIM(WS-AMOUNT-DISP)
               WHEN WS-FILE-STATUS = "DUPLICATE"
                   DISPLAY "Inbound file " FUNCTION TRIM(LS-FILE-NAME)
                       " matches file " FUNCTION TRIM(WS-DUPLICATE-OF)
                       " already loaded -- refused as file "
                       FUNCTION TRIM(LS-FILE-ID)
                       "; a supervisor must release it."
               WHEN OTHER
                   DISPLAY "Inbound file " FUNCTION TRIM(LS-FILE-NAME)
                       " rejected as file " FUNCTION TRIM(LS-FILE-ID)
                       ": " FUNCTION TRIM(WS-STATUS-REASON)
                       " -- nothing posted."
           END-EVALUATE
           GOBACK.

      *>----------------------------------------------------------------
      *> INBOUND-FILE-DONE-SUB
      *> Close the registry row out once the import has finished with
      *> the file: PROCESSED when the run completed, FAILED otherwise.
      *> Either way the file stays on the registry, so a re-drop of it
      *> is still caught as a duplicate.
      *>----------------------------------------------------------------
       ENTRY "INBOUND-FILE-DONE-SUB" USING LS-FILE-ID LS-FINAL-STATUS.
       DONE-MAIN-PARA.
           IF FUNCTION TRIM(LS-FILE-ID) = SPACES
               GOBACK
           END-IF

           IF FUNCTION TRIM(LS-FINAL-STATUS) = "COMPLETED"
               MOVE "PROCESSED" TO WS-FILE-STATUS
           ELSE
               MOVE "FAILED" TO WS-FILE-STATUS
           END-IF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE inbound_file_registry SET file_status = '"
               FUNCTION TRIM(WS-FILE-STATUS)
               "', processed_at = NOW() WHERE file_id = "
               FUNCTION TRIM(LS-FILE-ID)
               " AND file_status = 'LOADED';"
               INTO WS-SQL-COMMAND
           PERFORM INBOUND-FILE-SQL-PARA
           GOBACK.

       SCAN-ONE-RECORD-PARA.
           ADD 1 TO WS-RECORDS-READ
           EVALUATE IF-RECORD-TYPE
               WHEN "1"
                   IF WS-HEADER-BODY = SPACES
                       MOVE IF-RECORD-BODY TO WS-HEADER-BODY
                       MOVE IF-RECORD-BODY(LS-DATE-POS:10)
                           TO WS-HEADER-DATE
                   END-IF
               WHEN "6"
                   ADD 1 TO WS-DETAIL-COUNT
                   IF LS-AMOUNT-POS > 0
                       MOVE IF-RECORD-BODY(LS-AMOUNT-POS:15)
                           TO WS-AMOUNT-X
                       IF WS-AMOUNT-N IS NUMERIC
                           ADD WS-AMOUNT-N TO WS-DETAIL-AMOUNT
                       ELSE
                           MOVE 'Y' TO WS-BAD-AMOUNT
                       END-IF
                   END-IF
               WHEN "9"
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE IF-RECORD-BODY TO WS-TRAILER-BODY
           END-EVALUATE.

       PROVE-CONTROL-TOTALS-PARA.
           *> The trailer is the counterparty's own statement of what it
           *> sent. A file that disagrees with itself is truncated or
           *> corrupt -- reject it whole rather than post part of it.
           MOVE "LOADED" TO WS-FILE-STATUS
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN NOT = 'Y'
                   MOVE "NO TRAILER RECORD" TO WS-STATUS-REASON
               WHEN WS-TRAILER-COUNT-N IS NOT NUMERIC
                   MOVE "TRAILER COUNT NOT NUMERIC" TO WS-STATUS-REASON
               WHEN WS-TRAILER-COUNT-N NOT = WS-DETAIL-COUNT
                   MOVE "TRAILER COUNT MISMATCH" TO WS-STATUS-REASON
               WHEN WS-BAD-AMOUNT = 'Y'
                   MOVE "DETAIL AMOUNT NOT NUMERIC" TO WS-STATUS-REASON
               WHEN LS-TRAILER-AMOUNT = 'Y'
                   AND WS-TRAILER-AMOUNT-N IS NOT NUMERIC
                   MOVE "TRAILER AMOUNT NOT NUMERIC"
                       TO WS-STATUS-REASON
               WHEN LS-TRAILER-AMOUNT = 'Y'
                   AND WS-TRAILER-AMOUNT-N NOT = WS-DETAIL-AMOUNT
                   MOVE "TRAILER AMOUNT MISMATCH" TO WS-STATUS-REASON
           END-EVALUATE
           IF WS-STATUS-REASON NOT = SPACES
               MOVE "REJECTED" TO WS-FILE-STATUS
           END-IF

           MOVE "NULL" TO WS-TRAILER-COUNT-SQL WS-TRAILER-AMOUNT-SQL
           IF WS-TRAILER-SEEN = 'Y' AND WS-TRAILER-COUNT-N IS NUMERIC
               MOVE WS-TRAILER-COUNT-X TO WS-TRAILER-COUNT-SQL
           END-IF
           IF WS-TRAILER-SEEN = 'Y' AND LS-TRAILER-AMOUNT = 'Y'
               AND WS-TRAILER-AMOUNT-N IS NUMERIC
               MOVE WS-TRAILER-AMOUNT-N TO WS-TRAILER-AMT-DISP
               MOVE FUNCTION TRIM(WS-TRAILER-AMT-DISP)
                   TO WS-TRAILER-AMOUNT-SQL
           END-IF

           *> The header goes into SQL text inside a shell string --
           *> quote and shell metacharacters are blanked, the same way
           *> on every run, so the comparison still holds.
           INSPECT WS-HEADER-BODY REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE
           INSPECT WS-HEADER-DATE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE.

       HASH-FILE-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "sha256sum " FUNCTION TRIM(LS-FILE-NAME)
               " | cut -c1-64 > ./psql_result_ifr.tmp"
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE
           PERFORM READ-ONE-RESULT-PARA
           MOVE WS-PSQL-RESULT TO WS-CONTENT-HASH.

       CLAIM-RELEASE-PARA.
           *> A supervisor-released duplicate of this very file (same
           *> hash) is loaded under its own registry row.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE inbound_file_registry SET file_status = "
               "'LOADED', loaded_at = NOW() WHERE file_id = "
               "(SELECT MAX(file_id) FROM inbound_file_registry "
               "WHERE import_name = '" FUNCTION TRIM(LS-IMPORT-NAME)
               "' AND content_hash = '" FUNCTION TRIM(WS-CONTENT-HASH)
               "' AND file_status = 'RELEASED') RETURNING file_id;"
               INTO WS-SQL-COMMAND
           PERFORM INBOUND-FILE-SQL-PARA
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE WS-PSQL-RESULT TO LS-FILE-ID
               DISPLAY "Inbound file " FUNCTION TRIM(LS-FILE-NAME)
                   " was released by a supervisor -- loading."
           END-IF.

       CHECK-DUPLICATE-PARA.
           *> Anything that got past the gate counts -- a FAILED run may
           *> have posted part of its file before it stopped.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT MIN(file_id) FROM inbound_file_registry "
               "WHERE import_name = '" FUNCTION TRIM(LS-IMPORT-NAME)
               "' AND file_status IN ('LOADED', 'PROCESSED', "
               "'FAILED') AND (content_hash = '"
               FUNCTION TRIM(WS-CONTENT-HASH)
               "' OR (header_text <> '' AND header_text = '"
               FUNCTION TRIM(WS-HEADER-BODY) "'));"
               INTO WS-SQL-COMMAND
           PERFORM INBOUND-FILE-SQL-PARA
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE WS-PSQL-RESULT TO WS-DUPLICATE-OF
               MOVE "DUPLICATE" TO WS-FILE-STATUS
               MOVE SPACES TO WS-STATUS-REASON
               STRING "MATCHES FILE " FUNCTION TRIM(WS-DUPLICATE-OF)
                   INTO WS-STATUS-REASON
           END-IF.

       REGISTER-FILE-PARA.
           MOVE "NULL" TO WS-DUPLICATE-SQL
           IF WS-DUPLICATE-OF NOT = SPACES
               MOVE WS-DUPLICATE-OF TO WS-DUPLICATE-SQL
           END-IF
           MOVE WS-RECORDS-READ TO WS-RECORDS-DISP
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISP
           MOVE WS-DETAIL-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO inbound_file_registry (import_name, "
               "file_name, header_date, header_text, record_count, "
               "detail_count, detail_amount, trailer_count, "
               "trailer_amount, content_hash, file_status, "
               "status_reason, duplicate_of, loaded_at) VALUES ('"
               FUNCTION TRIM(LS-IMPORT-NAME) "', '"
               FUNCTION TRIM(LS-FILE-NAME) "', '"
               FUNCTION TRIM(WS-HEADER-DATE) "', '"
               FUNCTION TRIM(WS-HEADER-BODY) "', "
               FUNCTION TRIM(WS-RECORDS-DISP) ", "
               FUNCTION TRIM(WS-COUNT-DISP) ", "
               FUNCTION TRIM(WS-AMOUNT-DISP) ", "
               FUNCTION TRIM(WS-TRAILER-COUNT-SQL) ", "
               FUNCTION TRIM(WS-TRAILER-AMOUNT-SQL) ", '"
               FUNCTION TRIM(WS-CONTENT-HASH) "', '"
               FUNCTION TRIM(WS-FILE-STATUS) "', '"
               FUNCTION TRIM(WS-STATUS-REASON) "', "
               FUNCTION TRIM(WS-DUPLICATE-SQL)
               ", NOW()) RETURNING file_id;"
               INTO WS-SQL-COMMAND
           PERFORM INBOUND-FILE-SQL-PARA
           MOVE WS-PSQL-RESULT TO LS-FILE-ID.

       INBOUND-FILE-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_ifr.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           PERFORM READ-ONE-RESULT-PARA.

       READ-ONE-RESULT-PARA.
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM INBOUND-FILE-SUB.
