       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTR-CONDUCTOR-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Shared conductor capture for the cash teller programs. A CTR
      *> names the person who physically conducted the cash
      *> transaction, not just the customer whose account it hit --
      *> and by the time CTR-REPORT-BATCH finds the filing that night
      *> the person has long left the counter. So the teller has to
      *> ask at the window, on the posting that takes the customer's
      *> day over the conductor pre-threshold (ctr_config
      *> conductor_threshold, a safety margin under the CTR line so
      *> the capture has already happened when the later items push
      *> the day over the filing threshold).
      *>
      *> The day is aggregated exactly as the CTR run aggregates it:
      *> same-direction D or W cash posted today on every account
      *> whose primary holder is the same subject -- 'C' plus the
      *> customer number, or 'H' plus the holder name for legacy
      *> holders -- plus the amount about to post. Over the
      *> pre-threshold, the teller keys the conductor's name, ID type
      *> and number, address and date of birth, with a shortcut that
      *> copies name, address and DOB off the customer master when
      *> the account holder is standing there in person.
      *>
      *> Status handed back: 'N' not required, 'Y' captured, 'X'
      *> required but the teller could not complete it (the caller
      *> refuses to post). A caller that already holds a captured
      *> conductor for the same visit passes status 'Y' in and is not
      *> prompted a second time. The caller stores the details
      *> against the transaction_id (or approval_id) it posts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND         PIC X(1600).
       01  WS-SHELL-COMMAND       PIC X(1800).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(200).
      *> Pre-threshold; overridden by ctr_config.conductor_threshold.
       01  WS-CONDUCTOR-THRESHOLD PIC 9(15)V99 VALUE 8000.00.
       01  WS-DAY-TOTAL           PIC 9(15)V99 VALUE 0.
       01  WS-TEMP-TOTAL          PIC X(20) VALUE SPACES.
       01  WS-TEMP-THRESHOLD      PIC X(20) VALUE SPACES.
       01  WS-DAY-TOTAL-DISP      PIC Z(13)9.99.
       01  WS-HOLDER-PRESENT      PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  LS-ACCOUNT-NUMBER      PIC X(10).
       01  LS-TRANS-TYPE          PIC X(1).
       01  LS-AMOUNT              PIC 9(15)V99.
       01  LS-CONDUCTOR-STATUS    PIC X(1).
       01  LS-CONDUCTOR-NAME      PIC X(60).
       01  LS-CONDUCTOR-ID-TYPE   PIC X(12).
       01  LS-CONDUCTOR-ID-NUMBER PIC X(30).
       01  LS-CONDUCTOR-ADDRESS   PIC X(100).
       01  LS-CONDUCTOR-DOB       PIC X(10).

       PROCEDURE DIVISION USING
           LS-ACCOUNT-NUMBER LS-TRANS-TYPE LS-AMOUNT
           LS-CONDUCTOR-STATUS LS-CONDUCTOR-NAME
           LS-CONDUCTOR-ID-TYPE LS-CONDUCTOR-ID-NUMBER
           LS-CONDUCTOR-ADDRESS LS-CONDUCTOR-DOB.
       MAIN-PARA.
      *> A training session reads and writes the training database.
           CALL "TRAINING-MODE-SUB" USING DB-CONFIG WS-TRAINING-MODE
           IF LS-CONDUCTOR-STATUS NOT = 'Y'
               MOVE 'N' TO LS-CONDUCTOR-STATUS
           END-IF
           IF LS-TRANS-TYPE NOT = "D" AND LS-TRANS-TYPE NOT = "W"
               GOBACK
           END-IF

           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           PERFORM LOAD-DAY-TOTAL-PARA
           ADD LS-AMOUNT TO WS-DAY-TOTAL

           IF WS-DAY-TOTAL > WS-CONDUCTOR-THRESHOLD
                   AND LS-CONDUCTOR-STATUS NOT = 'Y'
               MOVE WS-DAY-TOTAL TO WS-DAY-TOTAL-DISP
               DISPLAY "Cash for this customer today comes to "
                   FUNCTION TRIM(WS-DAY-TOTAL-DISP)
                   " -- conductor details are required."
               PERFORM CAPTURE-CONDUCTOR-PARA
           END-IF

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       LOAD-DAY-TOTAL-PARA.
           MOVE 0 TO WS-DAY-TOTAL
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH ah AS (SELECT DISTINCT ON (account_number) "
               "account_number, COALESCE('C' || customer_id::text, "
               "'H' || holder_name) AS subject_key "
               "FROM account_holders WHERE holder_role = 'P' "
               "ORDER BY account_number, holder_id), "
               "s AS (SELECT subject_key FROM ah WHERE "
               "account_number = '" FUNCTION TRIM(LS-ACCOUNT-NUMBER)
               "') "
               "SELECT COALESCE((SELECT SUM(t.amount) "
               "FROM transactions t JOIN ah ON ah.account_number = "
               "t.account_number JOIN s ON s.subject_key = "
               "ah.subject_key WHERE t.transaction_type = '"
               LS-TRANS-TYPE "' AND t.timestamp >= CURRENT_DATE "
               "AND t.timestamp < CURRENT_DATE + 1 AND "
               "COALESCE(t.idempotency_key, '') NOT LIKE 'LEVY%'), 0) "
               "|| '|' || "
               "COALESCE((SELECT conductor_threshold::text "
               "FROM ctr_config LIMIT 1), '');"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CONDUCTOR-SQL-PARA

           IF WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-TEMP-TOTAL WS-TEMP-THRESHOLD
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TEMP-TOTAL WS-TEMP-THRESHOLD
               END-UNSTRING
               IF FUNCTION TRIM(WS-TEMP-TOTAL) NOT = SPACES
                   COMPUTE WS-DAY-TOTAL = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TEMP-TOTAL))
               END-IF
               IF FUNCTION TRIM(WS-TEMP-THRESHOLD) NOT = SPACES
                   COMPUTE WS-CONDUCTOR-THRESHOLD = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TEMP-THRESHOLD))
               END-IF
           END-IF.

       CAPTURE-CONDUCTOR-PARA.
           MOVE SPACES TO LS-CONDUCTOR-NAME LS-CONDUCTOR-ID-TYPE
               LS-CONDUCTOR-ID-NUMBER LS-CONDUCTOR-ADDRESS
               LS-CONDUCTOR-DOB
           MOVE 'N' TO WS-HOLDER-PRESENT
           DISPLAY "Is the conductor the account holder (Y/N)?"
           ACCEPT WS-HOLDER-PRESENT
           IF WS-HOLDER-PRESENT = "Y"
               PERFORM LOAD-HOLDER-DETAILS-PARA
           END-IF

           IF LS-CONDUCTOR-NAME = SPACES
               DISPLAY "Conductor Name:"
               ACCEPT LS-CONDUCTOR-NAME
           ELSE
               DISPLAY "Conductor: " FUNCTION TRIM(LS-CONDUCTOR-NAME)
           END-IF
           DISPLAY "ID Type (DL, PASSPORT, STATEID, MILITARY, OTHER):"
           ACCEPT LS-CONDUCTOR-ID-TYPE
           DISPLAY "ID Number:"
           ACCEPT LS-CONDUCTOR-ID-NUMBER
           IF LS-CONDUCTOR-ADDRESS = SPACES
               DISPLAY "Conductor Address:"
               ACCEPT LS-CONDUCTOR-ADDRESS
           END-IF
           IF LS-CONDUCTOR-DOB = SPACES
               DISPLAY "Conductor Date of Birth (YYYY-MM-DD):"
               ACCEPT LS-CONDUCTOR-DOB
           END-IF

           *> Every one of these lands in a SQL literal in the caller.
           INSPECT LS-CONDUCTOR-NAME REPLACING ALL "'" BY " "
           INSPECT LS-CONDUCTOR-NAME REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT LS-CONDUCTOR-ID-TYPE REPLACING ALL "'" BY " "
           INSPECT LS-CONDUCTOR-ID-TYPE REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT LS-CONDUCTOR-ID-NUMBER REPLACING ALL "'" BY " "
           INSPECT LS-CONDUCTOR-ID-NUMBER REPLACING ALL
               WS-DOUBLE-QUOTE BY " "
           INSPECT LS-CONDUCTOR-ADDRESS REPLACING ALL "'" BY " "
           INSPECT LS-CONDUCTOR-ADDRESS REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT LS-CONDUCTOR-DOB REPLACING ALL "'" BY " "
           INSPECT LS-CONDUCTOR-DOB REPLACING ALL WS-DOUBLE-QUOTE
               BY " "

           *> Name and identification are the heart of the conductor
           *> section; without them there is nothing to file.
           IF FUNCTION TRIM(LS-CONDUCTOR-NAME) = SPACES
                   OR FUNCTION TRIM(LS-CONDUCTOR-ID-TYPE) = SPACES
                   OR FUNCTION TRIM(LS-CONDUCTOR-ID-NUMBER) = SPACES
               MOVE 'X' TO LS-CONDUCTOR-STATUS
           ELSE
               MOVE 'Y' TO LS-CONDUCTOR-STATUS
           END-IF.

       LOAD-HOLDER-DETAILS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.legal_name || '|' || "
               "TRIM(COALESCE(c.street_address, '') || ' ' || "
               "COALESCE(c.city_state_zip, '')) || '|' || "
               "COALESCE(c.date_of_birth::text, '') "
               "FROM account_holders h JOIN customers c "
               "ON c.customer_id = h.customer_id "
               "WHERE h.account_number = '"
               FUNCTION TRIM(LS-ACCOUNT-NUMBER)
               "' AND h.holder_role = 'P' ORDER BY h.holder_id "
               "LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CONDUCTOR-SQL-PARA

           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No customer record on file for the holder -- "
                   "key the details."
           ELSE
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO LS-CONDUCTOR-NAME LS-CONDUCTOR-ADDRESS
                        LS-CONDUCTOR-DOB
               END-UNSTRING
           END-IF.

       RUN-CONDUCTOR-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
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

       END PROGRAM CTR-CONDUCTOR-SUB.
