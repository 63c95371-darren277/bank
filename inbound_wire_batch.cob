       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-WIRE-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Inbound wire receipt. WIRE-TRANSFER only sends; an incoming
      *> wire arrived as a message from the correspondent and was
      *> keyed by hand as a teller deposit, hours late and with the
      *> originator's name lost. This batch reads the correspondent's
      *> incoming wire file ./inbound_wires.dat:
      *>   '1' header  -- file date (10), correspondent (20)
      *>   '6' wires   -- correspondent reference (15), amount (15,
      *>                  zoned two implied decimals), value date
      *>                  (10), beneficiary account (10), beneficiary
      *>                  name (35), originator name (35), originator
      *>                  bank (11), originator reference (16)
      *>   '9' trailer -- wire count (6) and total amount (15)
      *> The file must prove against its trailer before anything
      *> posts. Every wire is then filed in inbound_wires (the
      *> correspondent reference is the dedupe key, so a file fed
      *> twice posts nothing twice), the originator is screened
      *> through SCREEN-NAME-SUB, and the beneficiary account and
      *> name are matched against accounts and account_holders (or
      *> the holder's customer master name). A clean wire posts as a
      *> credit keyed WIRE-IN-<reference>, and the inbound_wires row
      *> keeps the originator and their reference against the
      *> posting -- the statement prints them. The posting itself
      *> carries "WIRE FROM <originator>" as its narrative and the
      *> originator's reference (or ours) as its external reference.
      *> Anything else -- bad account, name mismatch, an account that
      *> is not ACTIVE (closed, frozen, dormant), a screening hit --
      *> goes to the repair queue (wire_status REPAIR with the reason)
      *> for operations to correct or return through
      *> INBOUND-WIRE-REPAIR.
      *> The run then proves posted plus queued plus already-filed
      *> wires against the trailer, and the file's wires against the
      *> correspondent's credits on the nostro statement
      *> (nostro_statement_lines, matched by reference and amount).
      *> A wire whose credit is not on the nostro statement yet is
      *> left for NOSTRO-RECON-BATCH to match when it arrives; a
      *> credit that disagrees on amount fails the run. Control
      *> totals, the nostro proof and the repair list are written to
      *> ./inbound_wire_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-WIRE-FILE ASSIGN TO "./inbound_wires.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WIRE-REPORT-FILE
           ASSIGN TO "./inbound_wire_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_iwire.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-WIRE-FILE.
       01  INBOUND-WIRE-RECORD.
           05  IWR-RECORD-TYPE       PIC X(1).
           05  IWR-RECORD-BODY       PIC X(159).
       FD  WIRE-REPORT-FILE.
       01  WIRE-REPORT-RECORD        PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1800).
       01  WS-SHELL-COMMAND          PIC X(2000).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(132).

      *> Redefined views of the header, '6' wire and '9' trailer
      *> bodies.
       01  WS-HEADER-BODY.
           05  WS-HDR-FILE-DATE      PIC X(10).
           05  WS-HDR-CORRESPONDENT  PIC X(20).
       01  WS-WIRE-BODY.
           05  WS-WIRE-REFERENCE     PIC X(15).
           05  WS-WIRE-AMOUNT        PIC 9(13)V99.
           05  WS-WIRE-VALUE-DATE    PIC X(10).
           05  WS-WIRE-BENEF-ACCOUNT PIC X(10).
           05  WS-WIRE-BENEF-NAME    PIC X(35).
           05  WS-WIRE-ORIG-NAME     PIC X(35).
           05  WS-WIRE-ORIG-BANK     PIC X(11).
           05  WS-WIRE-ORIG-REF      PIC X(16).
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT      PIC 9(6).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.

       01  WS-WIRE-ID                PIC X(12) VALUE SPACES.
       01  WS-ACCOUNT-VALID          PIC X(1) VALUE 'Y'.
       01  WS-ACCOUNT-STATUS         PIC X(12) VALUE SPACES.
       01  WS-NAME-MATCH             PIC X(1) VALUE 'N'.
       01  WS-REPAIR-REASON          PIC X(20) VALUE SPACES.
       01  WS-FMT-AMOUNT             PIC Z(13)9.99.
       01  WS-TOTAL-DISP             PIC Z(13)9.99.

       01  WS-SCREEN-NAME            PIC X(120) VALUE SPACES.
       01  WS-SCREEN-CONTEXT         PIC X(20) VALUE "INBOUND-WIRE".
       01  WS-SANCTIONS-MATCH        PIC X(1) VALUE 'N'.

      *> Pass one proves the file; pass two disposes of each wire.
       01  WS-WIRES-SEEN             PIC 9(9) VALUE 0.
       01  WS-AMOUNT-SEEN            PIC 9(15)V99 VALUE 0.
       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-FILE-OK                PIC X(1) VALUE 'Y'.
       01  WS-WIRES-READ             PIC 9(9) VALUE 0.
       01  WS-WIRES-POSTED           PIC 9(9) VALUE 0.
       01  WS-WIRES-QUEUED           PIC 9(9) VALUE 0.
       01  WS-WIRES-ON-FILE          PIC 9(9) VALUE 0.
       01  WS-AMOUNT-POSTED          PIC 9(15)V99 VALUE 0.
       01  WS-AMOUNT-QUEUED          PIC 9(15)V99 VALUE 0.
       01  WS-AMOUNT-ON-FILE         PIC 9(15)V99 VALUE 0.
       01  WS-AMOUNT-DISPOSED        PIC 9(15)V99 VALUE 0.
       01  WS-WIRES-DISPOSED         PIC 9(9) VALUE 0.

      *> Nostro proof: the file's wires against the correspondent's
      *> credits.
       01  WS-NOSTRO-FIELDS.
           05  WS-NOS-FILE-COUNT     PIC X(12).
           05  WS-NOS-FILE-AMOUNT    PIC X(20).
           05  WS-NOS-MATCH-COUNT    PIC X(12).
           05  WS-NOS-MATCH-AMOUNT   PIC X(20).
           05  WS-NOS-DISAGREE       PIC X(12).
       01  WS-NOS-DISAGREE-COUNT     PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "INBOUND-WIRE-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INBOUND-WIRE-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> Pass one: prove the file against its own trailer -- nothing
      *> is filed or posted from a file that does not add up.
           OPEN INPUT INBOUND-WIRE-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ INBOUND-WIRE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM PROVE-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE INBOUND-WIRE-FILE

           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-FILE-OK
               DISPLAY "No trailer record -- file is incomplete; "
                   "nothing posted."
           END-IF

           IF WS-FILE-OK = 'Y'
               DISPLAY "Incoming wire file " WS-HDR-FILE-DATE " from "
                   FUNCTION TRIM(WS-HDR-CORRESPONDENT) ": "
                   WS-TRAILER-COUNT " wires prove to the trailer."
      *> Pass two: file, match, screen and post or queue each wire.
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT INBOUND-WIRE-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ INBOUND-WIRE-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF IWR-RECORD-TYPE = "6"
                               PERFORM PROCESS-ONE-WIRE-PARA
                                   THRU PROCESS-ONE-WIRE-EXIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-WIRE-FILE

               PERFORM PROVE-DISPOSITION-PARA
               PERFORM PROVE-NOSTRO-PARA
               PERFORM WRITE-WIRE-REPORT-PARA
           ELSE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-WIRES-READ WS-RUN-STATUS
           DISPLAY "INBOUND-WIRE-BATCH complete. Wires: "
               WS-WIRES-READ " Posted: " WS-WIRES-POSTED
               " Repair queue: " WS-WIRES-QUEUED
               " Already filed: " WS-WIRES-ON-FILE
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       PROVE-ONE-RECORD-PARA.
           EVALUATE IWR-RECORD-TYPE
               WHEN "1"
                   MOVE IWR-RECORD-BODY TO WS-HEADER-BODY
               WHEN "6"
                   MOVE IWR-RECORD-BODY TO WS-WIRE-BODY
                   ADD 1 TO WS-WIRES-SEEN
                   ADD WS-WIRE-AMOUNT TO WS-AMOUNT-SEEN
               WHEN "9"
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE IWR-RECORD-BODY TO WS-TRAILER-BODY
                   IF WS-TRAILER-COUNT NOT = WS-WIRES-SEEN
                           OR WS-TRAILER-AMOUNT NOT = WS-AMOUNT-SEEN
                       DISPLAY "*** TRAILER OUT OF BALANCE *** -- "
                           "file rejected, nothing posted."
                       MOVE 'N' TO WS-FILE-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown record type '" IWR-RECORD-TYPE
                       "' -- file rejected."
                   MOVE 'N' TO WS-FILE-OK
           END-EVALUATE.

       PROCESS-ONE-WIRE-PARA.
           ADD 1 TO WS-WIRES-READ
           MOVE IWR-RECORD-BODY TO WS-WIRE-BODY
      *> Names come from outside the bank -- a quote in one must not
      *> break the statement it is carried in.
           INSPECT WS-WIRE-BENEF-NAME REPLACING ALL "'" BY " "
           INSPECT WS-WIRE-BENEF-NAME
               REPLACING ALL WS-DOUBLE-QUOTE BY " "
           INSPECT WS-WIRE-ORIG-NAME REPLACING ALL "'" BY " "
           INSPECT WS-WIRE-ORIG-NAME
               REPLACING ALL WS-DOUBLE-QUOTE BY " "
           INSPECT WS-WIRE-ORIG-REF REPLACING ALL "'" BY " "
           INSPECT WS-WIRE-ORIG-REF
               REPLACING ALL WS-DOUBLE-QUOTE BY " "

           PERFORM REGISTER-WIRE-PARA
           IF WS-WIRE-ID = SPACES
      *> Already filed by an earlier run of this file -- its posting
      *> or queue entry stands.
               ADD 1 TO WS-WIRES-ON-FILE
               ADD WS-WIRE-AMOUNT TO WS-AMOUNT-ON-FILE
               GO TO PROCESS-ONE-WIRE-EXIT
           END-IF

      *> Screening comes first: a hit outranks every other reason,
      *> since a listed originator's funds may not simply be sent
      *> back.
           MOVE SPACES TO WS-REPAIR-REASON
           MOVE SPACES TO WS-SCREEN-NAME
           MOVE WS-WIRE-ORIG-NAME TO WS-SCREEN-NAME
           MOVE 'N' TO WS-SANCTIONS-MATCH
           CALL "SCREEN-NAME-SUB" USING WS-SCREEN-NAME
               WS-SCREEN-CONTEXT WS-WIRE-BENEF-ACCOUNT
               WS-SANCTIONS-MATCH
           IF WS-SANCTIONS-MATCH = 'Y'
               MOVE "SCREENING-HIT" TO WS-REPAIR-REASON
               GO TO PROCESS-ONE-WIRE-QUEUE
           END-IF

           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-WIRE-BENEF-ACCOUNT WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               MOVE "BAD-ACCOUNT" TO WS-REPAIR-REASON
               GO TO PROCESS-ONE-WIRE-QUEUE
           END-IF

           PERFORM CHECK-BENEFICIARY-PARA
           IF WS-ACCOUNT-STATUS = SPACES
               MOVE "BAD-ACCOUNT" TO WS-REPAIR-REASON
               GO TO PROCESS-ONE-WIRE-QUEUE
           END-IF
           IF WS-ACCOUNT-STATUS NOT = "ACTIVE"
               STRING "ACCOUNT-" FUNCTION TRIM(WS-ACCOUNT-STATUS)
                   DELIMITED BY SIZE INTO WS-REPAIR-REASON
               GO TO PROCESS-ONE-WIRE-QUEUE
           END-IF
           IF WS-NAME-MATCH NOT = 'Y'
               MOVE "NAME-MISMATCH" TO WS-REPAIR-REASON
               GO TO PROCESS-ONE-WIRE-QUEUE
           END-IF

           PERFORM POST-WIRE-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               ADD 1 TO WS-WIRES-POSTED
               ADD WS-WIRE-AMOUNT TO WS-AMOUNT-POSTED
               GO TO PROCESS-ONE-WIRE-EXIT
           END-IF
      *> The account changed under us between the check and the
      *> posting -- operations looks at it like any other repair.
           MOVE "POST-FAILED" TO WS-REPAIR-REASON.
       PROCESS-ONE-WIRE-QUEUE.
           PERFORM QUEUE-REPAIR-PARA.
       PROCESS-ONE-WIRE-EXIT.
           EXIT.

       REGISTER-WIRE-PARA.
           MOVE WS-WIRE-AMOUNT TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO inbound_wires (file_date, correspondent, "
               "wire_reference, value_date, amount, "
               "beneficiary_account, beneficiary_name, "
               "originator_name, originator_bank, "
               "originator_reference, wire_status, received_at) "
               "SELECT NULLIF('" FUNCTION TRIM(WS-HDR-FILE-DATE)
               "', '')::date, '"
               FUNCTION TRIM(WS-HDR-CORRESPONDENT) "', '"
               FUNCTION TRIM(WS-WIRE-REFERENCE) "', NULLIF('"
               FUNCTION TRIM(WS-WIRE-VALUE-DATE) "', '')::date, "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-WIRE-BENEF-ACCOUNT) "', '"
               FUNCTION TRIM(WS-WIRE-BENEF-NAME) "', '"
               FUNCTION TRIM(WS-WIRE-ORIG-NAME) "', '"
               FUNCTION TRIM(WS-WIRE-ORIG-BANK) "', '"
               FUNCTION TRIM(WS-WIRE-ORIG-REF) "', 'RECEIVED', NOW() "
               "WHERE NOT EXISTS (SELECT 1 FROM inbound_wires w "
               "WHERE w.wire_reference = '"
               FUNCTION TRIM(WS-WIRE-REFERENCE)
               "') RETURNING wire_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-WIRE-SQL-PARA
           MOVE SPACES TO WS-WIRE-ID
           IF WS-RETURN-CODE = 0
               MOVE WS-PSQL-RESULT TO WS-WIRE-ID
           END-IF.

       CHECK-BENEFICIARY-PARA.
      *> Status, and whether the beneficiary name agrees with any
      *> holder on the account -- its holder_name or the customer
      *> master's legal name. Names are compared on letters and
      *> digits only, one containing the other, so "SMITH, JOHN A"
      *> against "JOHN A SMITH" still goes to repair but punctuation
      *> and spacing never do.
           MOVE SPACES TO WS-ACCOUNT-STATUS
           MOVE 'N' TO WS-NAME-MATCH
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH b AS (SELECT regexp_replace(upper('"
               FUNCTION TRIM(WS-WIRE-BENEF-NAME)
               "'), '[^A-Z0-9]', '', 'g') AS bn), "
               "hn AS (SELECT regexp_replace(upper(COALESCE(x.nm, "
               "'')), '[^A-Z0-9]', '', 'g') AS nm FROM (SELECT "
               "h.holder_name AS nm FROM account_holders h "
               "WHERE h.account_number = '" WS-WIRE-BENEF-ACCOUNT
               "' UNION ALL SELECT c.legal_name FROM account_holders "
               "h JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE h.account_number = '" WS-WIRE-BENEF-ACCOUNT
               "') x) "
               "SELECT COALESCE(a.account_status, 'ACTIVE') || '|' || "
               "CASE WHEN EXISTS (SELECT 1 FROM hn, b WHERE hn.nm <> "
               "'' AND b.bn <> '' AND (strpos(hn.nm, b.bn) > 0 OR "
               "strpos(b.bn, hn.nm) > 0)) THEN 'Y' ELSE 'N' END "
               "FROM accounts a WHERE a.account_number = '"
               WS-WIRE-BENEF-ACCOUNT "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-WIRE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-ACCOUNT-STATUS WS-NAME-MATCH
               END-UNSTRING
           END-IF.

       POST-WIRE-PARA.
      *> The credit, the WIRE-IN-<reference> key and the flip to
      *> POSTED land together or not at all; the status guard in the
      *> UPDATE re-checks the account at posting time.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH w AS (SELECT wire_id, wire_reference, amount, "
               "beneficiary_account, originator_name, "
               "originator_reference FROM inbound_wires "
               "WHERE wire_id = " FUNCTION TRIM(WS-WIRE-ID)
               " AND wire_status = 'RECEIVED' FOR UPDATE), "
               "upd AS (UPDATE accounts a SET current_balance = "
               "a.current_balance + w.amount FROM w "
               "WHERE a.account_number = w.beneficiary_account "
               "AND COALESCE(a.account_status, 'ACTIVE') = 'ACTIVE' "
               "AND NOT EXISTS (SELECT 1 FROM transactions t WHERE "
               "t.idempotency_key = 'WIRE-IN-' || w.wire_reference) "
               "RETURNING a.account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "narrative, external_reference) "
               "SELECT w.beneficiary_account, 'D', w.amount, "
               "'WIRE-IN-' || w.wire_reference, "
               "LEFT('WIRE FROM ' || w.originator_name, 60), "
               "COALESCE(NULLIF(w.originator_reference, ''), "
               "w.wire_reference) FROM w "
               "WHERE EXISTS (SELECT 1 FROM upd) "
               "RETURNING transaction_id), "
               "fl AS (UPDATE inbound_wires SET wire_status = "
               "'POSTED', transaction_id = (SELECT transaction_id "
               "FROM ins), posted_at = NOW() WHERE wire_id = "
               FUNCTION TRIM(WS-WIRE-ID)
               " AND EXISTS (SELECT 1 FROM ins)) "
               "SELECT transaction_id FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-WIRE-SQL-PARA.

       QUEUE-REPAIR-PARA.
           ADD 1 TO WS-WIRES-QUEUED
           ADD WS-WIRE-AMOUNT TO WS-AMOUNT-QUEUED
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE inbound_wires SET wire_status = 'REPAIR', "
               "repair_reason = '" FUNCTION TRIM(WS-REPAIR-REASON)
               "' WHERE wire_id = " FUNCTION TRIM(WS-WIRE-ID)
               " AND wire_status = 'RECEIVED';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-WIRE-SQL-PARA
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error queueing wire "
                   FUNCTION TRIM(WS-WIRE-REFERENCE)
                   " for repair. Return code: " WS-RETURN-CODE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.

       PROVE-DISPOSITION-PARA.
      *> Every wire on the file is posted, queued or was already
      *> filed -- the three together must be the trailer again.
           COMPUTE WS-WIRES-DISPOSED =
               WS-WIRES-POSTED + WS-WIRES-QUEUED + WS-WIRES-ON-FILE
           COMPUTE WS-AMOUNT-DISPOSED =
               WS-AMOUNT-POSTED + WS-AMOUNT-QUEUED + WS-AMOUNT-ON-FILE
           IF WS-WIRES-DISPOSED = WS-TRAILER-COUNT
                   AND WS-AMOUNT-DISPOSED = WS-TRAILER-AMOUNT
               DISPLAY "Disposition balanced: posted + repair queue "
                   "+ already filed = trailer."
           ELSE
               MOVE WS-AMOUNT-DISPOSED TO WS-TOTAL-DISP
               DISPLAY "*** DISPOSITION OUT OF BALANCE *** "
                   WS-WIRES-DISPOSED " wires / "
                   FUNCTION TRIM(WS-TOTAL-DISP)
                   " accounted for against the trailer."
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.

       PROVE-NOSTRO-PARA.
      *> Pair each of the file's wires with the correspondent's
      *> credit carrying the same reference and amount, and total
      *> both sides. Credits matched on an earlier run count too.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH f AS (SELECT wire_id, wire_reference, amount "
               "FROM inbound_wires WHERE file_date = NULLIF('"
               FUNCTION TRIM(WS-HDR-FILE-DATE) "', '')::date "
               "AND correspondent = '"
               FUNCTION TRIM(WS-HDR-CORRESPONDENT) "'), "
               "m AS (UPDATE nostro_statement_lines n SET "
               "match_status = 'MATCHED', matched_wire_id = "
               "f.wire_id FROM f WHERE n.direction = 'C' "
               "AND n.match_status = 'UNMATCHED' "
               "AND n.their_reference = f.wire_reference "
               "AND n.amount = f.amount RETURNING n.amount), "
               "p AS (SELECT n.amount FROM nostro_statement_lines n "
               "JOIN f ON n.matched_wire_id = f.wire_id) "
               "SELECT (SELECT COUNT(*) FROM f) || '|' || "
               "(SELECT COALESCE(SUM(amount), 0) FROM f) || '|' || "
               "((SELECT COUNT(*) FROM m) + (SELECT COUNT(*) FROM p))"
               " || '|' || ((SELECT COALESCE(SUM(amount), 0) FROM m)"
               " + (SELECT COALESCE(SUM(amount), 0) FROM p)) || '|' "
               "|| (SELECT COUNT(*) FROM nostro_statement_lines n "
               "JOIN f ON n.their_reference = f.wire_reference "
               "WHERE n.direction = 'C' AND n.amount <> f.amount);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-WIRE-SQL-PARA
           MOVE SPACES TO WS-NOSTRO-FIELDS
           MOVE 0 TO WS-NOS-DISAGREE-COUNT
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-NOS-FILE-COUNT WS-NOS-FILE-AMOUNT
                        WS-NOS-MATCH-COUNT WS-NOS-MATCH-AMOUNT
                        WS-NOS-DISAGREE
               END-UNSTRING
               COMPUTE WS-NOS-DISAGREE-COUNT =
                   FUNCTION NUMVAL(WS-NOS-DISAGREE)
               DISPLAY "Nostro proof: file wires "
                   FUNCTION TRIM(WS-NOS-FILE-COUNT) " / "
                   FUNCTION TRIM(WS-NOS-FILE-AMOUNT)
                   ", on the nostro statement "
                   FUNCTION TRIM(WS-NOS-MATCH-COUNT) " / "
                   FUNCTION TRIM(WS-NOS-MATCH-AMOUNT)
           ELSE
               DISPLAY "Nostro proof could not be run. Return code: "
                   WS-RETURN-CODE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF
           IF WS-NOS-DISAGREE-COUNT > 0
               DISPLAY "*** NOSTRO DISAGREES *** "
                   FUNCTION TRIM(WS-NOS-DISAGREE)
                   " correspondent credits carry a wire reference "
                   "with a different amount."
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.

       WRITE-WIRE-REPORT-PARA.
           OPEN OUTPUT WIRE-REPORT-FILE
           MOVE SPACES TO WIRE-REPORT-RECORD
           STRING "Incoming wires -- file " WS-HDR-FILE-DATE " from "
               FUNCTION TRIM(WS-HDR-CORRESPONDENT)
               ", run on business date " WS-BUSINESS-DATE
               INTO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD

           MOVE WS-TRAILER-AMOUNT TO WS-TOTAL-DISP
           MOVE SPACES TO WIRE-REPORT-RECORD
           STRING "Trailer          " WS-TRAILER-COUNT "  "
               WS-TOTAL-DISP
               INTO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD
           MOVE WS-AMOUNT-POSTED TO WS-TOTAL-DISP
           MOVE SPACES TO WIRE-REPORT-RECORD
           STRING "Posted           " WS-WIRES-POSTED "  "
               WS-TOTAL-DISP
               INTO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD
           MOVE WS-AMOUNT-QUEUED TO WS-TOTAL-DISP
           MOVE SPACES TO WIRE-REPORT-RECORD
           STRING "Repair queue     " WS-WIRES-QUEUED "  "
               WS-TOTAL-DISP
               INTO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD
           MOVE WS-AMOUNT-ON-FILE TO WS-TOTAL-DISP
           MOVE SPACES TO WIRE-REPORT-RECORD
           STRING "Already filed    " WS-WIRES-ON-FILE "  "
               WS-TOTAL-DISP
               INTO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD
           MOVE SPACES TO WIRE-REPORT-RECORD
           STRING "Nostro statement credits matched: "
               FUNCTION TRIM(WS-NOS-MATCH-COUNT) " / "
               FUNCTION TRIM(WS-NOS-MATCH-AMOUNT) " of "
               FUNCTION TRIM(WS-NOS-FILE-COUNT) " / "
               FUNCTION TRIM(WS-NOS-FILE-AMOUNT)
               "; amount disagreements: "
               FUNCTION TRIM(WS-NOS-DISAGREE)
               INTO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD
           MOVE SPACES TO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD
           MOVE "Wires in the repair queue:" TO WIRE-REPORT-RECORD
           WRITE WIRE-REPORT-RECORD

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT wire_id || '  ' || wire_reference || '  ' || "
               "amount || '  ' || beneficiary_account || '  ' || "
               "beneficiary_name || '  from ' || originator_name || "
               "'  ' || repair_reason FROM inbound_wires "
               "WHERE wire_status = 'REPAIR' ORDER BY wire_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-WIRE-SQL-PARA
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO WIRE-REPORT-RECORD
                           MOVE FUNCTION TRIM(WS-PSQL-RESULT)
                               TO WIRE-REPORT-RECORD
                           WRITE WIRE-REPORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           CLOSE WIRE-REPORT-FILE.

       RUN-WIRE-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_iwire.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "INBOUND-WIRE-BATCH" WS-WIRE-BENEF-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM INBOUND-WIRE-BATCH.
