       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-WIRE-REPAIR.
       AUTHOR. DARREN-MACKENZIE.

      *> Repair queue for incoming wires. INBOUND-WIRE-BATCH leaves a
      *> wire it could not post in inbound_wires at REPAIR with the
      *> reason (BAD-ACCOUNT, NAME-MISMATCH, ACCOUNT-<status>,
      *> SCREENING-HIT, POST-FAILED). Operations works it here:
      *> CORRECT re-points the wire at the right account (or keeps
      *> the one it came with), shows the holders so the operator can
      *> confirm the beneficiary, and posts the credit through the
      *> same guarded CTE the batch uses, stamped with the operator;
      *> the account the correspondent sent is kept as
      *> original_account. RETURN sends the funds back: the wire goes
      *> to RETURNED and a return instruction is appended to
      *> ./inbound_wire_returns.dat for the correspondent. A wire held
      *> on a screening hit can do neither while its compliance case
      *> is open or confirmed -- only a case SANCTIONS-REVIEW has
      *> CLEARED lets it go either way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WIRE-RETURN-FILE
           ASSIGN TO "./inbound_wire_returns.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(132).
       FD  WIRE-RETURN-FILE.
       01  WIRE-RETURN-RECORD.
           05  WRR-RECORD-TYPE       PIC X(1).
           05  WRR-WIRE-REFERENCE    PIC X(15).
           05  WRR-AMOUNT            PIC 9(13)V99.
           05  WRR-ORIG-BANK         PIC X(11).
           05  WRR-ORIG-REF          PIC X(16).
           05  WRR-RETURN-REASON     PIC X(30).
           05  WRR-RETURN-DATE       PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-WIRE-ID            PIC 9(9).
       01  WS-WIRE-ID-DISP       PIC Z(8)9.
       01  WS-ACTION             PIC X(1).
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-WIRE-DESC          PIC X(120) VALUE SPACES.
       01  WS-NEW-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-CONFIRM            PIC X(1) VALUE 'N'.
       01  WS-RETURN-REASON      PIC X(30) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(1800).
       01  WS-SHELL-COMMAND      PIC X(2000).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(132).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-RETURN-FIELDS.
           05  WS-RET-REFERENCE  PIC X(15).
           05  WS-RET-AMOUNT     PIC X(20).
           05  WS-RET-ORIG-BANK  PIC X(11).
           05  WS-RET-ORIG-REF   PIC X(16).
           05  WS-RET-DATE       PIC X(10).

      *> The screening gate shared by CORRECT and RETURN: a wire held
      *> on a hit moves only once no case for its originator on this
      *> account is anything but CLEARED.
       01  WS-SCREEN-GATE        PIC X(300) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           STRING
               "AND (w.repair_reason <> 'SCREENING-HIT' OR NOT EXISTS "
               "(SELECT 1 FROM compliance_review r WHERE r.context = "
               "'INBOUND-WIRE' AND r.account_number = "
               "w.beneficiary_account AND r.subject_name = "
               "upper(trim(w.originator_name)) AND r.review_status "
               "<> 'CLEARED')) "
               DELIMITED BY SIZE INTO WS-SCREEN-GATE

           DISPLAY "Enter Action (L=List repair queue, C=Correct and "
               "post, R=Return funds):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-REPAIR-PARA
               WHEN "C"
                   PERFORM CORRECT-WIRE-PARA
               WHEN "R"
                   PERFORM RETURN-WIRE-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be L, C or R."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       LIST-REPAIR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT wire_id || ' | ' || wire_reference || ' | ' || "
               "amount || ' | to ' || beneficiary_account || ' ' || "
               "beneficiary_name || ' | from ' || originator_name || "
               "' | ' || repair_reason FROM inbound_wires "
               "WHERE wire_status = 'REPAIR' ORDER BY wire_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REPAIR-SQL-PARA
           DISPLAY "Incoming wires awaiting repair:"
           PERFORM SHOW-ALL-LINES-PARA.

       CORRECT-WIRE-PARA.
           DISPLAY "Enter Wire ID:"
           ACCEPT WS-WIRE-ID
           MOVE WS-WIRE-ID TO WS-WIRE-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT beneficiary_account || '|' || amount || ' to ' "
               "|| beneficiary_account || ' ' || beneficiary_name || "
               "' from ' || originator_name || ' ref ' || "
               "COALESCE(originator_reference, '') || ' -- ' || "
               "repair_reason FROM inbound_wires w WHERE wire_id = "
               FUNCTION TRIM(WS-WIRE-ID-DISP)
               " AND wire_status = 'REPAIR';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REPAIR-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Wire not found or not in the repair queue."
           ELSE
               MOVE SPACES TO WS-ACCOUNT-NUMBER
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-ACCOUNT-NUMBER WS-WIRE-DESC
               END-UNSTRING
               DISPLAY "Wire: " FUNCTION TRIM(WS-WIRE-DESC)
               DISPLAY "Enter Corrected Account Number "
                   "(blank keeps " WS-ACCOUNT-NUMBER "):"
               MOVE SPACES TO WS-NEW-ACCOUNT
               ACCEPT WS-NEW-ACCOUNT
               IF WS-NEW-ACCOUNT = SPACES
                   MOVE WS-ACCOUNT-NUMBER TO WS-NEW-ACCOUNT
               END-IF
               CALL "VALIDATE-ACCOUNT-SUB" USING
                   WS-NEW-ACCOUNT WS-ACCOUNT-VALID
               IF WS-ACCOUNT-VALID NOT = 'Y'
                   DISPLAY "Account " WS-NEW-ACCOUNT " is not valid."
               ELSE
                   PERFORM CONFIRM-HOLDERS-PARA
                   IF WS-CONFIRM = 'Y'
                       PERFORM POST-CORRECTED-PARA
                   ELSE
                       DISPLAY "Nothing posted -- wire stays in the "
                           "repair queue."
                   END-IF
               END-IF
           END-IF.

       CONFIRM-HOLDERS-PARA.
           MOVE WS-NEW-ACCOUNT TO WS-ACCOUNT-NUMBER
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(a.account_status, 'ACTIVE') || ' | ' "
               "|| COALESCE(h.holder_name, '') || ' | ' || "
               "COALESCE(c.legal_name, '') FROM accounts a "
               "LEFT JOIN account_holders h ON h.account_number = "
               "a.account_number LEFT JOIN customers c ON "
               "c.customer_id = h.customer_id "
               "WHERE a.account_number = '" WS-NEW-ACCOUNT
               "' ORDER BY h.holder_name;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-REPAIR-SQL-PARA
           DISPLAY "Account " WS-NEW-ACCOUNT
               " -- status | holder | customer name:"
           PERFORM SHOW-ALL-LINES-PARA
           DISPLAY "Beneficiary confirmed as a holder? (Y/N):"
           MOVE 'N' TO WS-CONFIRM
           ACCEPT WS-CONFIRM.

       POST-CORRECTED-PARA.
      *> One statement: take the wire still in REPAIR (and past the
      *> screening gate), credit the corrected account only if it is
      *> ACTIVE, post the D keyed WIRE-IN-<reference> stamped with
      *> the operator, and flip the wire to POSTED keeping the
      *> account it arrived with. If the account is not ACTIVE or the
      *> gate is shut, nothing posts and the wire stays queued.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH w AS (SELECT wire_id, wire_reference, amount, "
               "beneficiary_account, originator_name, "
               "originator_reference FROM inbound_wires w "
               "WHERE wire_id = " FUNCTION TRIM(WS-WIRE-ID-DISP)
               " AND wire_status = 'REPAIR' "
               FUNCTION TRIM(WS-SCREEN-GATE)
               " FOR UPDATE), "
               "upd AS (UPDATE accounts a SET current_balance = "
               "a.current_balance + w.amount FROM w "
               "WHERE a.account_number = '" WS-NEW-ACCOUNT "' "
               "AND COALESCE(a.account_status, 'ACTIVE') = 'ACTIVE' "
               "AND NOT EXISTS (SELECT 1 FROM transactions t WHERE "
               "t.idempotency_key = 'WIRE-IN-' || w.wire_reference) "
               "RETURNING a.account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "operator_id, narrative, external_reference) "
               "SELECT upd.account_number, 'D', "
               "w.amount, 'WIRE-IN-' || w.wire_reference, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', "
               "LEFT('WIRE FROM ' || w.originator_name, 60), "
               "COALESCE(NULLIF(w.originator_reference, ''), "
               "w.wire_reference) FROM w, upd "
               "RETURNING transaction_id), "
               "fl AS (UPDATE inbound_wires SET wire_status = "
               "'POSTED', original_account = CASE WHEN "
               "beneficiary_account <> '" WS-NEW-ACCOUNT "' THEN "
               "beneficiary_account ELSE original_account END, "
               "beneficiary_account = '" WS-NEW-ACCOUNT "', "
               "transaction_id = (SELECT transaction_id FROM ins), "
               "posted_at = NOW(), resolved_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', resolved_at = NOW() "
               "WHERE wire_id = (SELECT wire_id FROM w) "
               "AND EXISTS (SELECT 1 FROM ins)) "
               "SELECT transaction_id FROM ins;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-REPAIR-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Wire posted to " WS-NEW-ACCOUNT
                   ". Transaction ID: " FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Nothing posted -- wire already worked, "
                       "account not ACTIVE, or its screening case "
                       "is not cleared."
               ELSE
                   DISPLAY "Error posting wire. Return code: "
                       WS-RETURN-CODE
               END-IF
           END-IF.

       RETURN-WIRE-PARA.
           DISPLAY "Enter Wire ID:"
           ACCEPT WS-WIRE-ID
           MOVE WS-WIRE-ID TO WS-WIRE-ID-DISP
           DISPLAY "Enter Return Reason:"
           MOVE SPACES TO WS-RETURN-REASON
           ACCEPT WS-RETURN-REASON
           INSPECT WS-RETURN-REASON REPLACING ALL "'" BY " "
           INSPECT WS-RETURN-REASON
               REPLACING ALL WS-DOUBLE-QUOTE BY " "
           IF WS-RETURN-REASON = SPACES
               MOVE "UNABLE TO APPLY" TO WS-RETURN-REASON
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE inbound_wires w SET wire_status = 'RETURNED', "
               "return_reason = '" FUNCTION TRIM(WS-RETURN-REASON)
               "', resolved_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', resolved_at = NOW() WHERE wire_id = "
               FUNCTION TRIM(WS-WIRE-ID-DISP)
               " AND wire_status = 'REPAIR' "
               FUNCTION TRIM(WS-SCREEN-GATE)
               " RETURNING wire_reference || '|' || amount || '|' || "
               "COALESCE(originator_bank, '') || '|' || "
               "COALESCE(originator_reference, '') || '|' || "
               "CURRENT_DATE;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-REPAIR-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-RETURN-FIELDS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RET-REFERENCE WS-RET-AMOUNT
                        WS-RET-ORIG-BANK WS-RET-ORIG-REF WS-RET-DATE
               END-UNSTRING
               OPEN EXTEND WIRE-RETURN-FILE
               MOVE "R" TO WRR-RECORD-TYPE
               MOVE WS-RET-REFERENCE TO WRR-WIRE-REFERENCE
               COMPUTE WRR-AMOUNT = FUNCTION NUMVAL(WS-RET-AMOUNT)
               MOVE WS-RET-ORIG-BANK TO WRR-ORIG-BANK
               MOVE WS-RET-ORIG-REF TO WRR-ORIG-REF
               MOVE WS-RETURN-REASON TO WRR-RETURN-REASON
               MOVE WS-RET-DATE TO WRR-RETURN-DATE
               WRITE WIRE-RETURN-RECORD
               CLOSE WIRE-RETURN-FILE
               DISPLAY "Wire " FUNCTION TRIM(WS-RET-REFERENCE)
                   " returned to the correspondent -- nothing posted."
           ELSE
               DISPLAY "Nothing returned -- wire not in the repair "
                   "queue, or held for an open screening case."
           END-IF.

       SHOW-ALL-LINES-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(WS-PSQL-RESULT)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

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

       RUN-REPAIR-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "INBOUND-WIRE-REPAIR" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM INBOUND-WIRE-REPAIR.
