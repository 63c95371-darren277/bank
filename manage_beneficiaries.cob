       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANAGE-BENEFICIARIES.
       AUTHOR. DARREN-MACKENZIE.

      *> Payable-on-death / transfer-on-death beneficiary designations.
      *> The designation used to live only on the signature card; a
      *> POD account's funds bypass the estate and go straight to the
      *> named beneficiaries, so ESTATE-SETTLEMENT has to know about
      *> them. account_beneficiaries holds one row per beneficiary:
      *> a customer number where the beneficiary is one of ours,
      *> otherwise a name, the relationship to the holder, and the
      *> percentage share. Changes are maker / checker:
      *>   A = Add a beneficiary -- recorded PENDING.
      *>   R = Remove a beneficiary -- an ACTIVE one goes
      *>       PENDING-REMOVAL; a PENDING one nobody has signed off
      *>       is simply WITHDRAWN.
      *>   S = Sign off (SUP role): every pending change on the account
      *>       takes effect together, and only when the shares left
      *>       standing total exactly 100 (or no beneficiary is left
      *>       at all). A supervisor cannot sign off a change they
      *>       keyed themselves.
      *>   L = List the account's designations.
      *> Once ESTATE-SETTLEMENT has routed the account to beneficiary
      *> payout the designation is frozen -- it is what gets paid.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB -- two
      *> operators in this program at once must never share a result
      *> file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-SQL-COMMAND        PIC X(1400).
       01  WS-SHELL-COMMAND      PIC X(1600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SUPERVISOR      PIC X(1) VALUE 'N'.

       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-BENEFICIARY-NAME   PIC X(60) VALUE SPACES.
       01  WS-RELATIONSHIP       PIC X(20) VALUE SPACES.
       01  WS-SHARE-PCT          PIC 9(3)V99 VALUE 0.
       01  WS-SHARE-DISP         PIC ZZ9.99.
       01  WS-BENEFICIARY-ID     PIC 9(9) VALUE 0.
       01  WS-BENEFICIARY-DISP   PIC Z(8)9.
       01  WS-NAME-OK            PIC X(1) VALUE 'Y'.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-PAYOUT-STATUS      PIC X(10) VALUE SPACES.

      *> Sign-off position of the account: shares left standing once
      *> the pending changes apply, how many changes are pending, and
      *> how many of those the signing supervisor keyed.
       01  WS-STANDING-TOTAL     PIC 9(5)V99 VALUE 0.
       01  WS-STANDING-DISP      PIC ZZZZ9.99.
       01  WS-PENDING-CHANGES    PIC 9(5) VALUE 0.
       01  WS-OWN-CHANGES        PIC 9(5) VALUE 0.
       01  WS-TEMP-TOTAL         PIC X(20) VALUE SPACES.
       01  WS-TEMP-PENDING       PIC X(20) VALUE SPACES.
       01  WS-TEMP-OWN           PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number format."
               GOBACK
           END-IF

           DISPLAY "Enter Action (A=Add beneficiary, R=Remove "
               "beneficiary, S=Sign off changes, L=List):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM CHECK-NOT-ROUTED-PARA
                   PERFORM ADD-BENEFICIARY-PARA
               WHEN "R"
                   PERFORM CHECK-NOT-ROUTED-PARA
                   PERFORM REMOVE-BENEFICIARY-PARA
               WHEN "S"
                   PERFORM CHECK-NOT-ROUTED-PARA
                   PERFORM SIGN-OFF-PARA
               WHEN "L"
                   PERFORM LIST-BENEFICIARIES-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be A, R, S or L."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CHECK-NOT-ROUTED-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(account_status, 'ACTIVE') || '|' || "
               "COALESCE(pod_payout_status, 'NONE') FROM accounts "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Account not found."
               GOBACK
           END-IF
           IF WS-PSQL-RESULT(1:6) = "CLOSED"
               DISPLAY "Account is closed -- designation cannot "
                   "change."
               GOBACK
           END-IF
           MOVE SPACES TO WS-PAYOUT-STATUS
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-TEMP-TOTAL WS-PAYOUT-STATUS
           END-UNSTRING
           IF WS-PAYOUT-STATUS NOT = "NONE"
               DISPLAY "Account is routed to beneficiary payout ("
                   FUNCTION TRIM(WS-PAYOUT-STATUS)
                   ") -- the designation is frozen."
               GOBACK
           END-IF.

       ADD-BENEFICIARY-PARA.
           DISPLAY "Enter Beneficiary Customer Number (0 if not a "
               "customer):"
           ACCEPT WS-CUSTOMER-ID
           MOVE SPACES TO WS-BENEFICIARY-NAME
           IF WS-CUSTOMER-ID NOT = 0
               MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
               MOVE SPACES TO WS-SQL-COMMAND
               STRING
                   "SELECT legal_name FROM customers WHERE "
                   "customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   ";"
                   INTO WS-SQL-COMMAND
               PERFORM RUN-BENEFICIARY-SQL-PARA
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Customer not found."
                   GOBACK
               END-IF
               MOVE WS-PSQL-RESULT TO WS-BENEFICIARY-NAME
           ELSE
               DISPLAY "Enter Beneficiary Name:"
               ACCEPT WS-BENEFICIARY-NAME
           END-IF
           PERFORM CHECK-NAME-PARA
           IF WS-NAME-OK NOT = 'Y'
               DISPLAY "Invalid name -- letters, digits, spaces, "
                   "hyphens and full stops only."
               GOBACK
           END-IF

           DISPLAY "Enter Relationship to Holder (e.g. SPOUSE, "
               "CHILD):"
           ACCEPT WS-RELATIONSHIP
           MOVE FUNCTION UPPER-CASE(WS-RELATIONSHIP) TO WS-RELATIONSHIP
           IF WS-RELATIONSHIP = SPACES
               DISPLAY "Relationship is required."
               GOBACK
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 20
               IF WS-RELATIONSHIP(WS-CHAR-IDX:1) NOT ALPHABETIC
                       AND WS-RELATIONSHIP(WS-CHAR-IDX:1) NOT = "-"
                   DISPLAY "Invalid relationship -- letters only."
                   GOBACK
               END-IF
           END-PERFORM

           DISPLAY "Enter Percentage Share (e.g. 50.00):"
           ACCEPT WS-SHARE-PCT
           IF WS-SHARE-PCT NOT NUMERIC OR WS-SHARE-PCT = 0
                   OR WS-SHARE-PCT > 100
               DISPLAY "Invalid share -- must be over 0 and at most "
                   "100."
               GOBACK
           END-IF

           MOVE WS-SHARE-PCT TO WS-SHARE-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO account_beneficiaries (account_number, "
               "beneficiary_customer_id, beneficiary_name, "
               "relationship, share_pct, designation_status, "
               "entered_by, entered_at, change_by) VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', "
               "NULLIF(" WS-CUSTOMER-ID ", 0), '"
               FUNCTION TRIM(WS-BENEFICIARY-NAME) "', '"
               FUNCTION TRIM(WS-RELATIONSHIP) "', "
               FUNCTION TRIM(WS-SHARE-DISP) ", 'PENDING', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW(), '"
               FUNCTION TRIM(WS-OPERATOR-ID) "') "
               "RETURNING beneficiary_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Beneficiary " FUNCTION TRIM(WS-PSQL-RESULT)
                   " recorded PENDING -- a supervisor must sign off "
                   "before it takes effect."
           ELSE
               DISPLAY "Error recording beneficiary. Return code: "
                   WS-RETURN-CODE
           END-IF.

       REMOVE-BENEFICIARY-PARA.
           DISPLAY "Enter Beneficiary ID:"
           ACCEPT WS-BENEFICIARY-ID
           MOVE WS-BENEFICIARY-ID TO WS-BENEFICIARY-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE account_beneficiaries SET designation_status "
               "= CASE designation_status WHEN 'PENDING' THEN "
               "'WITHDRAWN' ELSE 'PENDING-REMOVAL' END, change_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' WHERE beneficiary_id "
               "= " FUNCTION TRIM(WS-BENEFICIARY-DISP)
               " AND account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND designation_status IN ('PENDING', 'ACTIVE') "
               "RETURNING designation_status;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           EVALUATE WS-PSQL-RESULT
               WHEN "WITHDRAWN"
                   DISPLAY "Unapproved beneficiary withdrawn."
               WHEN "PENDING-REMOVAL"
                   DISPLAY "Removal recorded -- a supervisor must sign "
                       "off before it takes effect."
               WHEN OTHER
                   DISPLAY "No active or pending beneficiary with that "
                       "ID on this account."
           END-EVALUATE.

       SIGN-OFF-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Beneficiary sign-off requires the SUP role."
               GOBACK
           END-IF

           PERFORM LOAD-SIGN-OFF-POSITION-PARA
           IF WS-PENDING-CHANGES = 0
               DISPLAY "No pending beneficiary changes on this "
                   "account."
               GOBACK
           END-IF
           IF WS-OWN-CHANGES > 0
               DISPLAY "You keyed " WS-OWN-CHANGES " of the pending "
                   "changes -- another supervisor must sign off."
               GOBACK
           END-IF
           IF WS-STANDING-TOTAL NOT = 100 AND WS-STANDING-TOTAL NOT = 0
               MOVE WS-STANDING-TOTAL TO WS-STANDING-DISP
               DISPLAY "Shares would total "
                   FUNCTION TRIM(WS-STANDING-DISP)
                   " -- they must total exactly 100. Nothing signed."
               GOBACK
           END-IF

      *> The same three conditions ride the UPDATE itself, so a change
      *> keyed between the check above and this statement cannot slip
      *> through unvalidated.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH pos AS (SELECT COALESCE(SUM(share_pct) FILTER "
               "(WHERE designation_status IN ('ACTIVE', 'PENDING')), "
               "0) AS total, COUNT(*) FILTER (WHERE "
               "designation_status IN ('PENDING', 'PENDING-REMOVAL') "
               "AND change_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "') AS own FROM account_beneficiaries WHERE "
               "account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "'), "
               "upd AS (UPDATE account_beneficiaries SET "
               "designation_status = CASE designation_status WHEN "
               "'PENDING' THEN 'ACTIVE' ELSE 'REMOVED' END, "
               "approved_by = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', approved_at = NOW() WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND designation_status IN ('PENDING', "
               "'PENDING-REMOVAL') AND (SELECT total FROM pos) IN "
               "(0, 100) AND (SELECT own FROM pos) = 0 "
               "RETURNING beneficiary_id) "
               "SELECT COUNT(*) FROM upd;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
                   AND WS-PSQL-RESULT NOT = "0"
               DISPLAY "Signed off " FUNCTION TRIM(WS-PSQL-RESULT)
                   " beneficiary change(s) on account "
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER) "."
           ELSE
               DISPLAY "Sign-off did not apply -- the pending "
                   "changes moved underneath it. Review and retry."
           END-IF.

       LOAD-SIGN-OFF-POSITION-PARA.
           MOVE 0 TO WS-STANDING-TOTAL WS-PENDING-CHANGES
               WS-OWN-CHANGES
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(SUM(share_pct) FILTER (WHERE "
               "designation_status IN ('ACTIVE', 'PENDING')), 0), "
               "COUNT(*) FILTER (WHERE designation_status IN "
               "('PENDING', 'PENDING-REMOVAL')), COUNT(*) FILTER "
               "(WHERE designation_status IN ('PENDING', "
               "'PENDING-REMOVAL') AND change_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "') FROM "
               "account_beneficiaries WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-TEMP-TOTAL WS-TEMP-PENDING
                   WS-TEMP-OWN
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TEMP-TOTAL WS-TEMP-PENDING WS-TEMP-OWN
               END-UNSTRING
               COMPUTE WS-STANDING-TOTAL =
                   FUNCTION NUMVAL(WS-TEMP-TOTAL)
               COMPUTE WS-PENDING-CHANGES =
                   FUNCTION NUMVAL(WS-TEMP-PENDING)
               COMPUTE WS-OWN-CHANGES = FUNCTION NUMVAL(WS-TEMP-OWN)
           END-IF.

       LIST-BENEFICIARIES-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT beneficiary_id || ' | ' || beneficiary_name || "
               "COALESCE(' (customer ' || beneficiary_customer_id || "
               "')', '') || ' | ' || relationship || ' | ' || "
               "share_pct || '% | ' || designation_status || "
               "COALESCE(' | signed off by ' || approved_by, '') "
               "FROM account_beneficiaries WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND designation_status NOT IN ('REMOVED', "
               "'WITHDRAWN') ORDER BY beneficiary_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           DISPLAY "Beneficiaries on account "
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) ":"
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END DISPLAY "  "
                           FUNCTION TRIM(WS-PSQL-RESULT)
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF.

       CHECK-NAME-PARA.
      *> The name is embedded in SQL, so it is held to a plain
      *> character set -- no quotes can reach the statement.
           MOVE 'Y' TO WS-NAME-OK
           IF WS-BENEFICIARY-NAME = SPACES
               MOVE 'N' TO WS-NAME-OK
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 60
               IF WS-BENEFICIARY-NAME(WS-CHAR-IDX:1) NOT ALPHABETIC
                       AND WS-BENEFICIARY-NAME(WS-CHAR-IDX:1)
                           NOT NUMERIC
                       AND WS-BENEFICIARY-NAME(WS-CHAR-IDX:1) NOT = "-"
                       AND WS-BENEFICIARY-NAME(WS-CHAR-IDX:1) NOT = "."
                   MOVE 'N' TO WS-NAME-OK
               END-IF
           END-PERFORM.

       CHECK-SUPERVISOR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SUP';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BENEFICIARY-SQL-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       RUN-BENEFICIARY-SQL-PARA.
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
               "MANAGE-BENEFICIARIES" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM MANAGE-BENEFICIARIES.
