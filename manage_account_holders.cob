      *> an account can list two or more holders, each free to
      *> transact against it, instead of the system only ever knowing
      *> about a single anonymous owner.
      *> Action O changes the account's FDIC ownership category (and a
      *> revocable trust's beneficiary count) when the titling
      *> changes -- a second owner added makes a single account
      *> joint, for instance; the list shows the category on file.
      *> Action C moves the account's statement cycle day (1-31, 31
      *> meaning month-end; 0 returns it to the product's) for a
      *> customer whose statements should end on their own
      *> accounting date. The next statement runs from the last one
      *> cut to the new cycle end, so no days are lost or repeated.
      *> A child's account carries the minor as role M and the parent
      *> or custodian as role C: money leaves it only on a custodian's
      *> signature (INSERT-TRANSACTION, MIXED-TICKET), and
      *> MAJORITY-CONVERSION-BATCH hands it to the minor outright once
      *> they come of age -- so a minor needs a date of birth on the
      *> customers master before they can be attached.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-HOLDER-NAME        PIC X(60) VALUE SPACES.
       01  WS-HOLDER-ROLE        PIC X(1) VALUE SPACES.
           88  WS-ROLE-PRIMARY   VALUE 'P'.
           88  WS-ROLE-JOINT     VALUE 'J'.
           88  WS-ROLE-MINOR     VALUE 'M'.
           88  WS-ROLE-CUSTODIAN VALUE 'C'.
       01  WS-SIGNER-CEILING     PIC 9(15)V99 VALUE 0.
       01  WS-CEILING-DISP       PIC Z(13)9.99.
       01  WS-TWO-SIGN-OVER      PIC 9(15)V99 VALUE 0.
       01  WS-TWO-SIGN-DISP      PIC Z(13)9.99.
       01  WS-SQL-COMMAND        PIC X(700).
       01  WS-SHELL-COMMAND      PIC X(900).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-HOLDER-SCREEN-NAME PIC X(120) VALUE SPACES.
       01  WS-SCREEN-CONTEXT     PIC X(20) VALUE "MANAGE-HOLDERS".
       01  WS-SANCTIONS-MATCH    PIC X(1) VALUE 'N'.
       01  WS-OWNERSHIP-CHOICE   PIC X(1) VALUE SPACES.
       01  WS-OWNERSHIP-CATEGORY PIC X(8) VALUE SPACES.
       01  WS-TRUST-BENEFICIARIES PIC 9(2) VALUE 0.
       01  WS-CYCLE-DAY          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           END-IF

           DISPLAY "Enter Action (A=Add holder, R=Remove holder, "
               "L=List holders, O=Ownership category, "
               "C=Statement cycle day):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM REMOVE-HOLDER-PARA
               WHEN "L"
                   PERFORM LIST-HOLDERS-PARA
               WHEN "O"
                   PERFORM SET-OWNERSHIP-PARA
               WHEN "C"
                   PERFORM SET-CYCLE-DAY-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be A, R, L, O, "
                       "or C."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
       ADD-HOLDER-PARA.
           DISPLAY "Enter Holder Customer Number:"
           ACCEPT WS-CUSTOMER-ID
           DISPLAY "Enter Holder Role (P=Primary, J=Joint, "
               "M=Minor, C=Custodian):"
           ACCEPT WS-HOLDER-ROLE

           IF NOT WS-ROLE-PRIMARY AND NOT WS-ROLE-JOINT
                   AND NOT WS-ROLE-MINOR AND NOT WS-ROLE-CUSTODIAN
               DISPLAY "Invalid role -- must be P, J, M, or C."
               GOBACK
           END-IF

               GOBACK
           END-IF

           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           IF WS-ROLE-MINOR
               PERFORM CHECK-MINOR-PARA
               IF WS-PSQL-RESULT NOT = "OK"
                   DISPLAY FUNCTION TRIM(WS-PSQL-RESULT)
                   GOBACK
               END-IF
           END-IF

           *> Signer authority: business accounts grade their signers
           *> -- the bookkeeper to 5,000, officers unlimited, some
           *> signers two-to-sign above a threshold. Zero means no
           *> copied from the master's legal_name.
           MOVE WS-SIGNER-CEILING TO WS-CEILING-DISP
           MOVE WS-TWO-SIGN-OVER TO WS-TWO-SIGN-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO account_holders (account_number, "
               "customer_id, holder_name, holder_role, added_date, "
           PERFORM RUN-HOLDERS-SQL-PARA.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error adding holder. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Holder could not be added -- customer "
               END-IF
           END-IF.

       CHECK-MINOR-PARA.
           *> A minor must have a date of birth on file (the
           *> age-of-majority conversion is driven from it) and an
           *> account carries only one minor.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE WHEN c.customer_id IS NULL THEN "
               "'Customer not found.' WHEN c.date_of_birth IS NULL "
               "THEN 'Minor needs a date of birth on the customer "
               "master.' WHEN EXISTS (SELECT 1 FROM account_holders "
               "h WHERE h.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND h.holder_role = 'M') THEN 'Account already "
               "has a minor holder.' ELSE 'OK' END FROM (SELECT "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " AS id) k LEFT JOIN customers c ON c.customer_id = "
               "k.id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-HOLDERS-SQL-PARA.

       REMOVE-HOLDER-PARA.
           DISPLAY "Enter Holder Customer Number to remove "
               "(0 for a holder with no customer number on file):"
           PERFORM RUN-HOLDERS-SQL-PARA.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error removing holder. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Holder not found on this account."
           *> master existed (no customer_id on file) still list from
           *> their stored holder_name instead of disappearing.
           STRING
               "SELECT 'Ownership category: ' || "
               "COALESCE(a.ownership_category, 'SINGLE') || "
               "COALESCE(' (' || a.trust_beneficiaries || "
               "' beneficiaries)', '') FROM accounts a WHERE "
               "a.account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' UNION ALL (SELECT h.holder_name || ' (' || "
               "h.holder_role || ')' "
               "|| COALESCE(' customer ' || h.customer_id, '') "
               "|| COALESCE(' TIN ' || c.tax_id, '') "
               "FROM account_holders h LEFT JOIN customers c "
               "ON c.customer_id = h.customer_id "
               "WHERE h.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' ORDER BY h.holder_id);"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               WS-SHELL-COMMAND WS-RETURN-CODE.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error listing holders. Return code: "
                   WS-RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO WS-END-OF-FILE
           DISPLAY "Holders on account "
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) ":"
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO PSQL-RESULT-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       DISPLAY "  " FUNCTION TRIM(PSQL-RESULT-RECORD)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       SET-OWNERSHIP-PARA.
           DISPLAY "Enter Ownership Category (S=Single, J=Joint, "
               "R=Retirement, T=Revocable trust, B=Business):"
           ACCEPT WS-OWNERSHIP-CHOICE
           EVALUATE WS-OWNERSHIP-CHOICE
               WHEN "S"
                   MOVE "SINGLE" TO WS-OWNERSHIP-CATEGORY
               WHEN "J"
                   MOVE "JOINT" TO WS-OWNERSHIP-CATEGORY
               WHEN "R"
                   MOVE "RETIRE" TO WS-OWNERSHIP-CATEGORY
               WHEN "T"
                   MOVE "TRUST" TO WS-OWNERSHIP-CATEGORY
               WHEN "B"
                   MOVE "BUSINESS" TO WS-OWNERSHIP-CATEGORY
               WHEN OTHER
                   DISPLAY "Invalid ownership category -- must be S, "
                       "J, R, T or B."
                   GOBACK
           END-EVALUATE
           MOVE 0 TO WS-TRUST-BENEFICIARIES
           IF WS-OWNERSHIP-CATEGORY = "TRUST"
               DISPLAY "Enter Number of Trust Beneficiaries:"
               ACCEPT WS-TRUST-BENEFICIARIES
               IF WS-TRUST-BENEFICIARIES NOT NUMERIC
                       OR WS-TRUST-BENEFICIARIES = 0
                   DISPLAY "A revocable trust needs at least one "
                       "beneficiary."
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE accounts SET ownership_category = '"
               FUNCTION TRIM(WS-OWNERSHIP-CATEGORY)
               "', trust_beneficiaries = NULLIF("
               WS-TRUST-BENEFICIARIES ", 0) WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' RETURNING account_number;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-HOLDERS-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error setting ownership category. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Account not found."
               ELSE
                   DISPLAY "Ownership category set to "
                       FUNCTION TRIM(WS-OWNERSHIP-CATEGORY) "."
               END-IF
           END-IF.

       SET-CYCLE-DAY-PARA.
           DISPLAY "Enter Statement Cycle Day (1-31, 0 for the "
               "product's):"
           ACCEPT WS-CYCLE-DAY
           IF WS-CYCLE-DAY NOT NUMERIC OR WS-CYCLE-DAY > 31
               DISPLAY "Invalid statement cycle day -- must be 1-31, "
                   "or 0."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE accounts a SET statement_cycle_day = "
               "COALESCE(NULLIF(" WS-CYCLE-DAY ", 0), (SELECT "
               "p.statement_cycle_day FROM products p WHERE "
               "p.product_code = a.product_code), 31) "
               "WHERE a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' RETURNING a.statement_cycle_day;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-HOLDERS-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error setting statement cycle day. Return "
                   "code: " WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Account not found."
               ELSE
                   DISPLAY "Statement cycle day set to "
                       FUNCTION TRIM(WS-PSQL-RESULT) "."
               END-IF
           END-IF.

       RUN-HOLDERS-SQL-PARA.
           *> -q keeps psql's command tag (e.g. "INSERT 0 0" or
           *> "DELETE 0") out of the result file, so an empty result
           *> really means "no row came back" and the not-found checks
           *> above can trust it.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.
