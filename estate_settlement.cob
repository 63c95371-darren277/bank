      *>       proceeds go to -- CLOSE-ACCOUNT is now unlocked and
      *>       disburses each account to the executor through the
      *>       close-out machinery it already has.
      *>   P = POD payout (SUP role): pay out an account routed to its
      *>       payable-on-death beneficiaries -- see below.
      *>   L = List open estates aged by days since death.
      *> Every step is operator-stamped on the case row.
      *> Payable-on-death accounts never enter the estate. Opening an
      *> estate routes every account on which the deceased was the
      *> last surviving holder and which carries signed-off
      *> beneficiaries (MANAGE-BENEFICIARIES, shares totalling 100)
      *> to beneficiary payout: accounts.pod_payout_status goes DUE,
      *> CLOSE-ACCOUNT will not disburse it to the executor, and
      *> action P settles it -- final interest capitalized, the
      *> balance split by share (the last beneficiary taking the
      *> rounding), one transfer per beneficiary to the account they
      *> name, a pod_payouts row each, and the account CLOSED -- in
      *> one atomic psql session.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENTS-FILE
           ASSIGN TO "./estate_pod_statements.sql"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(132).
       FD  STATEMENTS-FILE.
       01  STATEMENTS-RECORD     PIC X(2400).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-DATE-OK            PIC X(1) VALUE 'Y'.
       01  WS-SQL-COMMAND        PIC X(2400).
       01  WS-SHELL-COMMAND      PIC X(2600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(132).
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SUPERVISOR      PIC X(1) VALUE 'N'.

      *> POD payout: the routed account, and its signed-off
      *> beneficiaries with the account each is paid into.
       01  WS-POD-ACCOUNT        PIC X(10) VALUE SPACES.
       01  WS-POD-STATUS         PIC X(20) VALUE SPACES.
       01  WS-TARGET-VALID       PIC X(1) VALUE 'Y'.
       01  WS-ROUTED-COUNT       PIC 9(5) VALUE 0.
       01  WS-BEN-COUNT          PIC 9(2) VALUE 0.
       01  WS-BEN-IDX            PIC 9(2) COMP.
       01  WS-BENEFICIARY-TABLE.
           05  WS-BENEFICIARY OCCURS 20 TIMES.
               10  WS-BEN-ID         PIC X(10).
               10  WS-BEN-NAME       PIC X(60).
               10  WS-BEN-SHARE      PIC X(8).
               10  WS-BEN-PAYOUT     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           END-IF

           DISPLAY "Enter Action (O=Open estate, D=Documents "
               "received, R=Release, P=POD payout, L=List open "
               "estates):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM DOCS-RECEIVED-PARA
               WHEN "R"
                   PERFORM RELEASE-ESTATE-PARA
               WHEN "P"
                   PERFORM POD-PAYOUT-PARA
               WHEN "L"
                   PERFORM LIST-ESTATES-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be O, D, R, P or L."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               DISPLAY "Estate opened. Case: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
                   " -- accrual stopped, mail held, close-out locked."
               PERFORM ROUTE-POD-ACCOUNTS-PARA
           ELSE
               DISPLAY "Estate not opened -- customer not found or an "
                   "estate is already open."
               DISPLAY "Estate " FUNCTION TRIM(WS-PSQL-RESULT)
                   " RELEASED -- run CLOSE-ACCOUNT per account, "
                   "disbursing to "
                   FUNCTION TRIM(WS-EXECUTOR-ACCOUNT)
                   ". Accounts routed to POD payout are paid to their "
                   "beneficiaries through action P instead."
           ELSE
               DISPLAY "Release refused -- documents not yet on file "
                   "or no estate found."
           END-IF.

       ROUTE-POD-ACCOUNTS-PARA.
           *> Accounts on which the deceased was the last surviving
           *> holder and which carry signed-off beneficiaries leave
           *> the estate path here. A joint account with a living
           *> holder stays with the survivor; it routes when the last
           *> of them dies.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE accounts a SET pod_payout_status = 'DUE' "
               "WHERE a.pod_payout_status IS NULL AND "
               "COALESCE(a.account_status, 'ACTIVE') <> 'CLOSED' "
               "AND EXISTS (SELECT 1 FROM account_holders h WHERE "
               "h.account_number = a.account_number AND "
               "h.customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               ") AND NOT EXISTS (SELECT 1 FROM account_holders h "
               "LEFT JOIN customers c ON c.customer_id = "
               "h.customer_id WHERE h.account_number = "
               "a.account_number AND c.date_of_death IS NULL) "
               "AND (SELECT SUM(b.share_pct) FROM "
               "account_beneficiaries b WHERE b.account_number = "
               "a.account_number AND b.designation_status = "
               "'ACTIVE') = 100 RETURNING a.account_number;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ESTATE-SQL-PARA
           MOVE 0 TO WS-ROUTED-COUNT
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-ROUTED-COUNT
                           DISPLAY "  Account "
                               FUNCTION TRIM(WS-PSQL-RESULT)
                               " routed to POD beneficiary payout."
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           IF WS-ROUTED-COUNT > 0
               DISPLAY WS-ROUTED-COUNT " account(s) bypass the estate "
                   "-- settle each with action P."
           END-IF.

       POD-PAYOUT-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "POD payout requires the SUP role."
               GOBACK
           END-IF
           DISPLAY "Enter POD Account Number:"
           ACCEPT WS-POD-ACCOUNT
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-POD-ACCOUNT WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number format."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(pod_payout_status, 'NONE') FROM "
               "accounts WHERE account_number = '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ESTATE-SQL-PARA
           MOVE WS-PSQL-RESULT TO WS-POD-STATUS
           IF WS-POD-STATUS NOT = "DUE"
               DISPLAY "Account is not routed to POD payout (status "
                   FUNCTION TRIM(WS-POD-STATUS) ")."
               GOBACK
           END-IF

           PERFORM LOAD-BENEFICIARIES-PARA
           IF WS-BEN-COUNT = 0
               DISPLAY "No signed-off beneficiaries on the account."
               GOBACK
           END-IF
           PERFORM ACCEPT-PAYOUT-ACCOUNT-PARA
               VARYING WS-BEN-IDX FROM 1 BY 1
               UNTIL WS-BEN-IDX > WS-BEN-COUNT

           PERFORM WRITE-POD-STATEMENTS-PARA
           PERFORM RUN-POD-STATEMENTS-PARA

           *> The payout statement only fires while the account is
           *> still DUE, so PAID is the proof it landed.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(pod_payout_status, 'NONE') FROM "
               "accounts WHERE account_number = '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ESTATE-SQL-PARA
           IF WS-PSQL-RESULT NOT = "PAID"
               DISPLAY "POD payout did not post -- nothing was moved. "
                   "Return code: " WS-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT p.beneficiary_id || ' ' || b.beneficiary_name "
               "|| ' -> ' || p.payout_account || '  ' || "
               "to_char(p.amount, 'FM999999999990.00') FROM "
               "pod_payouts p JOIN account_beneficiaries b ON "
               "b.beneficiary_id = p.beneficiary_id WHERE "
               "p.account_number = '" FUNCTION TRIM(WS-POD-ACCOUNT)
               "' ORDER BY p.beneficiary_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ESTATE-SQL-PARA
           DISPLAY "POD payout of account "
               FUNCTION TRIM(WS-POD-ACCOUNT) " -- account CLOSED:"
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

       LOAD-BENEFICIARIES-PARA.
           MOVE 0 TO WS-BEN-COUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT beneficiary_id || '|' || beneficiary_name || "
               "'|' || share_pct FROM account_beneficiaries WHERE "
               "account_number = '" FUNCTION TRIM(WS-POD-ACCOUNT)
               "' AND designation_status = 'ACTIVE' "
               "ORDER BY beneficiary_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ESTATE-SQL-PARA
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-BEN-COUNT < 20
                               ADD 1 TO WS-BEN-COUNT
                               MOVE SPACES TO
                                   WS-BENEFICIARY(WS-BEN-COUNT)
                               UNSTRING WS-PSQL-RESULT
                                   DELIMITED BY "|"
                                   INTO WS-BEN-ID(WS-BEN-COUNT)
                                       WS-BEN-NAME(WS-BEN-COUNT)
                                       WS-BEN-SHARE(WS-BEN-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF.

       ACCEPT-PAYOUT-ACCOUNT-PARA.
           *> Each beneficiary is paid by transfer into an open account
           *> here -- one they already hold or one opened for them.
           DISPLAY "Beneficiary " FUNCTION TRIM(WS-BEN-ID(WS-BEN-IDX))
               " " FUNCTION TRIM(WS-BEN-NAME(WS-BEN-IDX)) " -- "
               FUNCTION TRIM(WS-BEN-SHARE(WS-BEN-IDX)) "%"
           DISPLAY "Enter Payout Account Number:"
           ACCEPT WS-BEN-PAYOUT(WS-BEN-IDX)
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-BEN-PAYOUT(WS-BEN-IDX) WS-TARGET-VALID
           IF WS-TARGET-VALID NOT = 'Y'
                   OR WS-BEN-PAYOUT(WS-BEN-IDX) = WS-POD-ACCOUNT
               DISPLAY "Invalid payout account -- nothing paid."
               GOBACK
           END-IF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(account_status, 'ACTIVE') FROM "
               "accounts WHERE account_number = '"
               FUNCTION TRIM(WS-BEN-PAYOUT(WS-BEN-IDX)) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ESTATE-SQL-PARA
           IF WS-PSQL-RESULT = SPACES OR WS-PSQL-RESULT = "CLOSED"
               DISPLAY "Payout account not found or closed -- nothing "
                   "paid."
               GOBACK
           END-IF.

       WRITE-POD-STATEMENTS-PARA.
           *> Payout accounts, final interest and the split payout in
           *> one atomic psql session -- the shares are cut from the
           *> balance as it stands after the interest lands.
           OPEN OUTPUT STATEMENTS-FILE
           MOVE "BEGIN;" TO STATEMENTS-RECORD
           WRITE STATEMENTS-RECORD

           PERFORM WRITE-PAYOUT-ACCOUNT-PARA
               VARYING WS-BEN-IDX FROM 1 BY 1
               UNTIL WS-BEN-IDX > WS-BEN-COUNT

           *> Final interest: the capitalization shape CLOSE-ACCOUNT
           *> uses, withholding included. Accrual stopped the day the
           *> estate opened, so the bucket is all there is.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH acc AS (SELECT account_number, "
               "COALESCE(accrued_interest, 0) AS amt, "
               "withholding_flag, withholding_rate FROM accounts "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "' AND "
               "pod_payout_status = 'DUE' FOR UPDATE), "
               "due AS (SELECT account_number, amt, "
               "CASE WHEN COALESCE(withholding_flag, 'N') = "
               "'Y' AND amt > 0 THEN ROUND(amt * "
               "COALESCE(withholding_rate, 0.24), 2) ELSE 0 END AS wh "
               "FROM acc WHERE amt <> 0), "
               "upd AS (UPDATE accounts a SET current_balance = "
               "COALESCE(a.current_balance, 0) + d.amt - d.wh, "
               "accrued_interest = 0 FROM due d "
               "WHERE a.account_number = d.account_number), "
               "whl AS (INSERT INTO withholding_ledger "
               "(account_number, business_date, gross_interest, "
               "withheld_amount) SELECT account_number, CURRENT_DATE, "
               "amt, wh FROM due WHERE wh > 0), "
               "hist AS (INSERT INTO interest_rate_history "
               "(account_number, rate, effective_date, amount) "
               "SELECT d.account_number, 0, CURRENT_DATE, "
               "d.amt - d.wh FROM due d WHERE d.amt - d.wh > 0) "
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id) "
               "SELECT account_number, "
               "CASE WHEN amt - wh > 0 THEN 'D' ELSE 'F' END, "
               "ABS(amt - wh), '" FUNCTION TRIM(WS-OPERATOR-ID)
               "' FROM due WHERE amt - wh <> 0;"
               INTO WS-SQL-COMMAND
           WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND

           *> The split. Every share but the last is rounded to the
           *> cent; the last beneficiary (highest id) takes the
           *> remainder, so the pennies always add back to the balance.
           *> Credits are summed per payout account, so two
           *> beneficiaries paid into one account still post as one
           *> balance update. The debit leg zeroes the balance, closes
           *> the account and marks it PAID in the one UPDATE.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH src AS (SELECT COALESCE(current_balance, 0) AS "
               "total FROM accounts WHERE account_number = '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "' AND "
               "pod_payout_status = 'DUE' AND "
               "COALESCE(accrued_interest, 0) = 0 AND "
               "COALESCE(current_balance, 0) >= 0 FOR UPDATE), "
               "b AS (SELECT beneficiary_id, payout_account, "
               "share_pct, ROW_NUMBER() OVER (ORDER BY "
               "beneficiary_id DESC) AS rn FROM account_beneficiaries "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "' AND "
               "designation_status = 'ACTIVE'), "
               "sh AS (SELECT b.beneficiary_id, b.payout_account, "
               "b.rn, ROUND(s.total * b.share_pct / 100, 2) AS amt "
               "FROM b CROSS JOIN src s), "
               "fin AS (SELECT beneficiary_id, payout_account, CASE "
               "WHEN rn = 1 THEN (SELECT total FROM src) - (SELECT "
               "COALESCE(SUM(amt), 0) FROM sh WHERE rn > 1) ELSE amt "
               "END AS amt FROM sh), "
               "debit AS (UPDATE accounts SET current_balance = 0, "
               "account_status = 'CLOSED', pod_payout_status = "
               "'PAID' WHERE account_number = '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "' AND EXISTS (SELECT 1 "
               "FROM src) RETURNING account_number), "
               "credit AS (UPDATE accounts t SET current_balance = "
               "COALESCE(t.current_balance, 0) + g.amt FROM (SELECT "
               "payout_account, SUM(amt) AS amt FROM fin GROUP BY "
               "payout_account) g WHERE t.account_number = "
               "g.payout_account AND EXISTS (SELECT 1 FROM debit) "
               "RETURNING t.account_number), "
               "ins_debit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, operator_id) SELECT '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "', 'T', amt, "
               "payout_account, '" FUNCTION TRIM(WS-OPERATOR-ID)
               "' FROM fin WHERE amt > 0 AND EXISTS (SELECT 1 FROM "
               "debit)), "
               "ins_credit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, operator_id) SELECT "
               "payout_account, 'T', amt, '"
               FUNCTION TRIM(WS-POD-ACCOUNT) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' FROM fin WHERE amt > "
               "0 AND EXISTS (SELECT 1 FROM credit)) "
               "INSERT INTO pod_payouts (account_number, "
               "beneficiary_id, payout_account, amount, paid_by, "
               "paid_at) SELECT '" FUNCTION TRIM(WS-POD-ACCOUNT)
               "', beneficiary_id, payout_account, amt, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM fin "
               "WHERE EXISTS (SELECT 1 FROM debit);"
               INTO WS-SQL-COMMAND
           WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND

           MOVE "COMMIT;" TO STATEMENTS-RECORD
           WRITE STATEMENTS-RECORD
           CLOSE STATEMENTS-FILE.

       WRITE-PAYOUT-ACCOUNT-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE account_beneficiaries SET payout_account = '"
               FUNCTION TRIM(WS-BEN-PAYOUT(WS-BEN-IDX))
               "' WHERE beneficiary_id = "
               FUNCTION TRIM(WS-BEN-ID(WS-BEN-IDX))
               " AND designation_status = 'ACTIVE';"
               INTO WS-SQL-COMMAND
           WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND.

       RUN-POD-STATEMENTS-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME)
               " -q -v ON_ERROR_STOP=1 "
               "-f ./estate_pod_statements.sql"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-OPER-SUB" USING
               "ESTATE-SETTLEMENT" WS-POD-ACCOUNT
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       LIST-ESTATES-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
