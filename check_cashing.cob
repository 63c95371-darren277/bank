       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-CASHING.
       AUTHOR. DARREN-MACKENZIE.

      *> Non-customer check cashing at the teller line. Someone
      *> presenting one of our customers' checks for cash used to be
      *> turned away, or the teller keyed a bare W on the drawer's
      *> (check writer's) account with no record of who walked off
      *> with the cash. Actions:
      *>   C = Cash a check: the presenter's identification (ID type,
      *>       number, name, address) is required; the check is run
      *>       through the same positive pay and serial-range checks
      *>       INSERT-TRANSACTION applies, then one statement debits
      *>       the drawer's account -- guarded on available balance
      *>       (balance plus overdraft line less PENDING holds),
      *>       freezes and an active stop on the check -- posts the W
      *>       with its check number, remembers the presenter in
      *>       check_cashing_presenters (keyed on ID type and number,
      *>       name and address kept current), records the cashing in
      *>       check_cashings against the teller's open drawer, and
      *>       journals the non-customer cashing fee (fee_schedule
      *>       NCCASH; no row, no fee) off the chart's 'H' pair --
      *>       debit teller cash, credit fee income. The fee is taken
      *>       in cash out of the face amount, so the presenter is
      *>       handed the check amount less the fee.
      *>   H = Presenter history: every check a presenter has cashed
      *>       here, looked up by ID.
      *> DRAWER-MANAGEMENT counts the cash paid out net of the fee
      *> against the drawer; CTR-REPORT-BATCH and STRUCTURING-
      *> DETECTION-BATCH treat each presenter as a subject of their
      *> own, so large cash-outs and a repeat presenter's pattern
      *> show up there rather than against the check writer.

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
      *> Per-invocation scratch file from WORK-FILE-SUB -- two tellers
      *> cashing at once must never share a result file.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-CHECK-NUMBER       PIC X(10) VALUE SPACES.
       01  WS-AMOUNT             PIC 9(15)V99 VALUE 0.
       01  WS-FEE                PIC 9(15)V99 VALUE 0.
       01  WS-CASH-PAID          PIC 9(15)V99 VALUE 0.
       01  WS-DRAWER-ID          PIC X(10) VALUE SPACES.
       01  WS-TRANS-TYPE         PIC X(1) VALUE "W".
       01  WS-CHANNEL            PIC X(6) VALUE "TELLER".
       01  WS-DECLINE-CODE       PIC X(20) VALUE SPACES.

       01  WS-PRESENTER-ID-TYPE  PIC X(12) VALUE SPACES.
       01  WS-PRESENTER-ID-NUMBER PIC X(30) VALUE SPACES.
       01  WS-PRESENTER-NAME     PIC X(60) VALUE SPACES.
       01  WS-PRESENTER-ADDRESS  PIC X(100) VALUE SPACES.

      *> Same three answers INSERT-TRANSACTION gets back from its
      *> positive pay and serial-range checks.
       01  WS-POSPAY-STATUS      PIC X(12) VALUE SPACES.
       01  WS-SERIAL-STATUS      PIC X(12) VALUE SPACES.
       01  WS-STOP-MATCHED       PIC X(1) VALUE 'N'.

       01  WS-PRIOR-COUNT        PIC X(10) VALUE SPACES.
       01  WS-PRIOR-TOTAL        PIC X(20) VALUE SPACES.
       01  WS-TRANSACTION-ID     PIC X(20) VALUE SPACES.
       01  WS-CASHING-ID         PIC X(20) VALUE SPACES.
       01  WS-RECEIPT-NO         PIC X(30) VALUE SPACES.

       01  WS-FORMATTED-AMOUNT   PIC Z(13)9.99.
       01  WS-FMT-FEE            PIC Z(13)9.99.
       01  WS-FMT-PAID           PIC Z(13)9.99.

       01  WS-SQL-COMMAND        PIC X(3000).
       01  WS-SHELL-COMMAND      PIC X(3200).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-HISTORY-COUNT      PIC 9(5) VALUE 0.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY "Enter Action (C=Cash a check, H=Presenter "
               "history):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM CASH-CHECK-PARA
               WHEN "H"
                   PERFORM PRESENTER-HISTORY-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be C or H."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       CASH-CHECK-PARA.
           PERFORM FIND-DRAWER-PARA
           IF WS-DRAWER-ID = SPACES
               DISPLAY "No open drawer for operator "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " -- open one in DRAWER-MANAGEMENT first."
               GOBACK
           END-IF

           DISPLAY "Enter Account Number the check is drawn on:"
           ACCEPT WS-ACCOUNT-NUMBER
           CALL "VALIDATE-NEW-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number -- check digit mismatch."
               GOBACK
           END-IF

           DISPLAY "Enter Check Number:"
           ACCEPT WS-CHECK-NUMBER
           INSPECT WS-CHECK-NUMBER REPLACING ALL "'" BY " "
           INSPECT WS-CHECK-NUMBER REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           IF FUNCTION TRIM(WS-CHECK-NUMBER) = SPACES
               DISPLAY "A check number is required."
               GOBACK
           END-IF

           DISPLAY "Enter Check Amount:"
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT NOT NUMERIC OR WS-AMOUNT <= 0
               DISPLAY "Invalid amount -- must be greater than zero."
               GOBACK
           END-IF

           PERFORM ACCEPT-PRESENTER-PARA
           IF FUNCTION TRIM(WS-PRESENTER-NAME) = SPACES
                   OR FUNCTION TRIM(WS-PRESENTER-ADDRESS) = SPACES
               DISPLAY "Presenter name and address are required. "
                   "Nothing cashed."
               GOBACK
           END-IF

           *> Positive pay and serial control first -- a check the
           *> drawer's own issued list disagrees with is handed back
           *> across the counter, not queued: the presenter is not
           *> our customer and the item is not ours to hold.
           PERFORM CHECK-POSITIVE-PAY-PARA
           IF WS-POSPAY-STATUS = "EXCEPTION"
               DISPLAY "Check " FUNCTION TRIM(WS-CHECK-NUMBER)
                   " disagrees with the drawer's issued-check list "
                   "-- do not cash. Nothing posted."
               MOVE "POSPAY-EXCEPTION" TO WS-DECLINE-CODE
               PERFORM LOG-DECLINE-PARA
               GOBACK
           END-IF
           IF WS-POSPAY-STATUS NOT = "MATCH"
               PERFORM CHECK-SERIAL-RANGE-PARA
               IF WS-SERIAL-STATUS = "OUT-OF-RANGE"
                       OR WS-SERIAL-STATUS = "ALREADY-PAID"
                   DISPLAY "Check " FUNCTION TRIM(WS-CHECK-NUMBER)
                       " -- " FUNCTION TRIM(WS-SERIAL-STATUS)
                       " -- do not cash. Nothing posted."
                   MOVE "SERIAL-EXCEPTION" TO WS-DECLINE-CODE
                   PERFORM LOG-DECLINE-PARA
                   GOBACK
               END-IF
           END-IF

           PERFORM LOAD-FEE-PARA
           IF WS-FEE >= WS-AMOUNT
               DISPLAY "Check amount does not cover the cashing fee. "
                   "Nothing cashed."
               GOBACK
           END-IF
           COMPUTE WS-CASH-PAID = WS-AMOUNT - WS-FEE

           PERFORM SHOW-PRIOR-CASHINGS-PARA
           PERFORM RECORD-CASHING-PARA.

       FIND-DRAWER-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT drawer_id FROM teller_drawers "
               "WHERE operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND drawer_status = 'OPEN';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE SPACES TO WS-DRAWER-ID
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE WS-PSQL-RESULT TO WS-DRAWER-ID
           END-IF.

       ACCEPT-PRESENTER-PARA.
           DISPLAY "Presenter ID Type (DL, PASSPORT, STATEID, "
               "MILITARY, OTHER):"
           ACCEPT WS-PRESENTER-ID-TYPE
           DISPLAY "Presenter ID Number:"
           ACCEPT WS-PRESENTER-ID-NUMBER
           INSPECT WS-PRESENTER-ID-TYPE REPLACING ALL "'" BY " "
           INSPECT WS-PRESENTER-ID-TYPE REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT WS-PRESENTER-ID-NUMBER REPLACING ALL "'" BY " "
           INSPECT WS-PRESENTER-ID-NUMBER REPLACING ALL
               WS-DOUBLE-QUOTE BY " "
           IF FUNCTION TRIM(WS-PRESENTER-ID-TYPE) = SPACES
                   OR FUNCTION TRIM(WS-PRESENTER-ID-NUMBER) = SPACES
               DISPLAY "Presenter identification is required. "
                   "Nothing cashed."
               GOBACK
           END-IF
           IF WS-ACTION = "C"
               DISPLAY "Presenter Full Name:"
               ACCEPT WS-PRESENTER-NAME
               DISPLAY "Presenter Address:"
               ACCEPT WS-PRESENTER-ADDRESS
               INSPECT WS-PRESENTER-NAME REPLACING ALL "'" BY " "
               INSPECT WS-PRESENTER-NAME REPLACING ALL
                   WS-DOUBLE-QUOTE BY " "
               INSPECT WS-PRESENTER-ADDRESS REPLACING ALL "'" BY " "
               INSPECT WS-PRESENTER-ADDRESS REPLACING ALL
                   WS-DOUBLE-QUOTE BY " "
           END-IF.

       CHECK-POSITIVE-PAY-PARA.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM "
               "positive_pay_enrollment e WHERE e.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "') THEN 'NOT-ENROLLED' WHEN EXISTS (SELECT 1 FROM "
               "issued_checks i WHERE i.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND i.check_number = '"
               FUNCTION TRIM(WS-CHECK-NUMBER)
               "' AND i.amount = " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " AND i.check_status = 'ISSUED') THEN 'MATCH' "
               "ELSE 'EXCEPTION' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE WS-PSQL-RESULT TO WS-POSPAY-STATUS.

       CHECK-SERIAL-RANGE-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM "
               "check_orders o WHERE o.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "') THEN 'NOT-TRACKED' WHEN NOT EXISTS (SELECT 1 "
               "FROM check_orders o WHERE o.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND NULLIF(substring('"
               FUNCTION TRIM(WS-CHECK-NUMBER)
               "' from '^[0-9]{1,10}$'), '')::bigint BETWEEN "
               "o.start_serial AND o.end_serial) THEN 'OUT-OF-RANGE' "
               "WHEN EXISTS (SELECT 1 FROM transactions t WHERE "
               "t.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND t.transaction_type = 'W' AND "
               "LTRIM(t.check_number, '0') = LTRIM('"
               FUNCTION TRIM(WS-CHECK-NUMBER)
               "', '0') AND NOT EXISTS (SELECT 1 FROM transactions r "
               "WHERE r.reversal_of_transaction_id = "
               "t.transaction_id)) THEN 'ALREADY-PAID' "
               "ELSE 'OK' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE WS-PSQL-RESULT TO WS-SERIAL-STATUS.

       LOAD-FEE-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT amount FROM fee_schedule "
               "WHERE fee_code = 'NCCASH' AND amount > 0 LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE 0 TO WS-FEE
           IF WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-FEE = FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       SHOW-PRIOR-CASHINGS-PARA.
      *> The teller sees a repeat presenter before handing over
      *> cash -- thirty days of this person's cashings.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COUNT(k.cashing_id) || '|' || "
               "COALESCE(SUM(k.check_amount), 0) FROM "
               "check_cashing_presenters p JOIN check_cashings k ON "
               "k.presenter_id = p.presenter_id WHERE p.id_type = '"
               FUNCTION TRIM(WS-PRESENTER-ID-TYPE)
               "' AND p.id_number = '"
               FUNCTION TRIM(WS-PRESENTER-ID-NUMBER)
               "' AND k.cashed_at >= NOW() - INTERVAL '30 days';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE SPACES TO WS-PRIOR-COUNT WS-PRIOR-TOTAL
           IF WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-PRIOR-COUNT WS-PRIOR-TOTAL
               END-UNSTRING
           END-IF
           IF FUNCTION TRIM(WS-PRIOR-COUNT) NOT = SPACES
                   AND FUNCTION TRIM(WS-PRIOR-COUNT) NOT = "0"
               DISPLAY "Repeat presenter -- "
                   FUNCTION TRIM(WS-PRIOR-COUNT)
                   " check(s) cashed in the last 30 days, total "
                   FUNCTION TRIM(WS-PRIOR-TOTAL) "."
           END-IF.

       RECORD-CASHING-PARA.
      *> One statement. The debit is guarded like a teller W plus
      *> the PENDING holds (a non-customer is paid only out of funds
      *> actually available); every insert hangs off the debit, so a
      *> declined check records nothing -- no presenter row, no
      *> cashing, no fee.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE WS-FEE TO WS-FMT-FEE
           MOVE WS-CASH-PAID TO WS-FMT-PAID
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH upd AS (UPDATE accounts SET current_balance = "
               "current_balance - " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "'"
               " AND current_balance + COALESCE(overdraft_limit, 0)"
               " - (SELECT COALESCE(SUM(p.amount), 0) FROM "
               "pending_transactions p WHERE p.account_number = "
               "accounts.account_number AND p.status = 'PENDING')"
               " >= " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " AND COALESCE(account_status, 'ACTIVE')"
               " NOT IN ('CLOSED', 'CHARGED-OFF')"
               " AND NOT EXISTS (SELECT 1 FROM account_freezes fz"
               " WHERE fz.account_number = accounts.account_number"
               " AND fz.freeze_status = 'ACTIVE'"
               " AND fz.freeze_scope IN ('D', 'A')"
               " AND (fz.expiry_date IS NULL"
               " OR fz.expiry_date >= CURRENT_DATE))"
               " AND NOT EXISTS (SELECT 1 FROM stop_payments sp"
               " WHERE sp.account_number = accounts.account_number"
               " AND sp.check_number = '"
               FUNCTION TRIM(WS-CHECK-NUMBER) "'"
               " AND sp.stop_status = 'ACTIVE'"
               " AND (sp.expiry_date IS NULL"
               " OR sp.expiry_date >= CURRENT_DATE)"
               " AND (sp.amount IS NULL OR sp.amount = "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) "))"
               " RETURNING account_number, branch_code), "
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, check_number, "
               "branch_code, origin_branch) SELECT account_number, "
               "'W', " FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               FUNCTION TRIM(WS-CHECK-NUMBER) "', branch_code, "
               "(SELECT o.branch_code FROM operators o WHERE "
               "o.operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "') FROM upd RETURNING transaction_id), "
               "prs AS (INSERT INTO check_cashing_presenters "
               "(id_type, id_number, presenter_name, "
               "presenter_address, first_seen_at, last_seen_at) "
               "SELECT '" FUNCTION TRIM(WS-PRESENTER-ID-TYPE) "', '"
               FUNCTION TRIM(WS-PRESENTER-ID-NUMBER) "', '"
               FUNCTION TRIM(WS-PRESENTER-NAME) "', '"
               FUNCTION TRIM(WS-PRESENTER-ADDRESS) "', NOW(), NOW() "
               "FROM upd ON CONFLICT (id_type, id_number) DO UPDATE "
               "SET presenter_name = EXCLUDED.presenter_name, "
               "presenter_address = EXCLUDED.presenter_address, "
               "last_seen_at = NOW() RETURNING presenter_id), "
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "cc AS (INSERT INTO check_cashings (transaction_id, "
               "presenter_id, account_number, check_number, "
               "check_amount, fee_amount, cash_paid, drawer_id, "
               "operator_id, cashed_at) SELECT ins.transaction_id, "
               "prs.presenter_id, '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "', '" FUNCTION TRIM(WS-CHECK-NUMBER) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", "
               FUNCTION TRIM(WS-FMT-FEE) ", "
               FUNCTION TRIM(WS-FMT-PAID) ", "
               FUNCTION TRIM(WS-DRAWER-ID) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() "
               "FROM ins, prs RETURNING cashing_id), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT CURRENT_DATE, c.debit_gl_account, "
               "c.credit_gl_account, " FUNCTION TRIM(WS-FMT-FEE)
               " FROM chart_of_accounts c, cc "
               "WHERE c.transaction_type = 'H' AND "
               FUNCTION TRIM(WS-FMT-FEE) " > 0) "
               "SELECT ins.transaction_id || '|' || cc.cashing_id "
               "FROM ins, cc;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-TRANSACTION-ID WS-CASHING-ID
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TRANSACTION-ID WS-CASHING-ID
               END-UNSTRING
               DISPLAY "Check cashed. Transaction ID: "
                   FUNCTION TRIM(WS-TRANSACTION-ID)
                   "  cashing " FUNCTION TRIM(WS-CASHING-ID)
               DISPLAY "Check " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " less fee " FUNCTION TRIM(WS-FMT-FEE)
                   " -- pay the presenter "
                   FUNCTION TRIM(WS-FMT-PAID) " cash."
               PERFORM MARK-ISSUED-CHECK-PAID-PARA
               MOVE SPACES TO WS-RECEIPT-NO
               CALL "TELLER-JOURNAL-SUB" USING
                   WS-OPERATOR-ID WS-ACCOUNT-NUMBER WS-TRANS-TYPE
                   WS-AMOUNT WS-CHECK-NUMBER WS-TRANSACTION-ID
                   WS-RECEIPT-NO
               IF WS-RECEIPT-NO NOT = SPACES
                   DISPLAY "Receipt: " FUNCTION TRIM(WS-RECEIPT-NO)
               END-IF
           ELSE
               IF WS-RETURN-CODE = 0
                   PERFORM CHECK-STOP-MATCH-PARA
                   IF WS-STOP-MATCHED = 'Y'
                       DISPLAY "Payment stopped -- check "
                           FUNCTION TRIM(WS-CHECK-NUMBER)
                           " has an active stop on file. "
                           "Do not cash."
                       MOVE "STOP-PAYMENT" TO WS-DECLINE-CODE
                   ELSE
                       DISPLAY "Check declined -- insufficient "
                           "available funds, or the account is "
                           "frozen or closed. Do not cash."
                       MOVE "NSF" TO WS-DECLINE-CODE
                   END-IF
                   PERFORM LOG-DECLINE-PARA
               ELSE
                   DISPLAY "Error cashing check. Return code: "
                       WS-RETURN-CODE
               END-IF
           END-IF.

       MARK-ISSUED-CHECK-PAID-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE issued_checks SET check_status = 'PAID', "
               "paid_date = CURRENT_DATE WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND check_number = '"
               FUNCTION TRIM(WS-CHECK-NUMBER)
               "' AND check_status = 'ISSUED';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA.

       CHECK-STOP-MATCH-PARA.
      *> The guard declines a stop hit and short funds alike; ask
      *> which it was and count the hit on the stop, as
      *> INSERT-TRANSACTION does.
           MOVE 'N' TO WS-STOP-MATCHED
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE stop_payments SET matched_count = "
               "COALESCE(matched_count, 0) + 1, last_matched_at = "
               "NOW() WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND check_number = '"
               FUNCTION TRIM(WS-CHECK-NUMBER)
               "' AND stop_status = 'ACTIVE'"
               " AND (expiry_date IS NULL"
               " OR expiry_date >= CURRENT_DATE)"
               " AND (amount IS NULL OR amount = "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ") "
               "RETURNING stop_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE 'Y' TO WS-STOP-MATCHED
           END-IF.

       LOG-DECLINE-PARA.
           CALL "DECLINE-LOG-SUB" USING
               WS-CHANNEL WS-ACCOUNT-NUMBER WS-DECLINE-CODE
               WS-AMOUNT.

       PRESENTER-HISTORY-PARA.
           PERFORM ACCEPT-PRESENTER-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT k.cashed_at::date || '  ' || k.account_number "
               "|| '  chk ' || k.check_number || '  ' || "
               "k.check_amount || '  fee ' || k.fee_amount || "
               "'  by ' || k.operator_id || '  ' || p.presenter_name "
               "FROM check_cashing_presenters p JOIN check_cashings k "
               "ON k.presenter_id = p.presenter_id WHERE p.id_type = '"
               FUNCTION TRIM(WS-PRESENTER-ID-TYPE)
               "' AND p.id_number = '"
               FUNCTION TRIM(WS-PRESENTER-ID-NUMBER)
               "' ORDER BY k.cashed_at DESC;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CASHING-SQL-PARA
           DISPLAY "Checks cashed by "
               FUNCTION TRIM(WS-PRESENTER-ID-TYPE) " "
               FUNCTION TRIM(WS-PRESENTER-ID-NUMBER) ":"
           MOVE 0 TO WS-HISTORY-COUNT
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           DISPLAY "  " FUNCTION TRIM(WS-PSQL-RESULT)
                           ADD 1 TO WS-HISTORY-COUNT
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           IF WS-HISTORY-COUNT = 0
               DISPLAY "  None on file."
           END-IF.

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

       RUN-CASHING-SQL-PARA.
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

           CALL "AUDIT-LOG-OPER-SUB" USING
               "CHECK-CASHING" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM CHECK-CASHING.
