       01  WS-TARGET-ACCOUNT     PIC X(10).
       01  WS-TRANS-TYPE         PIC X(1).
       01  WS-AMOUNT             PIC 9(15)V99.
       01  WS-SQL-COMMAND        PIC X(1800).
       01  WS-SHELL-COMMAND      PIC X(2000).
       01  WS-TRANSFER-SQL       PIC X(2000).
       01  WS-TRANSFER-SHELL     PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-FORMATTED-AMOUNT   PIC Z(13)9.99.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
      *> Y when the operator signed on in training -- everything
      *> from here on runs against the training database.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.
      *> Dual-control threshold from approval_config -- postings at or
      *> above it are queued for a supervisor in approve_transaction
      *> instead of landing straight away. No config row means no
      *> same guarded SQL on its effective date.
       01  WS-EFFECTIVE-DATE     PIC X(10) VALUE SPACES.
       01  WS-EFFECTIVE-OK       PIC X(1) VALUE 'Y'.
      *> The teller's free-text note ("rent for May") and any outside
      *> reference the customer quotes ride on the posting itself --
      *> and on the approval / warehouse row, so the item posts later
      *> with the same narrative it was keyed with.
       01  WS-NARRATIVE          PIC X(60) VALUE SPACES.
       01  WS-EXTERNAL-REF       PIC X(30) VALUE SPACES.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-LIMITS-OK          PIC X(1) VALUE 'Y'.
      *> AND amount) or it diverts to the exception queue for a
      *> pay/return decision instead of posting.
       01  WS-POSPAY-STATUS      PIC X(12) VALUE SPACES.
      *> Check serial control: on an account with check orders on
      *> file, a presented serial outside every range issued to it,
      *> or one already paid, goes to the same exception queue with
      *> the reason recorded on the exception.
       01  WS-SERIAL-STATUS      PIC X(12) VALUE SPACES.
       01  WS-POSPAY-REASON      PIC X(20) VALUE SPACES.
      *> Funds availability: a check deposit gets its hold placed by
      *> the system off the availability_schedule config (first
      *> portion next-day; longer for large or new-account deposits),
      *> expiring into the HOLD-EXPIRY-BATCH release sweep -- instead
      *> of whichever teller was on shift remembering to key one.
      *> The posted deposit row carries the flag too (check_deposit)
      *> so KITING-DETECTION-BATCH can tell check float from cash.
      *> The hold remembers the deposit it belongs to, so a returned
      *> item can take back what is still held, and an account with
      *> repeated returned deposits gets the schedule's longer
      *> repeat-return hold.
       01  WS-CHECK-DEPOSIT      PIC X(1) VALUE 'N'.
       01  WS-DEPOSIT-TSX-ID     PIC X(20) VALUE SPACES.
      *> Overdraft protection: an NSF withdrawal against a covered
      *> account pulls the shortfall (rounded up per the arrangement)
      *> from the linked funding account, charges the transfer fee,
       01  WS-TEMP-CEILING       PIC X(20) VALUE SPACES.
       01  WS-TEMP-TWOSIGN       PIC X(20) VALUE SPACES.
       01  WS-FORCE-APPROVAL     PIC X(1) VALUE 'N'.
      *> Custodial accounts: a holder in the minor role (M) means
      *> money-out needs a custodian (C) as the acting signer.
       01  WS-CUSTODIAL          PIC X(1) VALUE 'N'.
       01  WS-SIGNER-IS-CUSTODIAN PIC X(1) VALUE 'N'.
      *> CTR conductor: a cash D or W that takes the customer's day
      *> over the conductor pre-threshold names the person at the
      *> window (CTR-CONDUCTOR-SUB), stored in ctr_conductors against
      *> the transaction_id it posts -- or the approval_id when it
      *> queues, linked to the posting when the supervisor approves.
       01  WS-CONDUCTOR-STATUS   PIC X(1) VALUE 'N'.
       01  WS-CONDUCTOR-NAME     PIC X(60) VALUE SPACES.
       01  WS-CONDUCTOR-ID-TYPE  PIC X(12) VALUE SPACES.
       01  WS-CONDUCTOR-ID-NUMBER PIC X(30) VALUE SPACES.
       01  WS-CONDUCTOR-ADDRESS  PIC X(100) VALUE SPACES.
       01  WS-CONDUCTOR-DOB      PIC X(10) VALUE SPACES.
       01  WS-CONDUCTOR-KEY-COL  PIC X(14) VALUE SPACES.
       01  WS-CONDUCTOR-KEY-ID   PIC X(20) VALUE SPACES.
       01  WS-CONDUCTOR-SQL      PIC X(1000).
       01  WS-CONDUCTOR-SHELL    PIC X(1200).
      *> Service memos on the account or its holders are put in front
      *> of the teller before anything else is keyed; a refused
      *> must-acknowledge memo ends the posting (ACCOUNT-MEMO-SUB).
       01  WS-MEMO-OK            PIC X(1) VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-TRAINING-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK WS-TRAINING-MODE
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE

           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
               GOBACK
           END-IF

           CALL "ACCOUNT-MEMO-SUB" USING
               WS-OPERATOR-ID WS-ACCOUNT-NUMBER WS-MEMO-OK
           IF WS-MEMO-OK NOT = 'Y'
               DISPLAY "Transaction not posted -- account memo not "
                   "acknowledged."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Transaction Type (D=Deposit, W=Withdrawal, "
               "F=Fee, T=Transfer):"
           ACCEPT WS-TRANS-TYPE

           IF WS-TRANS-TYPE NOT = "D" AND WS-TRANS-TYPE NOT = "W"
                   AND WS-TRANS-TYPE NOT = "F" AND WS-TRANS-TYPE
                       NOT = "T"
               DISPLAY "Invalid transaction type."
               GOBACK
           END-IF
               CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           END-IF

           DISPLAY "Enter Narrative (up to 60 characters, blank for "
               "none):"
           ACCEPT WS-NARRATIVE
           DISPLAY "Enter External Reference (blank for none):"
           ACCEPT WS-EXTERNAL-REF
           INSPECT WS-NARRATIVE REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-EXTERNAL-REF REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE

           *> Limits and the dual-control threshold apply BEFORE the
           *> future-dated branch -- keying tomorrow's date must not
           *> be a way around the limits engine or maker-checker.
           *> posting branches: an enrolled account's mismatched check
           *> never reaches the guard, the approval queue or the
           *> warehouse -- it goes to the exception queue, full stop.
           *> The check-order serial control follows on the same
           *> terms: a serial out of every issued range, or one
           *> already paid, is queued rather than posted.
           IF WS-TRANS-TYPE = "W"
                   AND FUNCTION TRIM(WS-CHECK-NUMBER) NOT = SPACES
               PERFORM CHECK-POSITIVE-PAY-PARA
               IF WS-POSPAY-STATUS = "EXCEPTION"
                   MOVE "ISSUED-MISMATCH" TO WS-POSPAY-REASON
                   PERFORM QUEUE-POSPAY-EXCEPTION-PARA
                   CALL "WORK-FILE-CLEANUP-SUB" USING
                       WS-RESULT-FILE-NAME
                   GOBACK
               END-IF
               PERFORM CHECK-SERIAL-RANGE-PARA
               IF WS-SERIAL-STATUS = "OUT-OF-RANGE"
                       OR WS-SERIAL-STATUS = "ALREADY-PAID"
                   MOVE SPACES TO WS-POSPAY-REASON
                   STRING "SERIAL-" WS-SERIAL-STATUS
                       DELIMITED BY SPACE INTO WS-POSPAY-REASON
                   PERFORM QUEUE-POSPAY-EXCEPTION-PARA
                   CALL "WORK-FILE-CLEANUP-SUB" USING
                       WS-RESULT-FILE-NAME
                   "(0 if not applicable):"
               ACCEPT WS-SIGNER-ID
               MOVE WS-SIGNER-ID TO WS-SIGNER-ID-DISP
               *> A minor's account moves money out only on its
               *> custodian's signature -- the minor alone, or nobody
               *> named, is declined.
               PERFORM CHECK-CUSTODIAN-PARA
               IF WS-CUSTODIAL = 'Y'
                       AND WS-SIGNER-IS-CUSTODIAN NOT = 'Y'
                   DISPLAY "Transaction declined -- custodial account; "
                       "the custodian must sign."
                   MOVE "CUSTODIAN-REQ" TO WS-DECLINE-CODE
                   CALL "DECLINE-LOG-SUB" USING
                       WS-CHANNEL WS-ACCOUNT-NUMBER
                       WS-DECLINE-CODE WS-AMOUNT
                   CALL "WORK-FILE-CLEANUP-SUB" USING
                       WS-RESULT-FILE-NAME
                   GOBACK
               END-IF
               IF WS-SIGNER-ID > 0
                   PERFORM CHECK-SIGNER-AUTHORITY-PARA
                   IF WS-SIGNER-STATUS = "NOSIGNER"
               END-IF
           END-IF

           *> Cash only: a check deposit or a presented check is not
           *> conducted in currency.
           IF (WS-TRANS-TYPE = "D" AND WS-CHECK-DEPOSIT NOT = "Y")
                   OR (WS-TRANS-TYPE = "W"
                   AND FUNCTION TRIM(WS-CHECK-NUMBER) = SPACES)
               CALL "CTR-CONDUCTOR-SUB" USING
                   WS-ACCOUNT-NUMBER WS-TRANS-TYPE WS-AMOUNT
                   WS-CONDUCTOR-STATUS WS-CONDUCTOR-NAME
                   WS-CONDUCTOR-ID-TYPE WS-CONDUCTOR-ID-NUMBER
                   WS-CONDUCTOR-ADDRESS WS-CONDUCTOR-DOB
               IF WS-CONDUCTOR-STATUS = 'X'
                   DISPLAY "Transaction not posted -- conductor "
                       "name and identification are required."
                   CALL "WORK-FILE-CLEANUP-SUB" USING
                       WS-RESULT-FILE-NAME
                   GOBACK
               END-IF
           END-IF

           PERFORM LOAD-APPROVAL-THRESHOLD-PARA
           IF WS-FORCE-APPROVAL = 'Y'
               OR (WS-APPROVAL-THRESHOLD > 0
               "INSERT INTO future_transactions (account_number, "
               "transaction_type, amount, target_account_number, "
               "check_number, operator_id, effective_date, "
               "item_status, narrative, external_reference) "
               "VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '" WS-TRANS-TYPE
               "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-TARGET-ACCOUNT) "', NULLIF('"
               FUNCTION TRIM(WS-CHECK-NUMBER) "', ''), '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               WS-EFFECTIVE-DATE "', 'PENDING', NULLIF('"
               FUNCTION TRIM(WS-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '')) RETURNING item_id;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               "INSERT INTO pending_approvals (account_number, "
               "transaction_type, amount, target_account_number, "
               "check_number, effective_date, requested_by, "
               "requested_at, approval_status, narrative, "
               "external_reference) "
               "VALUES ('" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               WS-TRANS-TYPE "', " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", '" FUNCTION TRIM(WS-TARGET-ACCOUNT) "', NULLIF('"
               "NULLIF('" FUNCTION TRIM(WS-EFFECTIVE-DATE)
               "', '')::date, '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW(), 'PENDING', NULLIF('"
               FUNCTION TRIM(WS-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '')) RETURNING approval_id;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               DISPLAY "Amount is at or above the dual-control "
                   "threshold -- queued for supervisor approval. "
                   "Approval ID: " FUNCTION TRIM(WS-PSQL-RESULT)
               MOVE "approval_id" TO WS-CONDUCTOR-KEY-COL
               PERFORM RECORD-CONDUCTOR-PARA
           ELSE
               DISPLAY "Error queueing for approval. Return code: "
                   WS-RETURN-CODE
               *> stop clause can never match.
               STRING
                   "WITH upd AS (UPDATE accounts SET current_balance = "
                   "current_balance - "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " WHERE account_number = '"
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER)
                   "'"
                   " AND current_balance + COALESCE(overdraft_limit, 0)"
                   " >= " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, operator_id, "
                   "check_number, branch_code, signer_customer_id, "
                   "origin_branch, narrative, external_reference) "
                   "SELECT account_number, '"
                   WS-TRANS-TYPE "', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   ", '" FUNCTION TRIM(WS-OPERATOR-ID)
                   "', NULLIF('" FUNCTION TRIM(WS-CHECK-NUMBER)
                   "', ''), (SELECT b.branch_code FROM accounts b "
                   "NULLIF(" FUNCTION TRIM(WS-SIGNER-ID-DISP) ", 0), "
                   "(SELECT o.branch_code FROM operators o WHERE "
                   "o.operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
                   "'), NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                   "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
                   "', '') FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               IF WS-TRANS-TYPE = "F"
                   *> -- repayments belong to CHARGE-OFF's recovery
                   *> sub-ledger, not a closed ledger.
                   STRING
                       "WITH upd AS (UPDATE accounts SET "
                       "current_balance = "
                       "current_balance - "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                       " WHERE account_number = '"
                       FUNCTION TRIM(WS-ACCOUNT-NUMBER) "'"
                       " AND COALESCE(account_status, 'ACTIVE')"
                       " RETURNING account_number) "
                       "INSERT INTO transactions (account_number, "
                       "transaction_type, amount, operator_id, "
                       "branch_code, origin_branch, narrative, "
                       "external_reference) "
                       "SELECT account_number, '"
                       WS-TRANS-TYPE "', "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                       ", '" FUNCTION TRIM(WS-OPERATOR-ID)
                       "', (SELECT b.branch_code FROM accounts b "
                       "WHERE b.account_number = upd.account_number), "
                       "(SELECT o.branch_code FROM operators o WHERE "
                       "o.operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
                       "'), NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
                       "', ''), NULLIF('"
                       FUNCTION TRIM(WS-EXTERNAL-REF)
                       "', '') FROM upd RETURNING transaction_id;"
                       INTO WS-SQL-COMMAND
               ELSE
                   STRING
                       "WITH upd AS (UPDATE accounts SET "
                       "current_balance = "
                       "current_balance + "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                       " WHERE account_number = '"
                       FUNCTION TRIM(WS-ACCOUNT-NUMBER) "'"
                       " AND COALESCE(account_status, 'ACTIVE')"
                       " RETURNING account_number) "
                       "INSERT INTO transactions (account_number, "
                       "transaction_type, amount, operator_id, "
                       "branch_code, origin_branch, check_deposit, "
                       "narrative, external_reference) "
                       "SELECT account_number, '"
                       WS-TRANS-TYPE "', "
                       FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                       ", '" FUNCTION TRIM(WS-OPERATOR-ID)
                       "', (SELECT b.branch_code FROM accounts b "
                       "WHERE b.account_number = upd.account_number), "
                       "(SELECT o.branch_code FROM operators o WHERE "
                       "o.operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
                       "'), CASE WHEN '" WS-CHECK-DEPOSIT
                       "' = 'Y' THEN 'Y' ELSE 'N' END, NULLIF('"
                       FUNCTION TRIM(WS-NARRATIVE) "', ''), NULLIF('"
                       FUNCTION TRIM(WS-EXTERNAL-REF) "', '') "
                       "FROM upd RETURNING transaction_id;"
                       INTO WS-SQL-COMMAND
               END-IF
           END-IF.
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Transaction recorded successfully. "
                   "Transaction ID: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
               MOVE WS-PSQL-RESULT TO WS-DEPOSIT-TSX-ID
               MOVE "transaction_id" TO WS-CONDUCTOR-KEY-COL
               PERFORM RECORD-CONDUCTOR-PARA
               PERFORM JOURNAL-RECEIPT-PARA
               CALL "CHECK-ALERTS-SUB" USING
                   WS-ACCOUNT-NUMBER WS-TRANS-TYPE WS-AMOUNT
                           WS-DECLINE-CODE WS-AMOUNT
                   END-IF
               ELSE
               DISPLAY "Error recording transaction. Return code: "
                   WS-RETURN-CODE
               MOVE SPACES TO WS-RETRY-SQL-BUFFER
               MOVE WS-SQL-COMMAND TO WS-RETRY-SQL-BUFFER
               CALL "RETRY-QUEUE-SUB" USING
                   "INSERT-TRANSACTION" WS-ACCOUNT-NUMBER
                   WS-RETRY-SQL-BUFFER
               DISPLAY "Transaction queued for retry."
               END-IF
           END-IF.
               END-IF
           END-IF.

       CHECK-CUSTODIAN-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(MAX(CASE WHEN holder_role = 'M' THEN "
               "'Y' END), 'N') || COALESCE(MAX(CASE WHEN customer_id "
               "= " FUNCTION TRIM(WS-SIGNER-ID-DISP) " AND holder_role "
               "= 'C' THEN 'Y' END), 'N') FROM account_holders "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND

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

           MOVE 'N' TO WS-CUSTODIAL
           MOVE 'N' TO WS-SIGNER-IS-CUSTODIAN
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-PSQL-RESULT
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               IF WS-PSQL-RESULT(1:1) = 'Y'
                   MOVE 'Y' TO WS-CUSTODIAL
               END-IF
               IF WS-PSQL-RESULT(2:1) = 'Y'
                   MOVE 'Y' TO WS-SIGNER-IS-CUSTODIAN
               END-IF
           END-IF.

       JOURNAL-RECEIPT-PARA.
           MOVE SPACES TO WS-RECEIPT-NO
           CALL "TELLER-JOURNAL-SUB" USING
               DISPLAY "Receipt: " FUNCTION TRIM(WS-RECEIPT-NO)
           END-IF.

       RECORD-CONDUCTOR-PARA.
           *> Keyed off the id the posting (or queueing) just handed
           *> back in WS-PSQL-RESULT; it runs in its own buffers and
           *> reads nothing back, so that id is still there for the
           *> journal receipt.
           IF WS-CONDUCTOR-STATUS = 'Y'
               MOVE WS-PSQL-RESULT TO WS-CONDUCTOR-KEY-ID
               MOVE SPACES TO WS-CONDUCTOR-SQL
               STRING
                   "INSERT INTO ctr_conductors ("
                   FUNCTION TRIM(WS-CONDUCTOR-KEY-COL)
                   ", account_number, conductor_name, id_type, "
                   "id_number, conductor_address, date_of_birth, "
                   "captured_by, captured_at) VALUES ("
                   FUNCTION TRIM(WS-CONDUCTOR-KEY-ID) ", '"
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
                   FUNCTION TRIM(WS-CONDUCTOR-NAME) "', '"
                   FUNCTION TRIM(WS-CONDUCTOR-ID-TYPE) "', '"
                   FUNCTION TRIM(WS-CONDUCTOR-ID-NUMBER) "', '"
                   FUNCTION TRIM(WS-CONDUCTOR-ADDRESS) "', NULLIF('"
                   FUNCTION TRIM(WS-CONDUCTOR-DOB) "', '')::date, '"
                   FUNCTION TRIM(WS-OPERATOR-ID) "', NOW());"
                   INTO WS-CONDUCTOR-SQL

               MOVE SPACES TO WS-CONDUCTOR-SHELL
               STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
                   " psql -U " FUNCTION TRIM(DB-USER)
                   " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                     WS-DOUBLE-QUOTE FUNCTION TRIM(WS-CONDUCTOR-SQL)
                     WS-DOUBLE-QUOTE " -t -A > /dev/null"
                     INTO WS-CONDUCTOR-SHELL

               CALL "SYSTEM" USING WS-CONDUCTOR-SHELL
                   RETURNING WS-RETURN-CODE

               CALL "AUDIT-LOG-OPER-SUB" USING
                   "INSERT-TRANSACTION" WS-ACCOUNT-NUMBER
                   WS-CONDUCTOR-SHELL WS-RETURN-CODE WS-OPERATOR-ID

               IF WS-RETURN-CODE NOT = 0
                   DISPLAY "Warning -- conductor details were not "
                       "saved. Return code: " WS-RETURN-CODE
               END-IF
           END-IF.

       TRY-PROTECTION-SWEEP-PARA.
           *> One statement, all or nothing: size the shortfall off
           *> the protected account's live position, round it up per
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Transaction recorded after protection sweep. "
                   "Transaction ID: " FUNCTION TRIM(WS-PSQL-RESULT)
               MOVE "transaction_id" TO WS-CONDUCTOR-KEY-COL
               PERFORM RECORD-CONDUCTOR-PARA
               PERFORM JOURNAL-RECEIPT-PARA
               CALL "CHECK-ALERTS-SUB" USING
                   WS-ACCOUNT-NUMBER WS-TRANS-TYPE WS-AMOUNT
           *> how long the rest holds: standard_days normally,
           *> large_days when the deposit tops large_threshold,
           *> new_account_days when the account is younger than
           *> new_account_age_days, and repeat_return_days when the
           *> account has repeat_return_threshold or more returned
           *> deposited items on record and one came back within the
           *> last six months (the longest that applies wins). The
           *> held remainder goes into pending_transactions exactly
           *> like an operator hold, so HOLD-EXPIRY-BATCH releases it
           *> on schedule, tagged with the deposit's transaction_id.
           *> No schedule row configured means no automatic hold, as
           *> before.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO pending_transactions (account_number, "
               "amount, status, operator_id, auth_reference, "
               "expires_at, source_transaction_id) "
               "SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " - s.nextday_portion, 'PENDING', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', 'AVAIL-HOLD', "
               "NOW() + make_interval(days => GREATEST(CASE "
               "WHEN EXISTS (SELECT 1 FROM accounts a WHERE "
               "a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "THEN s.new_account_days "
               "WHEN " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " > s.large_threshold THEN s.large_days "
               "ELSE s.standard_days END, "
               "CASE WHEN COALESCE(s.repeat_return_threshold, 0) > 0 "
               "AND EXISTS (SELECT 1 FROM accounts r WHERE "
               "r.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND COALESCE(r.returned_item_count, 0) >= "
               "s.repeat_return_threshold AND "
               "r.last_returned_item_date > CURRENT_DATE - 183) "
               "THEN COALESCE(s.repeat_return_days, 0) ELSE 0 END)), "
               "NULLIF('" FUNCTION TRIM(WS-DEPOSIT-TSX-ID)
               "', '')::bigint "
               "FROM availability_schedule s "
               "WHERE " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " - s.nextday_portion > 0 "
           STRING
               "INSERT INTO positive_pay_exceptions (account_number, "
               "check_number, presented_amount, presented_by, "
               "presented_at, exception_status, exception_reason) "
               "VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               FUNCTION TRIM(WS-CHECK-NUMBER) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW(), 'PENDING', '"
               FUNCTION TRIM(WS-POSPAY-REASON)
               "') RETURNING exception_id;"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF

           IF WS-POSPAY-REASON = "ISSUED-MISMATCH"
               DISPLAY "Check " FUNCTION TRIM(WS-CHECK-NUMBER)
                   " disagrees with the issued-check list -- queued "
                   "as positive-pay exception "
                   FUNCTION TRIM(WS-PSQL-RESULT)
                   " for pay/return decision. Nothing posted."
               MOVE "POSPAY-EXCEPTION" TO WS-DECLINE-CODE
           ELSE
               DISPLAY "Check " FUNCTION TRIM(WS-CHECK-NUMBER) " -- "
                   FUNCTION TRIM(WS-POSPAY-REASON)
                   " -- queued as exception "
                   FUNCTION TRIM(WS-PSQL-RESULT)
                   " for pay/return decision. Nothing posted."
               MOVE "SERIAL-EXCEPTION" TO WS-DECLINE-CODE
           END-IF
           CALL "DECLINE-LOG-SUB" USING
               WS-CHANNEL WS-ACCOUNT-NUMBER WS-DECLINE-CODE
               WS-AMOUNT.

       CHECK-SERIAL-RANGE-PARA.
           *> Serial control off the check orders: NOT-TRACKED when
           *> the account has no order on file (nothing to check
           *> against); OUT-OF-RANGE when the serial falls in no
           *> range issued to it (a non-numeric serial included);
           *> ALREADY-PAID when a withdrawal with that serial already
           *> stands on the account unreversed; otherwise OK.
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

           MOVE SPACES TO WS-SERIAL-STATUS
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-PSQL-RESULT
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-SERIAL-STATUS
           END-IF.

       ASSESS-CD-PENALTY-PARA.
           *> A withdrawal out of an unmatured CD is the teller
           *> breaking the term: the product's penalty (so many days'
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
                   " psql -U " FUNCTION TRIM(DB-USER)
                   " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                     WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                     WS-DOUBLE-QUOTE " -t -A > "
                     FUNCTION TRIM(WS-RESULT-FILE-NAME)
                     INTO WS-SHELL-COMMAND

               CALL "SYSTEM" USING WS-SHELL-COMMAND
           STRING
               "WITH debit AS (UPDATE accounts SET current_balance = "
               "current_balance - " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "'"
               " AND current_balance + COALESCE(overdraft_limit, 0)"
               " >= " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " AND COALESCE(account_status, 'ACTIVE')"
               " RETURNING account_number), "
               "credit AS (UPDATE accounts SET current_balance = "
               "current_balance + " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " WHERE account_number = '"
               FUNCTION TRIM(WS-TARGET-ACCOUNT) "'"
               " AND EXISTS (SELECT 1 FROM debit) RETURNING "
               "account_number), "
               "ins_debit AS (INSERT INTO transactions "
               "(account_number, "
               "transaction_type, amount, target_account_number, "
               "operator_id, signer_customer_id, origin_branch, "
               "narrative, external_reference) SELECT "
               "account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", '" FUNCTION TRIM(WS-TARGET-ACCOUNT)
               "', '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', NULLIF(" FUNCTION TRIM(WS-SIGNER-ID-DISP)
               ", 0), (SELECT o.branch_code FROM operators o WHERE "
               "o.operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "'), NULLIF('" FUNCTION TRIM(WS-NARRATIVE)
               "', ''), NULLIF('" FUNCTION TRIM(WS-EXTERNAL-REF)
               "', '') FROM debit RETURNING transaction_id), "
               "ins_credit AS (INSERT INTO transactions "
               "(account_number, "
               "transaction_type, amount, target_account_number, "
               "operator_id, narrative, external_reference) SELECT "
               "account_number, 'T', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "', '" FUNCTION TRIM(WS-OPERATOR-ID) "', NULLIF('"
               FUNCTION TRIM(WS-NARRATIVE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-EXTERNAL-REF) "', '') FROM credit) "
               "SELECT transaction_id FROM ins_debit;"
               INTO WS-TRANSFER-SQL.

           END-IF

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Transfer recorded successfully. Transaction "
                   "ID: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
               PERFORM JOURNAL-RECEIPT-PARA
               CALL "CHECK-ALERTS-SUB" USING
                   DISPLAY "Error recording transfer. Return code: "
                       WS-RETURN-CODE
                   CALL "RETRY-QUEUE-SUB" USING
                       "INSERT-TRANSACTION" WS-ACCOUNT-NUMBER
                       WS-TRANSFER-SQL
                   DISPLAY "Transfer queued for retry."
               END-IF
           END-IF.
