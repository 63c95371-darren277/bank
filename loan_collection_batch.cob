      *> decline_log on the LOAN channel and left PENDING with its
      *> retry_count bumped, so tomorrow's run simply picks it up
      *> again -- the roll-for-retry is the due-date filter itself.
      *> Any late charge LOAN-DELINQUENCY-BATCH has assessed against
      *> the installment is collected in the same debit, as its own
      *> 'F' row, and flips PAID with it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PRINCIPAL-PART        PIC 9(15)V99.
       01  WS-FMT-PAYMENT           PIC Z(13)9.99.
       01  WS-FMT-PRIN-PART         PIC Z(13)9.99.
       01  WS-TEMP-LATE             PIC X(20) VALUE SPACES.
       01  WS-LATE-CHARGE           PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-DEBIT           PIC 9(15)V99 VALUE 0.
       01  WS-FMT-LATE              PIC Z(13)9.99.
       01  WS-FMT-TOTAL             PIC Z(13)9.99.
       01  WS-CHANNEL               PIC X(6) VALUE "LOAN".
       01  WS-DECLINE-CODE          PIC X(20) VALUE SPACES.

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT s.schedule_id, s.loan_id, l.account_number, "
               "s.payment_amount, s.principal_part, "
               "COALESCE((SELECT SUM(c.amount) FROM loan_late_charges "
               "c WHERE c.schedule_id = s.schedule_id AND "
               "c.charge_status = 'OPEN'), 0) "
               "FROM loan_schedule s JOIN loans l "
               "ON l.loan_id = s.loan_id "
               "WHERE s.installment_status = 'PENDING' "
           MOVE 0 TO WS-LOAN-ID
           MOVE 0 TO WS-PAYMENT-AMOUNT
           MOVE 0 TO WS-PRINCIPAL-PART
           MOVE SPACES TO WS-TEMP-LATE

           UNSTRING DUE-FEED-RECORD DELIMITED BY "|"
               INTO WS-SCHEDULE-ID WS-LOAN-ID WS-ACCOUNT-NUMBER
                    WS-PAYMENT-AMOUNT WS-PRINCIPAL-PART WS-TEMP-LATE
           END-UNSTRING
           MOVE 0 TO WS-LATE-CHARGE
           IF WS-TEMP-LATE NOT = SPACES
               COMPUTE WS-LATE-CHARGE = FUNCTION NUMVAL(WS-TEMP-LATE)
           END-IF
           COMPUTE WS-TOTAL-DEBIT = WS-PAYMENT-AMOUNT + WS-LATE-CHARGE

           IF WS-PAYMENT-AMOUNT > 0
               PERFORM POST-INSTALLMENT-PARA
      *> statement -- the debit's WHERE clause is the funds guard, and
      *> everything downstream only fires off a debit that landed.
      *> The final leg retires the loan once its balance reaches zero.
      *> The funds guard covers the installment and its late charge
      *> together -- a borrower is never half-collected. A statement
      *> that does not fit is never sent -- it counts as an error,
      *> not an NSF.
           MOVE WS-PAYMENT-AMOUNT TO WS-FMT-PAYMENT
           MOVE WS-LATE-CHARGE TO WS-FMT-LATE
           MOVE WS-TOTAL-DEBIT TO WS-FMT-TOTAL
           MOVE WS-PRINCIPAL-PART TO WS-FMT-PRIN-PART
           MOVE WS-SCHEDULE-ID TO WS-SCHEDULE-ID-DISP
           MOVE WS-LOAN-ID TO WS-LOAN-ID-DISP
           MOVE 0 TO WS-RETURN-CODE
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH upd AS (UPDATE accounts SET current_balance = "
               "current_balance - " FUNCTION TRIM(WS-FMT-TOTAL)
               " WHERE account_number = '" WS-ACCOUNT-NUMBER "'"
               " AND current_balance + COALESCE(overdraft_limit, 0)"
               " >= " FUNCTION TRIM(WS-FMT-TOTAL)
               " AND NOT EXISTS (SELECT 1 FROM account_freezes fz"
               " WHERE fz.account_number = accounts.account_number"
               " AND fz.freeze_status = 'ACTIVE'"
               FUNCTION TRIM(WS-FMT-PAYMENT) ", 'LOAN-INST-"
               FUNCTION TRIM(WS-SCHEDULE-ID-DISP)
               "' FROM upd RETURNING transaction_id), "
               "latefee AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key) "
               "SELECT account_number, 'F', "
               FUNCTION TRIM(WS-FMT-LATE) ", 'LOAN-LATE-"
               FUNCTION TRIM(WS-SCHEDULE-ID-DISP)
               "' FROM upd WHERE " FUNCTION TRIM(WS-FMT-LATE)
               " > 0), "
               "latepaid AS (UPDATE loan_late_charges SET "
               "charge_status = 'PAID', paid_date = '"
               WS-BUSINESS-DATE "' WHERE schedule_id = "
               FUNCTION TRIM(WS-SCHEDULE-ID-DISP)
               " AND charge_status = 'OPEN'"
               " AND EXISTS (SELECT 1 FROM upd)), "
               "paid AS (UPDATE loan_schedule SET installment_status "
               "= 'PAID', paid_date = '" WS-BUSINESS-DATE
               "' WHERE schedule_id = "
               " AND EXISTS (SELECT 1 FROM upd)) "
               "SELECT transaction_id FROM ins;"
               INTO WS-SQL-COMMAND
               ON OVERFLOW
                   MOVE 1 TO WS-RETURN-CODE
           END-STRING

           IF WS-RETURN-CODE = 0
               PERFORM RUN-LOAN-SQL-PARA
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               ADD 1 TO WS-DUE-COLLECTED
                   MOVE "NSF" TO WS-DECLINE-CODE
                   CALL "DECLINE-LOG-SUB" USING
                       WS-CHANNEL WS-ACCOUNT-NUMBER WS-DECLINE-CODE
                       WS-TOTAL-DEBIT
                   PERFORM BUMP-RETRY-PARA
               ELSE
                   DISPLAY "Error collecting installment "
       BUMP-RETRY-PARA.
      *> The installment stays PENDING and past-due, so it rolls into
      *> every following night's feed -- the count is for the decline
      *> report; LOAN-DELINQUENCY-BATCH ages the arrears, assesses the
      *> late charge and files the collections case.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE loan_schedule SET retry_count = "
           PERFORM RUN-LOAN-SQL-PARA.

       RUN-LOAN-SQL-PARA.
           MOVE 0 TO WS-RETURN-CODE
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_loan.tmp"
                 INTO WS-SHELL-COMMAND
               ON OVERFLOW
                   MOVE 1 TO WS-RETURN-CODE
           END-STRING.

           IF WS-RETURN-CODE = 0
               CALL "SYSTEM" USING WS-SHELL-COMMAND
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF.

           CALL "AUDIT-LOG-SUB" USING
               "LOAN-COLLECTION-BATCH" WS-ACCOUNT-NUMBER
