      *>   '1' header  -- presentment date and cash letter id, echoed
      *>   '6' items   -- account (10), check number (10), amount
      *>                  (15, zoned two implied decimals), the
      *>                  clearing house's item reference (15) --
      *>                  a paid item posts with "CHECK <number>" as
      *>                  its narrative and the item reference as its
      *>                  external reference
      *>   '9' trailer -- item count (6) and total amount (15)
      *> Each item runs through the same withdrawal guard the keyed
      *> path uses -- funds with overdraft headroom, debit-scope
      *> keyed on the check number. Positive-pay enrolled accounts get
      *> the same exception treatment as the counter: a check that
      *> disagrees with the issued list diverts to the pay/return
      *> queue. On an account with check orders on file, a serial
      *> outside every range CHECK-ORDER issued it, or one already
      *> paid, diverts to that queue too, the reason on the
      *> exception. Declines go to ./cash_letter_returns.dat with reason
      *> codes for the clearing house's deadline, and the file must
      *> prove against its trailer.
      *> The file is proven against its trailer and registered through
      *> INBOUND-FILE-SUB before a record of it is read here -- an
      *> out-of-balance file, or a re-drop of one already loaded, is
      *> refused with nothing posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1900).
       01  WS-SHELL-COMMAND          PIC X(2100).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-ACCOUNT-VALID          PIC X(1) VALUE 'Y'.
       01  WS-FORMATTED-AMOUNT       PIC Z(13)9.99.
       01  WS-POSPAY-STATUS          PIC X(12) VALUE SPACES.
       01  WS-SERIAL-STATUS          PIC X(12) VALUE SPACES.
       01  WS-POSPAY-REASON          PIC X(20) VALUE SPACES.
       01  WS-STOP-MATCHED           PIC X(1) VALUE 'N'.

       01  WS-ITEMS-READ             PIC 9(9) VALUE 0.
           "CASH-LETTER-IMPORT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-INBOUND-FILE-NAME      PIC X(40) VALUE
           "./cash_letter.dat".
       01  WS-INBOUND-AMOUNT-POS     PIC 9(2) VALUE 21.
       01  WS-INBOUND-DATE-POS       PIC 9(2) VALUE 1.
       01  WS-INBOUND-TRAILER-AMT    PIC X(1) VALUE 'Y'.
       01  WS-INBOUND-FILE-ID        PIC X(20) VALUE SPACES.
       01  WS-INBOUND-FILE-OK        PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> Prove the file against its own trailer and against every file
      *> already loaded before a single record of it is read here.
           CALL "INBOUND-FILE-SUB" USING WS-BATCH-NAME
               WS-INBOUND-FILE-NAME WS-INBOUND-AMOUNT-POS
               WS-INBOUND-DATE-POS WS-INBOUND-TRAILER-AMT
               WS-INBOUND-FILE-ID WS-INBOUND-FILE-OK
           IF WS-INBOUND-FILE-OK NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ITEMS-READ WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT LETTER-IN-FILE
           OPEN OUTPUT RETURNS-OUT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           CALL "INBOUND-FILE-DONE-SUB" USING
               WS-INBOUND-FILE-ID WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ITEMS-READ WS-RUN-STATUS
           DISPLAY "CASH-LETTER-IMPORT-BATCH complete. Items: "
           ELSE
               PERFORM CHECK-POSITIVE-PAY-PARA
               IF WS-POSPAY-STATUS = "EXCEPTION"
                   MOVE "ISSUED-MISMATCH" TO WS-POSPAY-REASON
                   PERFORM QUEUE-POSPAY-EXCEPTION-PARA
               ELSE
                   PERFORM CHECK-SERIAL-RANGE-PARA
                   IF WS-SERIAL-STATUS = "OUT-OF-RANGE"
                           OR WS-SERIAL-STATUS = "ALREADY-PAID"
                       MOVE SPACES TO WS-POSPAY-REASON
                       STRING "SERIAL-" WS-SERIAL-STATUS
                           DELIMITED BY SPACE INTO WS-POSPAY-REASON
                       PERFORM QUEUE-POSPAY-EXCEPTION-PARA
                   ELSE
                       PERFORM POST-ITEM-SQL-PARA
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-POSPAY-STATUS
           MOVE WS-PSQL-RESULT TO WS-POSPAY-STATUS.

       CHECK-SERIAL-RANGE-PARA.
      *> The teller path's serial control: NOT-TRACKED (no check
      *> orders on file), OUT-OF-RANGE, ALREADY-PAID, or OK. This
      *> item's own posting (a rerun of the same file) is not a
      *> prior payment -- its idempotency key is left out.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM "
               "check_orders o WHERE o.account_number = '"
               WS-ITEM-ACCOUNT
               "') THEN 'NOT-TRACKED' WHEN NOT EXISTS (SELECT 1 "
               "FROM check_orders o WHERE o.account_number = '"
               WS-ITEM-ACCOUNT
               "' AND NULLIF(substring('"
               FUNCTION TRIM(WS-ITEM-CHECK-NO)
               "' from '^[0-9]{1,10}$'), '')::bigint BETWEEN "
               "o.start_serial AND o.end_serial) THEN 'OUT-OF-RANGE' "
               "WHEN EXISTS (SELECT 1 FROM transactions t WHERE "
               "t.account_number = '" WS-ITEM-ACCOUNT
               "' AND t.transaction_type = 'W' AND "
               "LTRIM(t.check_number, '0') = LTRIM('"
               FUNCTION TRIM(WS-ITEM-CHECK-NO)
               "', '0') AND COALESCE(t.idempotency_key, '') <> 'CL-"
               FUNCTION TRIM(WS-ITEM-REFERENCE)
               "' AND NOT EXISTS (SELECT 1 FROM transactions r "
               "WHERE r.reversal_of_transaction_id = "
               "t.transaction_id)) THEN 'ALREADY-PAID' "
               "ELSE 'OK' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CL-SQL-PARA
           MOVE SPACES TO WS-SERIAL-STATUS
           MOVE WS-PSQL-RESULT TO WS-SERIAL-STATUS.

       QUEUE-POSPAY-EXCEPTION-PARA.
           ADD 1 TO WS-ITEMS-EXCEPTION
           MOVE WS-ITEM-AMOUNT TO WS-FORMATTED-AMOUNT
           STRING
               "INSERT INTO positive_pay_exceptions (account_number, "
               "check_number, presented_amount, presented_by, "
               "presented_at, exception_status, exception_reason) "
               "VALUES ('"
               WS-ITEM-ACCOUNT "', '"
               FUNCTION TRIM(WS-ITEM-CHECK-NO) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", 'CASHLTR', NOW(), 'PENDING', '"
               FUNCTION TRIM(WS-POSPAY-REASON)
               "') RETURNING exception_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CL-SQL-PARA
           DISPLAY "Item " FUNCTION TRIM(WS-ITEM-REFERENCE)
               " diverted to positive-pay exception queue ("
               FUNCTION TRIM(WS-POSPAY-REASON) ").".

       POST-ITEM-SQL-PARA.
      *> The full withdrawal guard in one statement: funds with
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, check_number, "
               "idempotency_key, narrative, external_reference) "
               "SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-ITEM-CHECK-NO) "', 'CL-"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "', 'CHECK "
               FUNCTION TRIM(WS-ITEM-CHECK-NO) "', NULLIF('"
               FUNCTION TRIM(WS-ITEM-REFERENCE)
               "', '') FROM upd RETURNING transaction_id), "
               "paid AS (UPDATE issued_checks SET check_status = "
               "'PAID', paid_date = CURRENT_DATE "
               "WHERE account_number = '" WS-ITEM-ACCOUNT
