      *> BATCH-RAN-CHECK-SUB against the current date and refuse to
      *> run twice for it, so the close is what arms them for the next
      *> cycle. Run this last, after the nightly suite has finished.
      *> Once the date has moved, every approved parameter change
      *> whose effective date the new day has reached goes into force
      *> through PARAM-APPLY-SUB, before anything posts on the new
      *> date -- so the live parameter tables always hold the version
      *> in force for the business date. A memo-posted item released
      *> here posts with the correlation ID of the HANDLER request
      *> that queued it.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2600).
       01  WS-SHELL-COMMAND      PIC X(2800).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(40).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-CLOSE-OPERATOR     PIC X(8) VALUE "EODCLOSE".
       01  WS-PARAMS-APPLIED     PIC 9(9) VALUE 0.
       01  WS-PARAMS-FAILED      PIC 9(9) VALUE 0.

      *> Memo-post release: everything the online paths memo-posted
      *> while the window was CLOSED posts here, right after the date
      *> advances.
       01  WS-MEMO-ID            PIC 9(9) VALUE 0.
       01  WS-MEMO-ID-DISP       PIC Z(8)9.
       01  WS-MEMO-CARRY-SQL     PIC X(300) VALUE SPACES.
       01  WS-MEMO-ACCOUNT       PIC X(10) VALUE SPACES.
       01  WS-MEMO-TYPE          PIC X(1) VALUE SPACE.
       01  WS-MEMO-TARGET        PIC X(10) VALUE SPACES.
           ELSE
               DISPLAY "Business date advanced to "
                   FUNCTION TRIM(WS-PSQL-RESULT)
               *> The date has moved: put the new day's parameter
               *> changes into force, release whatever memo-posted
               *> during the cutover through the normal guarded path,
               *> then reopen the posting window for the new day.
               PERFORM APPLY-PARAMETERS-PARA
               PERFORM RELEASE-MEMO-QUEUE-PARA
               PERFORM OPEN-POSTING-WINDOW-PARA
           END-IF

           GOBACK.

       APPLY-PARAMETERS-PARA.
           CALL "PARAM-APPLY-SUB" USING WS-CLOSE-OPERATOR
               WS-PARAMS-APPLIED WS-PARAMS-FAILED
           DISPLAY "Parameter changes in force: " WS-PARAMS-APPLIED
               " applied, " WS-PARAMS-FAILED " failed."
           IF WS-PARAMS-FAILED > 0
               DISPLAY "Review failed changes with PARAM-MAINTENANCE "
                   "history."
           END-IF.

       RELEASE-MEMO-QUEUE-PARA.
           PERFORM EXTRACT-MEMO-PARA
           IF WS-RETURN-CODE NOT = 0
           END-UNSTRING
           MOVE WS-MEMO-ID TO WS-MEMO-ID-DISP
           MOVE WS-MEMO-AMOUNT TO WS-MEMO-AMOUNT-DISP
           *> A memo keyed inside a HANDLER request posts with that
           *> request's correlation ID, and every memo with the
           *> narrative and external reference it was keyed with --
           *> all read back off the queue row.
           MOVE SPACES TO WS-MEMO-CARRY-SQL
           STRING "(SELECT m.request_id FROM memo_post_queue m "
               "WHERE m.memo_id = " FUNCTION TRIM(WS-MEMO-ID-DISP)
               "), (SELECT m.narrative FROM memo_post_queue m "
               "WHERE m.memo_id = " FUNCTION TRIM(WS-MEMO-ID-DISP)
               "), (SELECT m.external_reference FROM memo_post_queue "
               "m WHERE m.memo_id = " FUNCTION TRIM(WS-MEMO-ID-DISP)
               ")"
               DELIMITED BY SIZE INTO WS-MEMO-CARRY-SQL

           *> Each memo item posts through the same guarded shape the
           *> online path would have used, carrying its OWN queued
               " OR fz.expiry_date >= CURRENT_DATE))"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "request_id, narrative, external_reference) "
               "SELECT account_number, 'W', "
               FUNCTION TRIM(WS-MEMO-AMOUNT-DISP) ", 'MEMO-"
               FUNCTION TRIM(WS-MEMO-ID-DISP) "', "
               FUNCTION TRIM(WS-MEMO-CARRY-SQL)
               " FROM upd RETURNING transaction_id), "
               "flip AS (UPDATE memo_post_queue SET memo_status "
               "= 'POSTED', released_at = NOW() WHERE memo_id = "
               FUNCTION TRIM(WS-MEMO-ID-DISP)
               " <> 'CHARGED-OFF'"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "request_id, narrative, external_reference) "
               "SELECT account_number, 'F', "
               FUNCTION TRIM(WS-MEMO-AMOUNT-DISP) ", 'MEMO-"
               FUNCTION TRIM(WS-MEMO-ID-DISP) "', "
               FUNCTION TRIM(WS-MEMO-CARRY-SQL)
               " FROM upd RETURNING transaction_id), "
               "flip AS (UPDATE memo_post_queue SET memo_status "
               "= 'POSTED', released_at = NOW() WHERE memo_id = "
               FUNCTION TRIM(WS-MEMO-ID-DISP)
               " <> 'CHARGED-OFF'"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "request_id, narrative, external_reference) "
               "SELECT account_number, 'D', "
               FUNCTION TRIM(WS-MEMO-AMOUNT-DISP) ", 'MEMO-"
               FUNCTION TRIM(WS-MEMO-ID-DISP) "', "
               FUNCTION TRIM(WS-MEMO-CARRY-SQL)
               " FROM upd RETURNING transaction_id), "
               "flip AS (UPDATE memo_post_queue SET memo_status "
               "= 'POSTED', released_at = NOW() WHERE memo_id = "
               FUNCTION TRIM(WS-MEMO-ID-DISP)
               "RETURNING account_number), "
               "ins_debit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, idempotency_key, "
               "request_id, narrative, external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-MEMO-AMOUNT-DISP) ", '"
               FUNCTION TRIM(WS-MEMO-TARGET) "', 'MEMO-"
               FUNCTION TRIM(WS-MEMO-ID-DISP) "', "
               FUNCTION TRIM(WS-MEMO-CARRY-SQL)
               " FROM debit RETURNING transaction_id), "
               "ins_credit AS (INSERT INTO transactions "
               "(account_number, transaction_type, amount, "
               "target_account_number, request_id, narrative, "
               "external_reference) "
               "SELECT account_number, 'T', "
               FUNCTION TRIM(WS-MEMO-AMOUNT-DISP) ", '"
               WS-MEMO-ACCOUNT "', "
               FUNCTION TRIM(WS-MEMO-CARRY-SQL) " FROM credit), "
               "flip AS (UPDATE memo_post_queue SET memo_status "
               "= 'POSTED', released_at = NOW() WHERE memo_id = "
               FUNCTION TRIM(WS-MEMO-ID-DISP)
