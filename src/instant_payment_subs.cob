       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTANT-SEND-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Instant-payment subprograms for the HANDLER route layer. The
      *> online path could only post internal transfers, and during
      *> END-OF-DAY-CLOSE every posting memo-posted, so nothing could
      *> settle in seconds at any hour. The real-time network's
      *> gateway calls these through HANDLER, one source member
      *> carrying the family entry-point style like OPEN-ACCOUNT-SUB:
      *>   INSTANT-SEND-SUB    -- body account=..&amount=..(cents)
      *>                          &end_to_end=..&creditor_bank=..
      *>                          &creditor_account=..
      *>                          &creditor_name=..&reference=..;
      *>                          sanctions-screened (creditor),
      *>                          limit-checked (CHECK-LIMITS-SUB,
      *>                          channel RTP) and funds-guarded, then
      *>                          confirmed or rejected on the spot
      *>   INSTANT-RECEIVE-SUB -- body account=..&amount=..(cents)
      *>                          &end_to_end=..&debtor_bank=..
      *>                          &debtor_account=..&debtor_name=..
      *>                          &reference=..; screened (debtor) and
      *>                          credited to an ACTIVE account at once
      *> Neither ever memo-posts: an instant payment posts the moment
      *> it is accepted, posting window open or not. While the window
      *> is CLOSED the day being closed is already spoken for, so the
      *> posting is stamped (transactions.business_date) with the
      *> next business day -- the same day the memo queue releases
      *> into -- and GL-POSTING-BATCH journals it on that day. Every
      *> payment, accepted or rejected, lands in instant_payments
      *> keyed by the network's end-to-end id and direction; a
      *> repeated id gets back the original answer, never a second
      *> posting. INSTANT-SETTLEMENT-BATCH balances the day against
      *> the network. Status comes back HANDLER-style: 200 accepted,
      *> 422 rejected (reason in the body), 400/404/429/500.
      *> The posted transaction carries the HANDLER request's
      *> correlation ID (REQUEST-ID-SUB) in request_id, "RTP TO|FROM
      *> <counterparty> <reference>" as its narrative and the
      *> end-to-end id as its external reference.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB -- these subs
      *> serve concurrent HANDLER requests.
       01  WS-RESULT-FILE-NAME    PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND         PIC X(3000).
       01  WS-SQL-PTR             PIC 9(4) COMP.
       01  WS-SHELL-COMMAND       PIC X(3200).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(200).
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.

      *> key=value body parsing, same shape as OPEN-ACCOUNT-SUB.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN           OCCURS 10 TIMES PIC X(100).
       01  WS-TOKEN-COUNT         PIC 9(2) VALUE 0.
       01  WS-TOKEN-IDX           PIC 9(2) VALUE 0.
       01  WS-DUMMY-KEY           PIC X(30).
       01  WS-DUMMY-VAL           PIC X(70).
       01  WS-PARSE-BUFFER        PIC X(8192) VALUE SPACES.

       01  WS-DIRECTION           PIC X(1) VALUE SPACE.
       01  WS-ACCOUNT-NUMBER      PIC X(10) VALUE SPACES.
       01  WS-AMOUNT-CENTS        PIC X(16) VALUE SPACES.
       01  WS-AMOUNT              PIC 9(15)V99 VALUE 0.
       01  WS-FORMATTED-AMOUNT    PIC Z(13)9.99.
       01  WS-E2E-ID              PIC X(35) VALUE SPACES.
       01  WS-CP-BANK             PIC X(11) VALUE SPACES.
       01  WS-CP-ACCOUNT          PIC X(34) VALUE SPACES.
       01  WS-CP-NAME             PIC X(70) VALUE SPACES.
       01  WS-REMIT-REF           PIC X(35) VALUE SPACES.

       01  WS-ACCOUNT-VALID       PIC X(1) VALUE 'Y'.
       01  WS-RATE-LIMIT-OK       PIC X(1) VALUE 'Y'.
       01  WS-RATE-LIMIT-KEY      PIC X(30) VALUE SPACES.
       01  WS-SCREEN-NAME         PIC X(120) VALUE SPACES.
       01  WS-SCREEN-CONTEXT      PIC X(20) VALUE SPACES.
       01  WS-SANCTIONS-MATCH     PIC X(1) VALUE 'N'.
       01  WS-LIMITS-OK           PIC X(1) VALUE 'Y'.
       01  WS-LIMIT-TYPE          PIC X(1) VALUE "W".
       01  WS-CHANNEL             PIC X(6) VALUE "RTP".
       01  WS-REJECT-REASON       PIC X(20) VALUE SPACES.

      *> What instant_payments says happened: status|reason|txn|date.
       01  WS-RESULT-FIELDS.
           05  WS-RESULT-STATUS   PIC X(10).
           05  WS-RESULT-REASON   PIC X(30).
           05  WS-RESULT-TXN      PIC X(12).
           05  WS-RESULT-BD       PIC X(10).

       LINKAGE SECTION.
       01  LS-RAW-BODY            PIC X(8192).
       01  LS-JSON-OUT            PIC X(4000).
       01  LS-STATUS-CODE         PIC 9(3) COMP.

       PROCEDURE DIVISION USING LS-RAW-BODY LS-JSON-OUT LS-STATUS-CODE.
       SEND-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-STATUS-CODE
           MOVE SPACES TO LS-JSON-OUT
           MOVE "S" TO WS-DIRECTION
           MOVE "INSTANT-SEND" TO WS-SCREEN-CONTEXT
           MOVE LS-RAW-BODY TO WS-PARSE-BUFFER
           PERFORM PARSE-BODY-PARA

           IF WS-E2E-ID = SPACES OR WS-AMOUNT = 0
                   OR WS-CP-BANK = SPACES OR WS-CP-ACCOUNT = SPACES
                   OR WS-CP-NAME = SPACES
               MOVE '{"status":"error","message":"fields missing"}'
                   TO LS-JSON-OUT
               GOBACK
           END-IF

           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               MOVE '{"status":"error","message":"invalid account"}'
                   TO LS-JSON-OUT
               GOBACK
           END-IF

           MOVE WS-ACCOUNT-NUMBER TO WS-RATE-LIMIT-KEY
           CALL "RATE-LIMIT-SUB" USING
               WS-RATE-LIMIT-KEY WS-RATE-LIMIT-OK
           IF WS-RATE-LIMIT-OK NOT = 'Y'
               MOVE 429 TO LS-STATUS-CODE
               MOVE '{"status":"error","message":"rate limit exceeded"}'
                   TO LS-JSON-OUT
               GOBACK
           END-IF

      *> The network retries on timeout -- a repeated end-to-end id
      *> gets the first answer back and nothing posts twice.
           PERFORM LOOKUP-PRIOR-PARA
           IF WS-RESULT-STATUS NOT = SPACES
               PERFORM BUILD-RESPONSE-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           MOVE SPACES TO WS-SCREEN-NAME
           MOVE WS-CP-NAME TO WS-SCREEN-NAME
           MOVE 'N' TO WS-SANCTIONS-MATCH
           CALL "SCREEN-NAME-SUB" USING WS-SCREEN-NAME
               WS-SCREEN-CONTEXT WS-ACCOUNT-NUMBER WS-SANCTIONS-MATCH
           IF WS-SANCTIONS-MATCH = 'Y'
               MOVE "SCREENING-HIT" TO WS-REJECT-REASON
               PERFORM RECORD-REJECT-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           MOVE 'Y' TO WS-LIMITS-OK
           MOVE SPACES TO WS-REJECT-REASON
           CALL "CHECK-LIMITS-SUB" USING
               WS-ACCOUNT-NUMBER WS-LIMIT-TYPE WS-AMOUNT WS-CHANNEL
               WS-LIMITS-OK WS-REJECT-REASON
           IF WS-LIMITS-OK NOT = 'Y'
               PERFORM RECORD-REJECT-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM POST-SEND-PARA
           PERFORM FINISH-POSTING-PARA
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

      *>----------------------------------------------------------------
      *> INSTANT-RECEIVE-SUB
      *>----------------------------------------------------------------
       ENTRY "INSTANT-RECEIVE-SUB" USING
           LS-RAW-BODY LS-JSON-OUT LS-STATUS-CODE.
       RECEIVE-MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE 400 TO LS-STATUS-CODE
           MOVE SPACES TO LS-JSON-OUT
           MOVE "R" TO WS-DIRECTION
           MOVE "INSTANT-RECEIVE" TO WS-SCREEN-CONTEXT
           MOVE LS-RAW-BODY TO WS-PARSE-BUFFER
           PERFORM PARSE-BODY-PARA

           IF WS-E2E-ID = SPACES OR WS-AMOUNT = 0
                   OR WS-CP-NAME = SPACES
               MOVE '{"status":"error","message":"fields missing"}'
                   TO LS-JSON-OUT
               GOBACK
           END-IF

           PERFORM LOOKUP-PRIOR-PARA
           IF WS-RESULT-STATUS NOT = SPACES
               PERFORM BUILD-RESPONSE-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

      *> A credit for an account we cannot identify is refused back
      *> to the network, not parked -- the sender's bank gets its
      *> money back in seconds. The number is not stored: it failed
      *> the check that makes it safe to.
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               MOVE SPACES TO WS-ACCOUNT-NUMBER
               MOVE "BAD-ACCOUNT" TO WS-REJECT-REASON
               PERFORM RECORD-REJECT-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           MOVE SPACES TO WS-SCREEN-NAME
           MOVE WS-CP-NAME TO WS-SCREEN-NAME
           MOVE 'N' TO WS-SANCTIONS-MATCH
           CALL "SCREEN-NAME-SUB" USING WS-SCREEN-NAME
               WS-SCREEN-CONTEXT WS-ACCOUNT-NUMBER WS-SANCTIONS-MATCH
           IF WS-SANCTIONS-MATCH = 'Y'
               MOVE "SCREENING-HIT" TO WS-REJECT-REASON
               PERFORM RECORD-REJECT-PARA
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM POST-RECEIVE-PARA
           PERFORM FINISH-POSTING-PARA
           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       PARSE-BODY-PARA.
           MOVE SPACES TO WS-TOKEN-TABLE
           MOVE SPACES TO WS-ACCOUNT-NUMBER WS-AMOUNT-CENTS WS-E2E-ID
               WS-CP-BANK WS-CP-ACCOUNT WS-CP-NAME WS-REMIT-REF
               WS-REJECT-REASON WS-RESULT-FIELDS
           MOVE 0 TO WS-TOKEN-COUNT
           UNSTRING WS-PARSE-BUFFER DELIMITED BY "&" INTO
               WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
               WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
               WS-TOKEN(9) WS-TOKEN(10)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-TOKEN-COUNT
               MOVE SPACES TO WS-DUMMY-KEY WS-DUMMY-VAL
               UNSTRING WS-TOKEN(WS-TOKEN-IDX) DELIMITED BY "="
                   INTO WS-DUMMY-KEY WS-DUMMY-VAL
               END-UNSTRING
               EVALUATE FUNCTION TRIM(WS-DUMMY-KEY)
                   WHEN "account"
                       MOVE WS-DUMMY-VAL TO WS-ACCOUNT-NUMBER
                   WHEN "amount"
                       MOVE WS-DUMMY-VAL TO WS-AMOUNT-CENTS
                   WHEN "end_to_end"
                       MOVE WS-DUMMY-VAL TO WS-E2E-ID
                   WHEN "creditor_bank"
                   WHEN "debtor_bank"
                       MOVE WS-DUMMY-VAL TO WS-CP-BANK
                   WHEN "creditor_account"
                   WHEN "debtor_account"
                       MOVE WS-DUMMY-VAL TO WS-CP-ACCOUNT
                   WHEN "creditor_name"
                   WHEN "debtor_name"
                       MOVE WS-DUMMY-VAL TO WS-CP-NAME
                   WHEN "reference"
                       MOVE WS-DUMMY-VAL TO WS-REMIT-REF
               END-EVALUATE
           END-PERFORM

           MOVE 0 TO WS-AMOUNT
           IF FUNCTION TRIM(WS-AMOUNT-CENTS) NOT = SPACES
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-AMOUNT-CENTS)) / 100
           END-IF

      *> Everything but the amount lands in SQL literals inside the
      *> psql command line, in pipe-delimited narrative and reference
      *> columns, and in the JSON answer -- form-encoded spaces come
      *> back as spaces, and no quote, shell metacharacter or pipe
      *> survives.
           INSPECT WS-CP-NAME REPLACING ALL "+" BY " "
           INSPECT WS-REMIT-REF REPLACING ALL "+" BY " "
           INSPECT WS-E2E-ID REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-CP-BANK REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-CP-ACCOUNT REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-CP-NAME REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE
           INSPECT WS-REMIT-REF REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE ALL "|" BY SPACE.

       LOOKUP-PRIOR-PARA.
           MOVE SPACES TO WS-RESULT-FIELDS
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT payment_status || '|' || "
               "COALESCE(reject_reason, '') || '|' || "
               "COALESCE(transaction_id::text, '') || '|' || "
               "COALESCE(business_date::text, '') "
               "FROM instant_payments WHERE end_to_end_id = '"
               FUNCTION TRIM(WS-E2E-ID) "' AND direction = '"
               WS-DIRECTION "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-INSTANT-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RESULT-STATUS WS-RESULT-REASON
                        WS-RESULT-TXN WS-RESULT-BD
               END-UNSTRING
           END-IF.

       POST-SEND-PARA.
      *> One statement: the effective business date, the verdict on
      *> the locked account row (ACTIVE, no debit-scope freeze, funds
      *> plus overdraft line cover it), the W keyed
      *> RTP-OUT-<end-to-end id> stamped with that date, and the
      *> instant_payments row -- ACCEPTED with the posting, or
      *> REJECTED with the verdict. Nothing can post without its row.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING "WITH" DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM APPEND-BUSINESS-DATE-CTE-PARA
           STRING
               " chk AS (SELECT CASE WHEN COALESCE(a.account_status, "
               "'ACTIVE') <> 'ACTIVE' THEN 'ACCOUNT-' || "
               "a.account_status WHEN EXISTS (SELECT 1 FROM "
               "account_freezes fz WHERE fz.account_number = "
               "a.account_number AND fz.freeze_status = 'ACTIVE' "
               "AND fz.freeze_scope IN ('D', 'A') "
               "AND (fz.expiry_date IS NULL "
               "OR fz.expiry_date >= CURRENT_DATE)) "
               "THEN 'ACCOUNT-FROZEN' WHEN a.current_balance + "
               "COALESCE(a.overdraft_limit, 0) < "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " THEN 'INSUFFICIENT-FUNDS' ELSE 'OK' END AS verdict "
               "FROM accounts a WHERE a.account_number = '"
               WS-ACCOUNT-NUMBER "' FOR UPDATE), "
               "upd AS (UPDATE accounts SET current_balance = "
               "current_balance - " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " WHERE account_number = '" WS-ACCOUNT-NUMBER
               "' AND (SELECT verdict FROM chk) = 'OK' "
               "AND current_balance + COALESCE(overdraft_limit, 0) >= "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "business_date, request_id, narrative, "
               "external_reference) SELECT account_number, "
               "'W', " FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'RTP-OUT-"
               FUNCTION TRIM(WS-E2E-ID) "', (SELECT d FROM bd), "
               FUNCTION TRIM(WS-REQUEST-ID-SQL)
               ", LEFT('RTP TO " FUNCTION TRIM(WS-CP-NAME) "' || "
               "COALESCE(' ' || NULLIF('" FUNCTION TRIM(WS-REMIT-REF)
               "', ''), ''), 60), LEFT('" FUNCTION TRIM(WS-E2E-ID)
               "', 30) FROM upd RETURNING transaction_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM APPEND-PAYMENT-ROW-PARA
           PERFORM RUN-INSTANT-SQL-PARA.

       POST-RECEIVE-PARA.
      *> Same shape as the send: the credit posts to an ACTIVE
      *> account only (closed, frozen, dormant or charged-off refuse
      *> it back), keyed RTP-IN-<end-to-end id>.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING "WITH" DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM APPEND-BUSINESS-DATE-CTE-PARA
           STRING
               " chk AS (SELECT COALESCE((SELECT CASE WHEN "
               "COALESCE(a.account_status, 'ACTIVE') <> 'ACTIVE' "
               "THEN 'ACCOUNT-' || a.account_status ELSE 'OK' END "
               "FROM accounts a WHERE a.account_number = '"
               WS-ACCOUNT-NUMBER "' FOR UPDATE), 'BAD-ACCOUNT') "
               "AS verdict), "
               "upd AS (UPDATE accounts SET current_balance = "
               "current_balance + " FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " WHERE account_number = '" WS-ACCOUNT-NUMBER
               "' AND (SELECT verdict FROM chk) = 'OK' "
               "RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "business_date, request_id, narrative, "
               "external_reference) SELECT account_number, "
               "'D', " FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'RTP-IN-"
               FUNCTION TRIM(WS-E2E-ID) "', (SELECT d FROM bd), "
               FUNCTION TRIM(WS-REQUEST-ID-SQL)
               ", LEFT('RTP FROM " FUNCTION TRIM(WS-CP-NAME) "' || "
               "COALESCE(' ' || NULLIF('" FUNCTION TRIM(WS-REMIT-REF)
               "', ''), ''), 60), LEFT('" FUNCTION TRIM(WS-E2E-ID)
               "', 30) FROM upd RETURNING transaction_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM APPEND-PAYMENT-ROW-PARA
           PERFORM RUN-INSTANT-SQL-PARA.

       APPEND-BUSINESS-DATE-CTE-PARA.
      *> The business date a posting belongs to: run_control's date
      *> while the window is OPEN; while the nightly chain has it
      *> CLOSED, the next business day -- the same weekend- and
      *> holiday-skipping step END-OF-DAY-CLOSE takes.
           STRING
               " bd AS (SELECT CASE WHEN COALESCE(r.posting_window, "
               "'OPEN') = 'CLOSED' THEN (SELECT MIN(d)::date FROM "
               "generate_series(r.business_date + INTERVAL '1 day', "
               "r.business_date + INTERVAL '14 days', '1 day') d "
               "WHERE EXTRACT(ISODOW FROM d) < 6 "
               "AND NOT EXISTS (SELECT 1 FROM bank_calendar b "
               "WHERE b.holiday_date = d::date)) "
               "ELSE r.business_date END AS d FROM run_control r "
               "WHERE r.control_id = 1),"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR.

       APPEND-PAYMENT-ROW-PARA.
           STRING
               " ip AS (INSERT INTO instant_payments (end_to_end_id, "
               "direction, account_number, amount, counterparty_bank, "
               "counterparty_account, counterparty_name, "
               "remittance_reference, payment_status, reject_reason, "
               "transaction_id, business_date, received_at) "
               "SELECT '" FUNCTION TRIM(WS-E2E-ID) "', '"
               WS-DIRECTION "', '" WS-ACCOUNT-NUMBER "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-CP-BANK) "', '"
               FUNCTION TRIM(WS-CP-ACCOUNT) "', '"
               FUNCTION TRIM(WS-CP-NAME) "', '"
               FUNCTION TRIM(WS-REMIT-REF) "', "
               "CASE WHEN EXISTS (SELECT 1 FROM ins) THEN 'ACCEPTED' "
               "ELSE 'REJECTED' END, CASE WHEN EXISTS (SELECT 1 FROM "
               "ins) THEN NULL ELSE COALESCE((SELECT CASE WHEN "
               "verdict = 'OK' THEN 'INSUFFICIENT-FUNDS' ELSE verdict "
               "END FROM chk), 'BAD-ACCOUNT') END, "
               "(SELECT transaction_id FROM ins), "
               "(SELECT d FROM bd), NOW() "
               "RETURNING payment_status, reject_reason, "
               "transaction_id, business_date) "
               "SELECT payment_status || '|' || "
               "COALESCE(reject_reason, '') || '|' || "
               "COALESCE(transaction_id::text, '') || '|' || "
               "business_date FROM ip;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR.

       FINISH-POSTING-PARA.
      *> The unique (end_to_end_id, direction) key is the last word:
      *> a racing retry of the same id fails the whole statement --
      *> its posting included -- and is answered with what the
      *> winner recorded.
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               PERFORM LOOKUP-PRIOR-PARA
               IF WS-RESULT-STATUS = SPACES
                   MOVE 500 TO LS-STATUS-CODE
                   MOVE '{"status":"error","message":"posting failed"}'
                       TO LS-JSON-OUT
               ELSE
                   PERFORM BUILD-RESPONSE-PARA
               END-IF
           ELSE
               MOVE SPACES TO WS-RESULT-FIELDS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RESULT-STATUS WS-RESULT-REASON
                        WS-RESULT-TXN WS-RESULT-BD
               END-UNSTRING
               IF WS-RESULT-STATUS = "REJECTED"
                   MOVE WS-RESULT-REASON TO WS-REJECT-REASON
                   CALL "DECLINE-LOG-SUB" USING
                       WS-CHANNEL WS-ACCOUNT-NUMBER
                       WS-REJECT-REASON WS-AMOUNT
               END-IF
               PERFORM BUILD-RESPONSE-PARA
           END-IF.

       RECORD-REJECT-PARA.
      *> A payment refused before posting (screening, limits, bad
      *> account) is still filed, so a retry of the same id gets the
      *> same refusal and the settlement proof sees it.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING "WITH" DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM APPEND-BUSINESS-DATE-CTE-PARA
           STRING
               " ip AS (INSERT INTO instant_payments (end_to_end_id, "
               "direction, account_number, amount, counterparty_bank, "
               "counterparty_account, counterparty_name, "
               "remittance_reference, payment_status, reject_reason, "
               "business_date, received_at) SELECT '"
               FUNCTION TRIM(WS-E2E-ID) "', '" WS-DIRECTION "', "
               "NULLIF('" WS-ACCOUNT-NUMBER "', ''), "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-CP-BANK) "', '"
               FUNCTION TRIM(WS-CP-ACCOUNT) "', '"
               FUNCTION TRIM(WS-CP-NAME) "', '"
               FUNCTION TRIM(WS-REMIT-REF) "', 'REJECTED', '"
               FUNCTION TRIM(WS-REJECT-REASON) "', (SELECT d FROM bd),"
               " NOW() ON CONFLICT (end_to_end_id, direction) "
               "DO NOTHING RETURNING payment_status) "
               "SELECT payment_status FROM ip;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-INSTANT-SQL-PARA
           CALL "DECLINE-LOG-SUB" USING
               WS-CHANNEL WS-ACCOUNT-NUMBER WS-REJECT-REASON WS-AMOUNT
           MOVE SPACES TO WS-RESULT-FIELDS
           MOVE "REJECTED" TO WS-RESULT-STATUS
           MOVE WS-REJECT-REASON TO WS-RESULT-REASON
           PERFORM BUILD-RESPONSE-PARA.

       BUILD-RESPONSE-PARA.
           MOVE SPACES TO LS-JSON-OUT
           IF WS-RESULT-STATUS = "ACCEPTED"
               MOVE 200 TO LS-STATUS-CODE
               STRING
                   "{" WS-DOUBLE-QUOTE "end_to_end" WS-DOUBLE-QUOTE
                   ": " WS-DOUBLE-QUOTE FUNCTION TRIM(WS-E2E-ID)
                   WS-DOUBLE-QUOTE ", " WS-DOUBLE-QUOTE "status"
                   WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE "ACCEPTED"
                   WS-DOUBLE-QUOTE ", " WS-DOUBLE-QUOTE
                   "transaction_id" WS-DOUBLE-QUOTE ": "
                   FUNCTION TRIM(WS-RESULT-TXN) ", " WS-DOUBLE-QUOTE
                   "business_date" WS-DOUBLE-QUOTE ": "
                   WS-DOUBLE-QUOTE FUNCTION TRIM(WS-RESULT-BD)
                   WS-DOUBLE-QUOTE "}"
                   DELIMITED BY SIZE INTO LS-JSON-OUT
           ELSE
               MOVE 422 TO LS-STATUS-CODE
               STRING
                   "{" WS-DOUBLE-QUOTE "end_to_end" WS-DOUBLE-QUOTE
                   ": " WS-DOUBLE-QUOTE FUNCTION TRIM(WS-E2E-ID)
                   WS-DOUBLE-QUOTE ", " WS-DOUBLE-QUOTE "status"
                   WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE "REJECTED"
                   WS-DOUBLE-QUOTE ", " WS-DOUBLE-QUOTE "reason"
                   WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE
                   FUNCTION TRIM(WS-RESULT-REASON) WS-DOUBLE-QUOTE "}"
                   DELIMITED BY SIZE INTO LS-JSON-OUT
           END-IF.

       RUN-INSTANT-SQL-PARA.
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

           CALL "AUDIT-LOG-SUB" USING
               "INSTANT-PAYMENT" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM INSTANT-SEND-SUB.
