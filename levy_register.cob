       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVY-REGISTER.
       AUTHOR. DARREN-MACKENZIE.

      *> Garnishment and tax levy register. A court order or levy
      *> used to be a COURT freeze in FREEZE-ACCOUNT and a manual
      *> withdrawal; nothing worked out what the customer was
      *> entitled to keep and nothing followed the money to the
      *> creditor. An order (legal_orders) carries its number, kind
      *> (G garnishment, L levy), the agency category behind it
      *> (C court, S state tax, F federal tax/IRS, K child support),
      *> the issuing agency, the creditor, the amount demanded, the
      *> served and answer dates, how the creditor is paid (C
      *> official check, P outbound payment to a routing/account)
      *> and one legal_order_accounts line per account named.
      *> Actions:
      *>   A = Add an order and its named accounts;
      *>   P = Process a served order. Per named account the
      *>       protected amount is the lesser of the balance and the
      *>       federal benefit deposits (transactions flagged
      *>       federal_benefit by ACH-IMPORT-BATCH) posted in the two
      *>       months up to the served date -- an IRS levy or a child
      *>       support order is not bound by the benefit protection,
      *>       so F and K orders protect nothing. Only the excess is
      *>       held, and only up to what the order still demands: a
      *>       W keyed LEVY-<order>-<account> moves it off the
      *>       account under a guard that never lets the balance drop
      *>       below the protected amount, and the chart's 'V' pair
      *>       (debit cash, credit levy suspense) reclassifies the
      *>       W's cash offset into the suspense account the funds
      *>       wait in. The fee_schedule LEVY fee is then charged
      *>       once per order from the first account whose
      *>       unprotected balance still covers it -- never out of
      *>       protected funds. NOTICE-BATCH tells the customer;
      *>   R = Release some or all of an account's held funds back
      *>       to it (D keyed LEVYREL-, 'V' pair reversed);
      *>   S = Satisfaction reported by the creditor, partial or
      *>       full -- it comes off what is still demanded;
      *>   C = Close an order with nothing left in suspense;
      *>   L = List the orders not yet closed;
      *>   I = Inquire on one order -- its lines and its history.
      *> LEVY-REMIT-BATCH pays the creditor on the answer date.
      *> Every step lands in legal_order_events.

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
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(4000).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-SHELL-COMMAND      PIC X(4200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-ACTION             PIC X(1) VALUE SPACES.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-INPUT-DATE         PIC X(10) VALUE SPACES.

       01  WS-ORDER-ID           PIC 9(9) VALUE 0.
       01  WS-ORDER-DISP         PIC Z(8)9.
       01  WS-ORDER-NUMBER       PIC X(30) VALUE SPACES.
       01  WS-ORDER-STATUS       PIC X(10) VALUE SPACES.
       01  WS-ORDER-KIND         PIC X(1) VALUE SPACE.
           88  WS-KIND-VALID     VALUE "G" "L".
       01  WS-AGENCY-CATEGORY    PIC X(1) VALUE SPACE.
           88  WS-CATEGORY-VALID VALUE "C" "S" "F" "K".
       01  WS-ISSUING-AGENCY     PIC X(60) VALUE SPACES.
       01  WS-CREDITOR-NAME      PIC X(60) VALUE SPACES.
       01  WS-SERVED-DATE        PIC X(10) VALUE SPACES.
       01  WS-ANSWER-DATE        PIC X(10) VALUE SPACES.
       01  WS-REMIT-METHOD       PIC X(1) VALUE SPACE.
           88  WS-REMIT-VALID    VALUE "C" "P".
       01  WS-REMIT-ROUTING      PIC X(9) VALUE SPACES.
       01  WS-REMIT-ACCOUNT      PIC X(17) VALUE SPACES.
       01  WS-AMOUNT             PIC 9(15)V99 VALUE 0.
       01  WS-FORMATTED-AMOUNT   PIC Z(13)9.99.
       01  WS-REFERENCE          PIC X(60) VALUE SPACES.

      *> The accounts an order names, at entry and again when the
      *> order is processed.
       01  WS-LINE-COUNT         PIC 9(2) VALUE 0.
       01  WS-LINE-IX            PIC 9(2) VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-LINE-ACCOUNT   PIC X(10) OCCURS 10 TIMES.

       01  WS-PROTECTED-TEXT     PIC X(20) VALUE SPACES.
       01  WS-HELD-TEXT          PIC X(20) VALUE SPACES.
       01  WS-LEFT-TEXT          PIC X(20) VALUE SPACES.
       01  WS-STATUS-TEXT        PIC X(10) VALUE SPACES.
       01  WS-REMAINING-TEXT     PIC X(20) VALUE SPACES.
       01  WS-OUTSTANDING-TEXT   PIC X(20) VALUE SPACES.
       01  WS-TOTAL-HELD         PIC 9(15)V99 VALUE 0.
       01  WS-LINE-HELD          PIC 9(15)V99 VALUE 0.
       01  WS-EXCESS-HELD        PIC 9(15)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not "
                   "running."
               GOBACK
           END-IF

           DISPLAY "Enter Action (A=Add order, P=Process, "
               "R=Release, S=Satisfaction, C=Close, L=List, "
               "I=Inquire):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-ORDER-PARA
               WHEN "P"
                   PERFORM PROCESS-ORDER-PARA
               WHEN "R"
                   PERFORM RELEASE-PARA
               WHEN "S"
                   PERFORM SATISFACTION-PARA
               WHEN "C"
                   PERFORM CLOSE-ORDER-PARA
               WHEN "L"
                   PERFORM LIST-ORDERS-PARA
               WHEN "I"
                   PERFORM INQUIRE-ORDER-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be A, P, R, S, C, "
                       "L or I."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       ADD-ORDER-PARA.
           DISPLAY "Enter Order Number:"
           ACCEPT WS-ORDER-NUMBER
           INSPECT WS-ORDER-NUMBER REPLACING ALL "'" BY " "
           INSPECT WS-ORDER-NUMBER REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           IF WS-ORDER-NUMBER = SPACES
               DISPLAY "Order number is required."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT order_id FROM legal_orders WHERE "
               "order_number = '" FUNCTION TRIM(WS-ORDER-NUMBER)
               "' LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           IF WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-NUMBER)
                   " is already registered as order ID "
                   FUNCTION TRIM(WS-PSQL-RESULT) "."
               GOBACK
           END-IF

           DISPLAY "Order Kind (G=Garnishment, L=Levy):"
           ACCEPT WS-ORDER-KIND
           IF NOT WS-KIND-VALID
               DISPLAY "Invalid order kind -- must be G or L."
               GOBACK
           END-IF
           DISPLAY "Agency Category (C=Court, S=State tax, "
               "F=Federal tax/IRS, K=Child support):"
           ACCEPT WS-AGENCY-CATEGORY
           IF NOT WS-CATEGORY-VALID
               DISPLAY "Invalid agency category -- must be C, S, F "
                   "or K."
               GOBACK
           END-IF
           DISPLAY "Issuing Agency:"
           ACCEPT WS-ISSUING-AGENCY
           INSPECT WS-ISSUING-AGENCY REPLACING ALL "'" BY " "
           INSPECT WS-ISSUING-AGENCY REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           DISPLAY "Creditor (payee of the remittance):"
           ACCEPT WS-CREDITOR-NAME
           INSPECT WS-CREDITOR-NAME REPLACING ALL "'" BY " "
           INSPECT WS-CREDITOR-NAME REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           IF WS-ISSUING-AGENCY = SPACES OR WS-CREDITOR-NAME = SPACES
               DISPLAY "Issuing agency and creditor are required."
               GOBACK
           END-IF
           DISPLAY "Amount Demanded:"
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "Amount demanded must be greater than zero."
               GOBACK
           END-IF

           DISPLAY "Served Date (YYYY-MM-DD, blank for today):"
           PERFORM ACCEPT-DATE-PARA
           MOVE WS-INPUT-DATE TO WS-SERVED-DATE
           DISPLAY "Answer Date (YYYY-MM-DD):"
           PERFORM ACCEPT-DATE-PARA
           MOVE WS-INPUT-DATE TO WS-ANSWER-DATE
           IF WS-ANSWER-DATE < WS-SERVED-DATE
               DISPLAY "Answer date cannot fall before the served "
                   "date."
               GOBACK
           END-IF

           DISPLAY "Remit By (C=Official check, P=Outbound payment):"
           ACCEPT WS-REMIT-METHOD
           IF NOT WS-REMIT-VALID
               DISPLAY "Invalid remit method -- must be C or P."
               GOBACK
           END-IF
           IF WS-REMIT-METHOD = "P"
               DISPLAY "Creditor Routing Number:"
               ACCEPT WS-REMIT-ROUTING
               DISPLAY "Creditor Account Number:"
               ACCEPT WS-REMIT-ACCOUNT
               INSPECT WS-REMIT-ACCOUNT REPLACING ALL "'" BY " "
               INSPECT WS-REMIT-ACCOUNT REPLACING ALL WS-DOUBLE-QUOTE
                   BY " "
               IF WS-REMIT-ROUTING NOT NUMERIC
                       OR WS-REMIT-ACCOUNT = SPACES
                   DISPLAY "A nine-digit routing number and an "
                       "account are required for outbound payment."
                   GOBACK
               END-IF
           END-IF

           MOVE 0 TO WS-LINE-COUNT
           MOVE "X" TO WS-ACCOUNT-NUMBER
           PERFORM UNTIL WS-ACCOUNT-NUMBER = SPACES
                   OR WS-LINE-COUNT = 10
               DISPLAY "Named Account Number (blank when done):"
               MOVE SPACES TO WS-ACCOUNT-NUMBER
               ACCEPT WS-ACCOUNT-NUMBER
               IF WS-ACCOUNT-NUMBER NOT = SPACES
                   CALL "VALIDATE-ACCOUNT-SUB" USING
                       WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
                   IF WS-ACCOUNT-VALID = 'Y'
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WS-ACCOUNT-NUMBER
                           TO WS-LINE-ACCOUNT(WS-LINE-COUNT)
                   ELSE
                       DISPLAY "Account " WS-ACCOUNT-NUMBER
                           " not found -- not added."
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ACCOUNT-NUMBER
           IF WS-LINE-COUNT = 0
               DISPLAY "An order must name at least one account."
               GOBACK
           END-IF

      *> The order and a NAMED line per account in one statement.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH ord AS (INSERT INTO legal_orders (order_number, "
               "order_kind, agency_category, issuing_agency, "
               "creditor_name, amount_demanded, served_date, "
               "answer_date, remit_method, remit_routing, "
               "remit_account, order_status, amount_held, "
               "amount_released, amount_remitted, amount_satisfied, "
               "fee_charged, registered_by, registered_at) VALUES ('"
               FUNCTION TRIM(WS-ORDER-NUMBER) "', '"
               WS-ORDER-KIND "', '" WS-AGENCY-CATEGORY "', '"
               FUNCTION TRIM(WS-ISSUING-AGENCY) "', '"
               FUNCTION TRIM(WS-CREDITOR-NAME) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               WS-SERVED-DATE "', '" WS-ANSWER-DATE "', '"
               WS-REMIT-METHOD "', NULLIF('"
               FUNCTION TRIM(WS-REMIT-ROUTING) "', ''), NULLIF('"
               FUNCTION TRIM(WS-REMIT-ACCOUNT) "', ''), 'OPEN', "
               "0, 0, 0, 0, 0, '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW()) RETURNING order_id), "
               "ln AS (INSERT INTO legal_order_accounts (order_id, "
               "account_number, protected_amount, amount_held, "
               "amount_released, amount_remitted, line_status) "
               "SELECT ord.order_id, v.acct, 0, 0, 0, 0, 'NAMED' "
               "FROM ord, (VALUES "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-COUNT
               IF WS-LINE-IX > 1
                   STRING ", " INTO WS-SQL-COMMAND
                       WITH POINTER WS-SQL-PTR
               END-IF
               STRING "('" WS-LINE-ACCOUNT(WS-LINE-IX) "')"
                   INTO WS-SQL-COMMAND
                   WITH POINTER WS-SQL-PTR
           END-PERFORM
           STRING ") AS v(acct)) SELECT order_id FROM ord;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-LEVY-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-NUMBER)
                   " registered as order ID "
                   FUNCTION TRIM(WS-PSQL-RESULT) " naming "
                   WS-LINE-COUNT " account(s). Process it with P."
           ELSE
               DISPLAY "Error registering order. Return code: "
                   WS-RETURN-CODE
           END-IF.

       PROCESS-ORDER-PARA.
           PERFORM ACCEPT-ORDER-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT order_status FROM legal_orders WHERE "
               "order_id = " FUNCTION TRIM(WS-ORDER-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           MOVE WS-PSQL-RESULT TO WS-ORDER-STATUS
           IF WS-ORDER-STATUS NOT = "OPEN"
                   AND WS-ORDER-STATUS NOT = "HELD"
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
                   " not found or not open for processing."
               GOBACK
           END-IF

      *> Load the lines not yet processed before touching any of
      *> them -- each line's statement reuses the result file.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT account_number FROM legal_order_accounts "
               "WHERE order_id = " FUNCTION TRIM(WS-ORDER-DISP)
               " AND line_status = 'NAMED' ORDER BY "
               "order_account_id LIMIT 10;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           MOVE 0 TO WS-LINE-COUNT
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE INTO PSQL-RESULT-RECORD
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF PSQL-RESULT-RECORD NOT = SPACES
                               ADD 1 TO WS-LINE-COUNT
                               MOVE PSQL-RESULT-RECORD(1:10)
                                 TO WS-LINE-ACCOUNT(WS-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF
           IF WS-LINE-COUNT = 0
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
                   " has no unprocessed accounts."
               GOBACK
           END-IF

           MOVE 0 TO WS-TOTAL-HELD
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > WS-LINE-COUNT
               MOVE WS-LINE-ACCOUNT(WS-LINE-IX) TO WS-ACCOUNT-NUMBER
               PERFORM HOLD-ONE-ACCOUNT-PARA
           END-PERFORM

           PERFORM CHARGE-LEVY-FEE-PARA

           MOVE WS-TOTAL-HELD TO WS-FORMATTED-AMOUNT
           DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
               " processed. Total held: "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ". Customer notice follows in NOTICE-BATCH.".

       HOLD-ONE-ACCOUNT-PARA.
      *> One statement per named account: the protected amount off
      *> the two-month federal benefit lookback, the hold of the
      *> excess up to what the order still demands, the guarded W
      *> and its 'V' suspense entry, the line, the event and the
      *> order totals. The guard re-reads the live balance, so a
      *> debit racing the hold can never push the account into its
      *> protected funds -- the line goes NOFUNDS instead.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH o AS (SELECT order_id, agency_category, "
               "served_date, GREATEST(amount_demanded - "
               "amount_satisfied - amount_held + amount_released, 0) "
               "AS rem FROM legal_orders WHERE order_id = "
               FUNCTION TRIM(WS-ORDER-DISP)
               " AND order_status IN ('OPEN', 'HELD')), "
               "l AS (SELECT x.order_account_id FROM "
               "legal_order_accounts x, o WHERE x.order_id = "
               "o.order_id AND x.account_number = '"
               WS-ACCOUNT-NUMBER "' AND x.line_status = 'NAMED'), "
               "p AS (SELECT a.account_number, "
               "GREATEST(a.current_balance, 0) AS bal, CASE WHEN "
               "o.agency_category IN ('F', 'K') THEN 0 ELSE "
               "LEAST(GREATEST(a.current_balance, 0), "
               "COALESCE((SELECT SUM(t.amount) FROM transactions t "
               "WHERE t.account_number = a.account_number AND "
               "t.transaction_type = 'D' AND t.federal_benefit = 'Y' "
               "AND t.timestamp >= o.served_date - INTERVAL "
               "'2 months' AND t.timestamp < o.served_date + 1), 0)) "
               "END AS prot FROM accounts a, o, l WHERE "
               "a.account_number = '" WS-ACCOUNT-NUMBER "'), "
               "h AS (SELECT p.account_number, p.bal, p.prot, "
               "GREATEST(LEAST(p.bal - p.prot, o.rem), 0) AS amt "
               "FROM p, o), "
               "upd AS (UPDATE accounts SET current_balance = "
               "current_balance - h.amt FROM h WHERE "
               "accounts.account_number = h.account_number AND "
               "h.amt > 0 AND accounts.current_balance >= h.amt + "
               "h.prot RETURNING h.amt), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, "
               "idempotency_key) SELECT '" WS-ACCOUNT-NUMBER
               "', 'W', amt, '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', 'LEVY-" FUNCTION TRIM(WS-ORDER-DISP) "-"
               WS-ACCOUNT-NUMBER "' FROM upd "
               "RETURNING transaction_id, amount), "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT CURRENT_DATE, c.debit_gl_account, "
               "c.credit_gl_account, ins.amount FROM "
               "chart_of_accounts c, ins WHERE "
               "c.transaction_type = 'V'), "
               "ln AS (UPDATE legal_order_accounts x SET "
               "protected_amount = h.prot, amount_held = "
               "COALESCE((SELECT amount FROM ins), 0), "
               "hold_transaction_id = (SELECT transaction_id FROM "
               "ins), line_status = CASE WHEN EXISTS (SELECT 1 FROM "
               "ins) THEN 'HELD' ELSE 'NOFUNDS' END, processed_at = "
               "NOW() FROM h, l WHERE x.order_account_id = "
               "l.order_account_id), "
               "ev AS (INSERT INTO legal_order_events (order_id, "
               "account_number, event_type, amount, transaction_id, "
               "operator_id, event_at) SELECT o.order_id, '"
               WS-ACCOUNT-NUMBER "', 'HOLD', ins.amount, "
               "ins.transaction_id, '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM o, ins), "
               "ord AS (UPDATE legal_orders SET amount_held = "
               "amount_held + ins.amount, order_status = 'HELD' "
               "FROM ins WHERE legal_orders.order_id = "
               FUNCTION TRIM(WS-ORDER-DISP) ") "
               "SELECT h.prot || '|' || COALESCE((SELECT amount FROM "
               "ins), 0) || '|' || (h.bal - h.prot - COALESCE(("
               "SELECT amount FROM ins), 0)) FROM h;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-LEVY-SQL-PARA

           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "  " WS-ACCOUNT-NUMBER
                   ": not processed -- account or line not found."
           ELSE
               MOVE SPACES TO WS-PROTECTED-TEXT WS-HELD-TEXT
                   WS-LEFT-TEXT
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-PROTECTED-TEXT WS-HELD-TEXT WS-LEFT-TEXT
               END-UNSTRING
               COMPUTE WS-LINE-HELD = FUNCTION NUMVAL(WS-HELD-TEXT)
               ADD WS-LINE-HELD TO WS-TOTAL-HELD
               IF WS-LINE-HELD > 0
                   DISPLAY "  " WS-ACCOUNT-NUMBER ": protected "
                       FUNCTION TRIM(WS-PROTECTED-TEXT) ", held "
                       FUNCTION TRIM(WS-HELD-TEXT)
               ELSE
                   DISPLAY "  " WS-ACCOUNT-NUMBER ": protected "
                       FUNCTION TRIM(WS-PROTECTED-TEXT)
                       ", nothing held -- no funds beyond the "
                       "protected amount."
               END-IF
           END-IF.

       CHARGE-LEVY-FEE-PARA.
      *> The processing fee comes once per order, out of the first
      *> processed account whose balance above its protected amount
      *> still covers it -- an account with nothing but protected
      *> funds is never charged. No LEVY row in fee_schedule means
      *> no fee, as with any other unconfigured fee.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH f AS (SELECT amount FROM fee_schedule WHERE "
               "fee_code = 'LEVY' AND amount > 0 LIMIT 1), "
               "c AS (SELECT x.account_number, x.protected_amount, "
               "f.amount FROM legal_order_accounts x JOIN "
               "legal_orders o ON o.order_id = x.order_id AND "
               "o.fee_charged = 0 JOIN accounts a ON "
               "a.account_number = x.account_number, f WHERE "
               "x.order_id = " FUNCTION TRIM(WS-ORDER-DISP)
               " AND x.line_status IN ('HELD', 'NOFUNDS') AND "
               "a.current_balance - x.protected_amount >= f.amount "
               "ORDER BY x.order_account_id LIMIT 1), "
               "upd AS (UPDATE accounts SET current_balance = "
               "current_balance - c.amount FROM c WHERE "
               "accounts.account_number = c.account_number AND "
               "accounts.current_balance - c.protected_amount >= "
               "c.amount AND NOT EXISTS (SELECT 1 FROM transactions "
               "t WHERE t.idempotency_key = 'LEVYFEE-"
               FUNCTION TRIM(WS-ORDER-DISP) "') RETURNING "
               "accounts.account_number, c.amount), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, "
               "idempotency_key) SELECT account_number, 'F', "
               "amount, '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', 'LEVYFEE-" FUNCTION TRIM(WS-ORDER-DISP)
               "' FROM upd RETURNING transaction_id, "
               "account_number, amount), "
               "ev AS (INSERT INTO legal_order_events (order_id, "
               "account_number, event_type, amount, transaction_id, "
               "operator_id, event_at) SELECT "
               FUNCTION TRIM(WS-ORDER-DISP) ", account_number, "
               "'FEE', amount, transaction_id, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM ins), "
               "ord AS (UPDATE legal_orders SET fee_charged = "
               "ins.amount FROM ins WHERE legal_orders.order_id = "
               FUNCTION TRIM(WS-ORDER-DISP) ") "
               "SELECT account_number || ' ' || amount FROM ins;"
               INTO WS-SQL-COMMAND
           MOVE SPACES TO WS-ACCOUNT-NUMBER
           PERFORM RUN-LEVY-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "  Levy processing fee charged: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           END-IF.

       RELEASE-PARA.
           PERFORM ACCEPT-ORDER-PARA
           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           DISPLAY "Amount to Release (0 = everything still held):"
           ACCEPT WS-AMOUNT
           DISPLAY "Release Reason:"
           ACCEPT WS-REFERENCE
           INSPECT WS-REFERENCE REPLACING ALL "'" BY " "
           INSPECT WS-REFERENCE REPLACING ALL WS-DOUBLE-QUOTE BY " "

      *> Funds still held are what was held less what has been
      *> released; once the creditor has been paid the order is no
      *> longer HELD and nothing can come back out of suspense here.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH l AS (SELECT x.order_account_id, x.order_id, "
               "x.account_number, x.amount_held - x.amount_released "
               "- x.amount_remitted AS outst FROM "
               "legal_order_accounts x JOIN legal_orders o ON "
               "o.order_id = x.order_id WHERE x.order_id = "
               FUNCTION TRIM(WS-ORDER-DISP)
               " AND x.account_number = '" WS-ACCOUNT-NUMBER
               "' AND x.line_status = 'HELD' AND o.order_status = "
               "'HELD'), "
               "g AS (SELECT l.*, CASE WHEN "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " = 0 THEN l.outst ELSE "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " END AS amt FROM l WHERE l.outst > 0 AND "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) " <= l.outst), "
               "upd AS (UPDATE accounts SET current_balance = "
               "current_balance + g.amt FROM g WHERE "
               "accounts.account_number = g.account_number "
               "RETURNING g.amt), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, "
               "idempotency_key) SELECT g.account_number, 'D', "
               "upd.amt, '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', 'LEVYREL-' || g.order_account_id || '-' || "
               "(SELECT COUNT(*) + 1 FROM legal_order_events e "
               "WHERE e.order_id = g.order_id AND e.account_number "
               "= g.account_number AND e.event_type = 'RELEASE') "
               "FROM g, upd RETURNING transaction_id, amount), "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT CURRENT_DATE, c.credit_gl_account, "
               "c.debit_gl_account, ins.amount FROM "
               "chart_of_accounts c, ins WHERE "
               "c.transaction_type = 'V'), "
               "ln AS (UPDATE legal_order_accounts x SET "
               "amount_released = x.amount_released + g.amt, "
               "line_status = CASE WHEN g.amt = g.outst THEN "
               "'RELEASED' ELSE 'HELD' END FROM g, ins WHERE "
               "x.order_account_id = g.order_account_id), "
               "ev AS (INSERT INTO legal_order_events (order_id, "
               "account_number, event_type, amount, transaction_id, "
               "reference, operator_id, event_at) SELECT "
               "g.order_id, g.account_number, 'RELEASE', ins.amount, "
               "ins.transaction_id, '" FUNCTION TRIM(WS-REFERENCE)
               "', '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM g, ins), "
               "ord AS (UPDATE legal_orders o SET amount_released = "
               "o.amount_released + g.amt, order_status = CASE WHEN "
               "o.amount_held - o.amount_released - "
               "o.amount_remitted - g.amt <= 0 THEN 'RELEASED' ELSE "
               "o.order_status END FROM g, ins WHERE o.order_id = "
               "g.order_id) "
               "SELECT ins.amount || '|' || (g.outst - g.amt) "
               "FROM g, ins;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-LEVY-SQL-PARA

           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Nothing released -- no held funds on that "
                   "account for a HELD order, or the amount is more "
                   "than is still held."
           ELSE
               MOVE SPACES TO WS-HELD-TEXT WS-LEFT-TEXT
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-HELD-TEXT WS-LEFT-TEXT
               END-UNSTRING
               DISPLAY "Released " FUNCTION TRIM(WS-HELD-TEXT)
                   " back to account " WS-ACCOUNT-NUMBER
                   ". Still held on the account: "
                   FUNCTION TRIM(WS-LEFT-TEXT)
           END-IF.

       SATISFACTION-PARA.
           PERFORM ACCEPT-ORDER-PARA
           DISPLAY "Amount Satisfied (as reported by the creditor):"
           ACCEPT WS-AMOUNT
           IF WS-AMOUNT = 0
               DISPLAY "Amount must be greater than zero."
               GOBACK
           END-IF
           DISPLAY "Creditor Reference:"
           ACCEPT WS-REFERENCE
           INSPECT WS-REFERENCE REPLACING ALL "'" BY " "
           INSPECT WS-REFERENCE REPLACING ALL WS-DOUBLE-QUOTE BY " "

      *> A satisfaction reduces what the order still demands. It
      *> only marks the order SATISFIED when nothing is left in
      *> suspense -- funds still held over what remains demanded
      *> are for the operator to release with R.
           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH o AS (UPDATE legal_orders SET amount_satisfied "
               "= amount_satisfied + "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", order_status = CASE WHEN amount_satisfied + "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " + amount_remitted >= amount_demanded AND "
               "amount_held - amount_released - amount_remitted <= 0 "
               "THEN 'SATISFIED' ELSE order_status END WHERE "
               "order_id = " FUNCTION TRIM(WS-ORDER-DISP)
               " AND order_status <> 'CLOSED' RETURNING order_id, "
               "order_status, GREATEST(amount_demanded - "
               "amount_satisfied - amount_remitted, 0) AS rem, "
               "amount_held - amount_released - amount_remitted AS "
               "outst), "
               "ev AS (INSERT INTO legal_order_events (order_id, "
               "event_type, amount, reference, operator_id, "
               "event_at) SELECT order_id, CASE WHEN rem = 0 THEN "
               "'SATISFIED' ELSE 'PARTIAL' END, "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
               FUNCTION TRIM(WS-REFERENCE) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM o) "
               "SELECT order_status || '|' || rem || '|' || outst "
               "FROM o;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA

           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
                   " not found or already closed."
               GOBACK
           END-IF
           MOVE SPACES TO WS-STATUS-TEXT WS-REMAINING-TEXT
               WS-OUTSTANDING-TEXT
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-STATUS-TEXT WS-REMAINING-TEXT
                   WS-OUTSTANDING-TEXT
           END-UNSTRING
           DISPLAY "Satisfaction recorded. Order status "
               FUNCTION TRIM(WS-STATUS-TEXT) ", still demanded "
               FUNCTION TRIM(WS-REMAINING-TEXT) ", held in suspense "
               FUNCTION TRIM(WS-OUTSTANDING-TEXT) "."
           IF FUNCTION NUMVAL(WS-OUTSTANDING-TEXT) >
                   FUNCTION NUMVAL(WS-REMAINING-TEXT)
               COMPUTE WS-EXCESS-HELD =
                   FUNCTION NUMVAL(WS-OUTSTANDING-TEXT)
                   - FUNCTION NUMVAL(WS-REMAINING-TEXT)
               MOVE WS-EXCESS-HELD TO WS-FORMATTED-AMOUNT
               DISPLAY "Held funds exceed what is still demanded by "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT)
                   " -- release the excess with R."
           END-IF.

       CLOSE-ORDER-PARA.
           PERFORM ACCEPT-ORDER-PARA
           DISPLAY "Closing Reason:"
           ACCEPT WS-REFERENCE
           INSPECT WS-REFERENCE REPLACING ALL "'" BY " "
           INSPECT WS-REFERENCE REPLACING ALL WS-DOUBLE-QUOTE BY " "

      *> An order closes only with nothing left in suspense; lines
      *> never processed are released with it.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH o AS (UPDATE legal_orders SET order_status = "
               "'CLOSED', closed_date = CURRENT_DATE WHERE order_id "
               "= " FUNCTION TRIM(WS-ORDER-DISP)
               " AND order_status <> 'CLOSED' AND amount_held - "
               "amount_released - amount_remitted <= 0 RETURNING "
               "order_id), "
               "ln AS (UPDATE legal_order_accounts SET line_status = "
               "'RELEASED', processed_at = NOW() WHERE order_id IN "
               "(SELECT order_id FROM o) AND line_status = 'NAMED'), "
               "ev AS (INSERT INTO legal_order_events (order_id, "
               "event_type, amount, reference, operator_id, "
               "event_at) SELECT order_id, 'CLOSE', 0, '"
               FUNCTION TRIM(WS-REFERENCE) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM o) "
               "SELECT order_id FROM o;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
                   " CLOSED."
           ELSE
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
                   " not closed -- not found, already closed, or "
                   "funds are still held."
           END-IF.

       LIST-ORDERS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT order_id || ' | ' || order_number || ' | ' || "
               "order_kind || agency_category || ' | ' || "
               "creditor_name || ' | demanded ' || amount_demanded "
               "|| ' | held ' || (amount_held - amount_released - "
               "amount_remitted) || ' | remitted ' || "
               "amount_remitted || ' | answer ' || answer_date || "
               "' | ' || order_status FROM legal_orders WHERE "
               "order_status <> 'CLOSED' ORDER BY answer_date, "
               "order_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           DISPLAY "Open legal orders (ID | number | kind/category | "
               "creditor | amounts | answer date | status):"
           PERFORM DISPLAY-RESULT-LINES-PARA.

       INQUIRE-ORDER-PARA.
           PERFORM ACCEPT-ORDER-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT order_number || ' | ' || order_kind || "
               "agency_category || ' | ' || issuing_agency || "
               "' | creditor ' || creditor_name || ' | served ' || "
               "served_date || ' | answer ' || answer_date || "
               "' | remit ' || remit_method || ' | ' || "
               "order_status || ' | demanded ' || amount_demanded || "
               "' | satisfied ' || amount_satisfied || ' | fee ' || "
               "fee_charged FROM legal_orders WHERE order_id = "
               FUNCTION TRIM(WS-ORDER-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP)
                   " not found."
               GOBACK
           END-IF
           DISPLAY "Order " FUNCTION TRIM(WS-ORDER-DISP) ":"
           DISPLAY "  " FUNCTION TRIM(WS-PSQL-RESULT)

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT account_number || ' | ' || line_status || "
               "' | protected ' || protected_amount || ' | held ' || "
               "amount_held || ' | released ' || amount_released || "
               "' | remitted ' || amount_remitted FROM "
               "legal_order_accounts WHERE order_id = "
               FUNCTION TRIM(WS-ORDER-DISP)
               " ORDER BY order_account_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           DISPLAY "Accounts:"
           PERFORM DISPLAY-RESULT-LINES-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT event_at::date || ' | ' || event_type || "
               "' | ' || COALESCE(account_number, '') || ' | ' || "
               "amount || ' | ' || COALESCE(reference, '') || "
               "' | ' || operator_id FROM legal_order_events WHERE "
               "order_id = " FUNCTION TRIM(WS-ORDER-DISP)
               " ORDER BY event_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LEVY-SQL-PARA
           DISPLAY "History:"
           PERFORM DISPLAY-RESULT-LINES-PARA.

       ACCEPT-ORDER-PARA.
           DISPLAY "Enter Order ID:"
           ACCEPT WS-ORDER-ID
           IF WS-ORDER-ID = 0
               DISPLAY "Order ID is required."
               GOBACK
           END-IF
           MOVE WS-ORDER-ID TO WS-ORDER-DISP.

       ACCEPT-DATE-PARA.
           MOVE SPACES TO WS-INPUT-DATE
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-INPUT-DATE
           END-IF
           IF WS-INPUT-DATE(1:4) NOT NUMERIC
                   OR WS-INPUT-DATE(5:1) NOT = "-"
                   OR WS-INPUT-DATE(6:2) NOT NUMERIC
                   OR WS-INPUT-DATE(8:1) NOT = "-"
                   OR WS-INPUT-DATE(9:2) NOT NUMERIC
               DISPLAY "Invalid date -- use YYYY-MM-DD."
               GOBACK
           END-IF.

       DISPLAY-RESULT-LINES-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO PSQL-RESULT-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(PSQL-RESULT-RECORD)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       RUN-LEVY-SQL-PARA.
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
               "LEVY-REGISTER" WS-ACCOUNT-NUMBER
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

       END PROGRAM LEVY-REGISTER.
