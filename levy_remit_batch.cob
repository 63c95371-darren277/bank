       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEVY-REMIT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly remittance of garnishment and levy funds. LEVY-
      *> REGISTER holds the unprotected excess of each named account
      *> in levy suspense; on the order's answer date the creditor is
      *> paid from there. For every HELD order whose answer date has
      *> arrived, one statement:
      *>   pays what the order still demands (less any satisfaction
      *>   the creditor has reported) out of the held lines in the
      *>   order they were named, and releases anything held beyond
      *>   that back to its account (a D keyed LEVYREL-<line>-R);
      *>   reverses the chart's 'V' pair for everything leaving
      *>   suspense;
      *>   for an official-check order registers the check
      *>   OUTSTANDING in official_checks (funding source LEVY,
      *>   payee the creditor) with the chart's 'Q' liability entry,
      *>   so the check clears through OFFICIAL-CHECK like any other;
      *>   marks each line REMITTED or RELEASED, writes the REMIT and
      *>   RELEASE events, and leaves the order SATISFIED when the
      *>   demand is met or REMITTED when the creditor is still owed.
      *> An outbound-payment order is then appended to
      *> ./outbound_payments.dat as its own '1'/'6'/'9' group, in the
      *> standing-order layout, the originating account field
      *> carrying the order ID. What was paid and how lands in
      *> ./levy_remit_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUE-FEED-FILE ASSIGN TO "./levy_remit_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OUTBOUND-PAYMENT-FILE
           ASSIGN TO "./outbound_payments.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-REPORT-FILE ASSIGN TO "./levy_remit_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_levy.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DUE-FEED-FILE.
       01  DUE-FEED-RECORD           PIC X(200).
       FD  OUTBOUND-PAYMENT-FILE.
       01  OUTBOUND-PAYMENT-RECORD   PIC X(80).
       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-RECORD       PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(5000).
       01  WS-SQL-PTR                PIC 9(4) COMP.
       01  WS-SHELL-COMMAND          PIC X(5200).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(80).

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "LEVY-REMIT-BATCH".
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

      *> One due order off the feed.
       01  WS-ORDER-ID               PIC X(10) VALUE SPACES.
       01  WS-ORDER-NUMBER           PIC X(30) VALUE SPACES.
       01  WS-REMIT-METHOD           PIC X(1) VALUE SPACE.
       01  WS-REMIT-ROUTING          PIC X(9) VALUE SPACES.
       01  WS-REMIT-ACCOUNT          PIC X(17) VALUE SPACES.
       01  WS-CREDITOR-NAME          PIC X(60) VALUE SPACES.
       01  WS-PAID-TEXT              PIC X(20) VALUE SPACES.
       01  WS-BACK-TEXT              PIC X(20) VALUE SPACES.
       01  WS-SERIAL-TEXT            PIC X(12) VALUE SPACES.
       01  WS-PAID-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-ENTRY-AMOUNT           PIC 9(13)V99.
       01  WS-ENTRY-COUNT            PIC 9(6) VALUE 1.
       01  WS-ORIG-FIELD             PIC X(10) VALUE SPACES.

       01  WS-ORDERS-REMITTED        PIC 9(9) VALUE 0.
       01  WS-ORDERS-FAILED          PIC 9(9) VALUE 0.
       01  WS-TOTAL-REMITTED         PIC 9(15)V99 VALUE 0.
       01  WS-FMT-TOTAL              PIC Z(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LEVY-REMIT-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "LEVY-REMIT-BATCH already ran for business "
                   "date " WS-BUSINESS-DATE " -- not running again."
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-DUE-ORDERS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ORDERS-REMITTED WS-RUN-STATUS
               DISPLAY "LEVY-REMIT-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REMIT-REPORT-FILE
           MOVE SPACES TO REMIT-REPORT-RECORD
           STRING "Garnishment and levy remittances -- "
               WS-BUSINESS-DATE
               INTO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD
           MOVE SPACES TO REMIT-REPORT-RECORD
           STRING "Order ID | Order number | Creditor | Paid | "
               "Released | Method"
               INTO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DUE-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ DUE-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF DUE-FEED-RECORD NOT = SPACES
                           PERFORM REMIT-ONE-ORDER-PARA
                               THRU REMIT-ONE-ORDER-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUE-FEED-FILE

           MOVE WS-TOTAL-REMITTED TO WS-FMT-TOTAL
           MOVE SPACES TO REMIT-REPORT-RECORD
           STRING "Orders remitted: " WS-ORDERS-REMITTED
               "  Failed: " WS-ORDERS-FAILED
               "  Total paid: " WS-FMT-TOTAL
               INTO REMIT-REPORT-RECORD
           WRITE REMIT-REPORT-RECORD
           CLOSE REMIT-REPORT-FILE

           IF WS-ORDERS-FAILED > 0
               MOVE "PARTIAL" TO WS-RUN-STATUS
           END-IF
           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ORDERS-REMITTED WS-RUN-STATUS
           DISPLAY "LEVY-REMIT-BATCH complete. Orders remitted: "
               WS-ORDERS-REMITTED " Failed: " WS-ORDERS-FAILED
           GOBACK.

       EXTRACT-DUE-ORDERS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT order_id || '|' || remit_method || '|' || "
               "COALESCE(remit_routing, '') || '|' || "
               "COALESCE(remit_account, '') || '|' || order_number "
               "|| '|' || creditor_name FROM legal_orders WHERE "
               "order_status = 'HELD' AND answer_date <= '"
               WS-BUSINESS-DATE "' ORDER BY order_id;"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./levy_remit_feed.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "LEVY-REMIT-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       REMIT-ONE-ORDER-PARA.
           MOVE SPACES TO WS-ORDER-ID WS-REMIT-METHOD
               WS-REMIT-ROUTING WS-REMIT-ACCOUNT WS-ORDER-NUMBER
               WS-CREDITOR-NAME
           UNSTRING DUE-FEED-RECORD DELIMITED BY "|"
               INTO WS-ORDER-ID WS-REMIT-METHOD WS-REMIT-ROUTING
                   WS-REMIT-ACCOUNT WS-ORDER-NUMBER WS-CREDITOR-NAME
           END-UNSTRING

      *> The running total of what each line still holds decides how
      *> much of it the creditor gets: lines are drawn in the order
      *> they were named until the remaining demand is met, and the
      *> rest goes back to the account.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH o AS (SELECT order_id, creditor_name, "
               "remit_method, GREATEST(amount_demanded - "
               "amount_satisfied - amount_remitted, 0) AS rem FROM "
               "legal_orders WHERE order_id = "
               FUNCTION TRIM(WS-ORDER-ID)
               " AND order_status = 'HELD'), "
               "l AS (SELECT x.order_account_id, x.account_number, "
               "x.amount_held - x.amount_released - "
               "x.amount_remitted AS outst, SUM(x.amount_held - "
               "x.amount_released - x.amount_remitted) OVER (ORDER "
               "BY x.order_account_id) AS cum FROM "
               "legal_order_accounts x, o WHERE x.order_id = "
               "o.order_id AND x.line_status = 'HELD'), "
               "s AS (SELECT l.*, o.order_id, LEAST(l.outst, "
               "GREATEST(o.rem - (l.cum - l.outst), 0)) AS pay "
               "FROM l, o), "
               "rel AS (UPDATE accounts SET current_balance = "
               "current_balance + (s.outst - s.pay) FROM s WHERE "
               "accounts.account_number = s.account_number AND "
               "s.outst > s.pay RETURNING s.order_account_id, "
               "s.account_number, s.outst - s.pay AS back), "
               "relt AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key) SELECT "
               "account_number, 'D', back, 'LEVYREL-' || "
               "order_account_id || '-R' FROM rel RETURNING "
               "transaction_id, account_number, amount), "
               "tot AS (SELECT COALESCE(SUM(pay), 0) AS paid, "
               "COALESCE(SUM(outst - pay), 0) AS back, "
               "COALESCE(SUM(outst), 0) AS moved FROM s), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) SELECT "
               "DATE '" WS-BUSINESS-DATE "', c.credit_gl_account, "
               "c.debit_gl_account, tot.moved FROM "
               "chart_of_accounts c, tot WHERE c.transaction_type = "
               "'V' AND tot.moved > 0), "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "ck AS (INSERT INTO official_checks (serial_number, "
               "payee_name, amount, funding_source, issued_by, "
               "issued_date, check_status) SELECT (SELECT "
               "COALESCE(MAX(serial_number), 100000) + 1 FROM "
               "official_checks), o.creditor_name, tot.paid, 'LEVY', "
               "'BATCH', DATE '" WS-BUSINESS-DATE "', 'OUTSTANDING' "
               "FROM o, tot WHERE o.remit_method = 'C' AND tot.paid "
               "> 0 RETURNING serial_number), "
               "glq AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) SELECT "
               "DATE '" WS-BUSINESS-DATE "', c.debit_gl_account, "
               "c.credit_gl_account, tot.paid FROM "
               "chart_of_accounts c, tot, o WHERE "
               "c.transaction_type = 'Q' AND o.remit_method = 'C' "
               "AND tot.paid > 0), "
               "ln AS (UPDATE legal_order_accounts x SET "
               "amount_remitted = x.amount_remitted + s.pay, "
               "amount_released = x.amount_released + (s.outst - "
               "s.pay), line_status = CASE WHEN s.pay > 0 THEN "
               "'REMITTED' ELSE 'RELEASED' END, processed_at = NOW() "
               "FROM s WHERE x.order_account_id = "
               "s.order_account_id), "
               "evr AS (INSERT INTO legal_order_events (order_id, "
               "account_number, event_type, amount, reference, "
               "operator_id, event_at) SELECT s.order_id, "
               "s.account_number, 'REMIT', s.pay, CASE WHEN "
               "o.remit_method = 'C' THEN 'OFFICIAL CHECK ' || "
               "(SELECT serial_number FROM ck) ELSE "
               "'OUTBOUND PAYMENT' END, 'BATCH', NOW() FROM s, o "
               "WHERE s.pay > 0), "
               "evl AS (INSERT INTO legal_order_events (order_id, "
               "account_number, event_type, amount, transaction_id, "
               "reference, operator_id, event_at) SELECT o.order_id, "
               "relt.account_number, 'RELEASE', relt.amount, "
               "relt.transaction_id, 'EXCESS OVER DEMAND', 'BATCH', "
               "NOW() FROM o, relt), "
               "ord AS (UPDATE legal_orders d SET amount_remitted = "
               "d.amount_remitted + tot.paid, amount_released = "
               "d.amount_released + tot.back, order_status = CASE "
               "WHEN d.amount_satisfied + d.amount_remitted + "
               "tot.paid >= d.amount_demanded THEN 'SATISFIED' ELSE "
               "'REMITTED' END FROM tot, o WHERE d.order_id = "
               "o.order_id) "
               "SELECT tot.paid || '|' || tot.back || '|' || "
               "COALESCE((SELECT serial_number FROM ck)::text, '') "
               "FROM tot, o;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-LEVY-SQL-PARA

           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               ADD 1 TO WS-ORDERS-FAILED
               MOVE SPACES TO REMIT-REPORT-RECORD
               STRING FUNCTION TRIM(WS-ORDER-ID) " | "
                   FUNCTION TRIM(WS-ORDER-NUMBER)
                   " | NOT REMITTED -- investigate"
                   INTO REMIT-REPORT-RECORD
               WRITE REMIT-REPORT-RECORD
               GO TO REMIT-ONE-ORDER-EXIT
           END-IF

           MOVE SPACES TO WS-PAID-TEXT WS-BACK-TEXT WS-SERIAL-TEXT
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-PAID-TEXT WS-BACK-TEXT WS-SERIAL-TEXT
           END-UNSTRING
           COMPUTE WS-PAID-AMOUNT = FUNCTION NUMVAL(WS-PAID-TEXT)
           ADD 1 TO WS-ORDERS-REMITTED
           ADD WS-PAID-AMOUNT TO WS-TOTAL-REMITTED

           IF WS-REMIT-METHOD = "P" AND WS-PAID-AMOUNT > 0
               PERFORM WRITE-OUTBOUND-PARA
           END-IF

           MOVE SPACES TO REMIT-REPORT-RECORD
           IF WS-REMIT-METHOD = "C" AND WS-SERIAL-TEXT NOT = SPACES
               STRING FUNCTION TRIM(WS-ORDER-ID) " | "
                   FUNCTION TRIM(WS-ORDER-NUMBER) " | "
                   FUNCTION TRIM(WS-CREDITOR-NAME) " | "
                   FUNCTION TRIM(WS-PAID-TEXT) " | "
                   FUNCTION TRIM(WS-BACK-TEXT)
                   " | official check " FUNCTION TRIM(WS-SERIAL-TEXT)
                   INTO REMIT-REPORT-RECORD
           ELSE
               STRING FUNCTION TRIM(WS-ORDER-ID) " | "
                   FUNCTION TRIM(WS-ORDER-NUMBER) " | "
                   FUNCTION TRIM(WS-CREDITOR-NAME) " | "
                   FUNCTION TRIM(WS-PAID-TEXT) " | "
                   FUNCTION TRIM(WS-BACK-TEXT)
                   " | outbound payment " WS-REMIT-ROUTING
                   INTO REMIT-REPORT-RECORD
           END-IF
           WRITE REMIT-REPORT-RECORD.

       REMIT-ONE-ORDER-EXIT.
           EXIT.

       WRITE-OUTBOUND-PARA.
      *> Each order is its own group under its own controls, the way
      *> ACH-ORIGINATION-BATCH merges an originated file.
           MOVE WS-PAID-AMOUNT TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-ORIG-FIELD
           STRING "LEVY" FUNCTION TRIM(WS-ORDER-ID)
               INTO WS-ORIG-FIELD
           OPEN EXTEND OUTBOUND-PAYMENT-FILE
           MOVE SPACES TO OUTBOUND-PAYMENT-RECORD
           STRING "1" WS-BUSINESS-DATE " LEVY ORDER "
               FUNCTION TRIM(WS-ORDER-NUMBER)
               INTO OUTBOUND-PAYMENT-RECORD
           WRITE OUTBOUND-PAYMENT-RECORD
           MOVE SPACES TO OUTBOUND-PAYMENT-RECORD
           STRING "6" WS-REMIT-ROUTING WS-REMIT-ACCOUNT
               WS-ENTRY-AMOUNT WS-ORIG-FIELD
               FUNCTION TRIM(WS-ORDER-NUMBER)
               INTO OUTBOUND-PAYMENT-RECORD
           WRITE OUTBOUND-PAYMENT-RECORD
           MOVE SPACES TO OUTBOUND-PAYMENT-RECORD
           STRING "9" WS-ENTRY-COUNT WS-ENTRY-AMOUNT
               INTO OUTBOUND-PAYMENT-RECORD
           WRITE OUTBOUND-PAYMENT-RECORD
           CLOSE OUTBOUND-PAYMENT-FILE.

       RUN-LEVY-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_levy.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "LEVY-REMIT-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM LEVY-REMIT-BATCH.
