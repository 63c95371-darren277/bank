       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAI2-REPORT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> BAI2 prior-day balance and activity reporting. Commercial and
      *> ZBA-structure customers' treasury systems load a BAI2 file
      *> every morning; STATEMENT-EXPORT-BATCH's OFX documents are
      *> monthly and were no substitute. Every customer carrying a
      *> BAI2 receiver id on the customer master (set in
      *> MAINTAIN-CUSTOMER) gets one file a night, written right
      *> after BALANCE-SNAPSHOT-BATCH, covering every account they
      *> are primary holder on:
      *>   01 file header   -- the bank as sender, the customer's
      *>                       receiver id, creation date and time,
      *>                       the file id from bai2_files
      *>   02 group header  -- as-of the business date, final
      *>                       previous-day figures
      *>   03 account       -- 010 opening and 015 closing ledger and
      *>                       900 closing collected (bank-defined)
      *>                       off balance_history, 045 closing
      *>                       available (ledger less every PENDING
      *>                       hold), 072 one-day and 074 two-or-more
      *>                       day float off the check availability
      *>                       holds, 100 total credits and 400 total
      *>                       debits with item counts
      *>   16 detail        -- every transaction posted to the account
      *>                       for the business date with its BAI type
      *>                       code, the transaction id as bank
      *>                       reference and the check number or
      *>                       posting key as customer reference
      *>   49 / 98 / 99     -- account, group and file trailers, each
      *>                       carrying the algebraic sum of every
      *>                       amount beneath it and its record count
      *> Type codes: ACH 165 credit / 455 debit; incoming wires and
      *> instant payments 195, outgoing 495; lockbox 115 (its fee
      *> 698); ZBA sweep legs 275 / 575; check deposits 301, paid
      *> checks 475; interest 354; other fees 698; anything else 399
      *> miscellaneous credit / 699 miscellaneous debit. Amounts are
      *> in cents with no decimal point, per BAI2. The bank's own
      *> identification comes from BAI2_BANK_ID (BANK when unset).
      *> The file is filed in the statement archive under the key
      *> B<customer number>, so STATEMENT-DISPATCH-BATCH delivers it
      *> alongside the statements, and recorded in bai2_files with
      *> its control total and record count.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FEED-FILE ASSIGN TO "./bai2_customers.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FEED-FILE ASSIGN TO "./bai2_accounts.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSX-FEED-FILE ASSIGN TO "./bai2_transactions.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_bai2.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BAI-FILE ASSIGN TO WS-BAI-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE
           ASSIGN TO "./statements/statement_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FEED-FILE.
       01  CUSTOMER-FEED-RECORD      PIC X(132).
       FD  ACCOUNT-FEED-FILE.
       01  ACCOUNT-FEED-RECORD       PIC X(200).
       FD  TSX-FEED-FILE.
       01  TSX-FEED-RECORD           PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(60).
       FD  BAI-FILE.
       01  BAI-RECORD                PIC X(256).
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(3000).
       01  WS-SHELL-COMMAND          PIC X(3200).
       01  WS-SQL-PTR                PIC 9(4) COMP VALUE 1.
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT            PIC X(60).
       01  WS-FEED-TARGET            PIC X(30) VALUE SPACES.
       01  WS-CUSTOMER-EOF           PIC X VALUE 'N'.
       01  WS-ACCOUNT-EOF            PIC X VALUE 'N'.
       01  WS-TSX-EOF                PIC X VALUE 'N'.

       01  WS-BANK-ID                PIC X(20) VALUE SPACES.
       01  WS-BAI-FILE-NAME          PIC X(60) VALUE SPACES.
       01  WS-STATEMENT-KEY          PIC X(10) VALUE SPACES.
       01  WS-AS-OF-DATE             PIC X(6) VALUE SPACES.

      *> One subscribing customer off the customer feed.
       01  WS-CUSTOMER-ID-TEXT       PIC X(12) VALUE SPACES.
       01  WS-CUSTOMER-ID            PIC 9(9) VALUE 0.
       01  WS-RECEIVER-ID            PIC X(20) VALUE SPACES.

      *> The bai2_files row: file id and the creation stamp
      *> (YYYY-MM-DD HH24:MI:SS) the header and index carry.
       01  WS-FILE-ID                PIC X(12) VALUE SPACES.
       01  WS-GENERATED-AT           PIC X(19) VALUE SPACES.
       01  WS-CREATED-DATE           PIC X(6) VALUE SPACES.
       01  WS-CREATED-TIME           PIC X(4) VALUE SPACES.

      *> One account off the account feed, amounts in cents.
       01  WS-ACCOUNT-FIELDS.
           05  WS-ACCOUNT-NUMBER     PIC X(10).
           05  WS-CURRENCY           PIC X(3).
           05  WS-OPENING-TEXT       PIC X(20).
           05  WS-CLOSING-TEXT       PIC X(20).
           05  WS-COLLECTED-TEXT     PIC X(20).
           05  WS-AVAILABLE-TEXT     PIC X(20).
           05  WS-FLOAT1-TEXT        PIC X(20).
           05  WS-FLOAT2-TEXT        PIC X(20).
       01  WS-OPENING-CENTS          PIC S9(15) VALUE 0.
       01  WS-CLOSING-CENTS          PIC S9(15) VALUE 0.
       01  WS-COLLECTED-CENTS        PIC S9(15) VALUE 0.
       01  WS-AVAILABLE-CENTS        PIC S9(15) VALUE 0.
       01  WS-FLOAT1-CENTS           PIC S9(15) VALUE 0.
       01  WS-FLOAT2-CENTS           PIC S9(15) VALUE 0.

      *> One transaction off the detail feed.
       01  WS-TSX-FIELDS.
           05  WS-TSX-TYPE-CODE      PIC X(3).
           05  WS-TSX-DC             PIC X(1).
           05  WS-TSX-CENTS-TEXT     PIC X(20).
           05  WS-TSX-ID             PIC X(12).
           05  WS-TSX-CUST-REF       PIC X(40).
       01  WS-TSX-CENTS              PIC S9(15) VALUE 0.
       01  WS-TSX-TEXT               PIC X(30) VALUE SPACES.

       01  WS-CREDIT-CENTS           PIC S9(15) VALUE 0.
       01  WS-CREDIT-COUNT           PIC 9(7) VALUE 0.
       01  WS-DEBIT-CENTS            PIC S9(15) VALUE 0.
       01  WS-DEBIT-COUNT            PIC 9(7) VALUE 0.

      *> Trailer control totals and record counts.
       01  WS-ACCOUNT-CONTROL        PIC S9(17) VALUE 0.
       01  WS-ACCOUNT-RECORDS        PIC 9(9) VALUE 0.
       01  WS-GROUP-CONTROL          PIC S9(17) VALUE 0.
       01  WS-GROUP-RECORDS          PIC 9(9) VALUE 0.
       01  WS-GROUP-ACCOUNTS         PIC 9(9) VALUE 0.
       01  WS-FILE-CONTROL           PIC S9(17) VALUE 0.
       01  WS-FILE-RECORDS           PIC 9(9) VALUE 0.

      *> Amount and count editing for the comma-delimited records.
       01  WS-AMOUNT-IN              PIC S9(17) VALUE 0.
       01  WS-AMOUNT-EDIT            PIC -(17)9.
       01  WS-AMOUNT-OUT             PIC X(20) VALUE SPACES.
       01  WS-COUNT-EDIT             PIC Z(8)9.
       01  WS-EDITED-FIELDS.
           05  WS-E-OPENING          PIC X(20).
           05  WS-E-CLOSING          PIC X(20).
           05  WS-E-COLLECTED        PIC X(20).
           05  WS-E-AVAILABLE        PIC X(20).
           05  WS-E-FLOAT1           PIC X(20).
           05  WS-E-FLOAT2           PIC X(20).
           05  WS-E-CREDITS          PIC X(20).
           05  WS-E-CREDIT-COUNT     PIC X(10).
           05  WS-E-DEBITS           PIC X(20).
           05  WS-E-DEBIT-COUNT      PIC X(10).
           05  WS-E-CONTROL          PIC X(20).
           05  WS-E-RECORDS          PIC X(10).
           05  WS-E-ACCOUNTS         PIC X(10).

       01  WS-CUSTOMERS-REPORTED     PIC 9(9) VALUE 0.
       01  WS-CUSTOMERS-FAILED       PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-OK            PIC X(1) VALUE 'Y'.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "BAI2-REPORT-BATCH".
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BAI2-REPORT-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "BAI2-REPORT-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           MOVE SPACES TO WS-ACCOUNT-FIELDS
           ACCEPT WS-BANK-ID FROM ENVIRONMENT "BAI2_BANK_ID"
           IF WS-BANK-ID = SPACES
               MOVE "BANK" TO WS-BANK-ID
           END-IF
           STRING WS-BUSINESS-DATE(3:2) WS-BUSINESS-DATE(6:2)
               WS-BUSINESS-DATE(9:2) DELIMITED BY SIZE
               INTO WS-AS-OF-DATE

           CALL "SYSTEM" USING "mkdir -p ./statements"
               RETURNING WS-RETURN-CODE

           PERFORM EXTRACT-CUSTOMERS-PARA
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Subscribing customers could not be read. "
                   "Return code: " WS-RETURN-CODE
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               OPEN INPUT CUSTOMER-FEED-FILE
               PERFORM UNTIL WS-CUSTOMER-EOF = 'Y'
                   READ CUSTOMER-FEED-FILE
                       AT END MOVE 'Y' TO WS-CUSTOMER-EOF
                       NOT AT END PERFORM REPORT-ONE-CUSTOMER-PARA
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FEED-FILE
           END-IF

      *> A customer whose file could not be written fails the run, so
      *> the chain stops and the rerun rewrites it -- every file and
      *> its bai2_files row are replaced, never duplicated.
           IF WS-CUSTOMERS-FAILED > 0
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           IF WS-RUN-STATUS NOT = "FAILED"
               CALL "BATCH-RAN-MARK-SUB" USING
                   WS-BATCH-NAME WS-BUSINESS-DATE
           END-IF
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CUSTOMERS-REPORTED WS-RUN-STATUS
           DISPLAY "BAI2-REPORT-BATCH complete. Files written: "
               WS-CUSTOMERS-REPORTED " Failed: " WS-CUSTOMERS-FAILED
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       EXTRACT-CUSTOMERS-PARA.
      *> Subscribers with at least one account snapshotted tonight.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.customer_id, c.bai2_receiver_id "
               "FROM customers c WHERE c.bai2_receiver_id IS NOT NULL "
               "AND EXISTS (SELECT 1 FROM account_holders h "
               "JOIN balance_history b ON b.account_number = "
               "h.account_number AND b.business_date = '"
               WS-BUSINESS-DATE "' WHERE h.customer_id = "
               "c.customer_id AND h.holder_role = 'P') "
               "ORDER BY c.customer_id;"
               INTO WS-SQL-COMMAND
           MOVE "./bai2_customers.tmp" TO WS-FEED-TARGET
           PERFORM RUN-FEED-SQL-PARA.

       REPORT-ONE-CUSTOMER-PARA.
           MOVE SPACES TO WS-CUSTOMER-ID-TEXT WS-RECEIVER-ID
           UNSTRING CUSTOMER-FEED-RECORD DELIMITED BY "|"
               INTO WS-CUSTOMER-ID-TEXT WS-RECEIVER-ID
           END-UNSTRING
           COMPUTE WS-CUSTOMER-ID =
               FUNCTION NUMVAL(WS-CUSTOMER-ID-TEXT)
           MOVE 'Y' TO WS-CUSTOMER-OK

           MOVE SPACES TO WS-STATEMENT-KEY
           STRING "B" WS-CUSTOMER-ID DELIMITED BY SIZE
               INTO WS-STATEMENT-KEY
           MOVE SPACES TO WS-BAI-FILE-NAME
           STRING "./statements/" WS-STATEMENT-KEY "_"
               WS-BUSINESS-DATE ".bai" DELIMITED BY SIZE
               INTO WS-BAI-FILE-NAME

           PERFORM REGISTER-FILE-PARA
           IF WS-FILE-ID = SPACES
               DISPLAY "Could not register the BAI2 file for customer "
                   FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               ADD 1 TO WS-CUSTOMERS-FAILED
           ELSE
               PERFORM EXTRACT-ACCOUNTS-PARA
               IF WS-RETURN-CODE NOT = 0
                   MOVE 'N' TO WS-CUSTOMER-OK
               ELSE
                   PERFORM WRITE-BAI-FILE-PARA
               END-IF
               IF WS-CUSTOMER-OK = 'Y'
                   PERFORM RECORD-FILE-TOTALS-PARA
               END-IF
               IF WS-CUSTOMER-OK = 'Y'
                   PERFORM WRITE-INDEX-ENTRY-PARA
                   ADD 1 TO WS-CUSTOMERS-REPORTED
               ELSE
                   DISPLAY "BAI2 file for customer "
                       FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
                       " could not be completed."
                   ADD 1 TO WS-CUSTOMERS-FAILED
               END-IF
           END-IF.

       REGISTER-FILE-PARA.
      *> The bai2_files row supplies the file id the header carries;
      *> a rerun for the same night reuses the row (and its id).
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO bai2_files (customer_id, business_date, "
               "receiver_id, file_path, generated_at) VALUES ("
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT) ", '"
               WS-BUSINESS-DATE "', '" FUNCTION TRIM(WS-RECEIVER-ID)
               "', '" FUNCTION TRIM(WS-BAI-FILE-NAME) "', NOW()) "
               "ON CONFLICT (customer_id, business_date) DO UPDATE "
               "SET receiver_id = EXCLUDED.receiver_id, "
               "generated_at = NOW() "
               "RETURNING file_id || '|' || to_char(generated_at, "
               "'YYYY-MM-DD HH24:MI:SS');"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BAI2-SQL-PARA
           MOVE SPACES TO WS-FILE-ID WS-GENERATED-AT
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-FILE-ID WS-GENERATED-AT
               END-UNSTRING
               MOVE SPACES TO WS-CREATED-DATE WS-CREATED-TIME
               STRING WS-GENERATED-AT(3:2) WS-GENERATED-AT(6:2)
                   WS-GENERATED-AT(9:2) DELIMITED BY SIZE
                   INTO WS-CREATED-DATE
               STRING WS-GENERATED-AT(12:2) WS-GENERATED-AT(15:2)
                   DELIMITED BY SIZE INTO WS-CREATED-TIME
           END-IF.

       EXTRACT-ACCOUNTS-PARA.
      *> Balances in cents: opening ledger is the previous snapshot,
      *> closing ledger and collected are tonight's; available is
      *> the ledger less every PENDING hold; an availability hold
      *> releasing by tomorrow is one-day float, later is two-day.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT b.account_number, COALESCE(a.currency, 'USD'), "
               "ROUND(COALESCE((SELECT p.closing_balance FROM "
               "balance_history p WHERE p.account_number = "
               "b.account_number AND p.business_date < "
               "b.business_date ORDER BY p.business_date DESC "
               "LIMIT 1), 0) * 100)::bigint, "
               "ROUND(b.closing_balance * 100)::bigint, "
               "ROUND(COALESCE(b.collected_balance, "
               "b.closing_balance) * 100)::bigint, "
               "ROUND((b.closing_balance - COALESCE((SELECT "
               "SUM(h.amount) FROM pending_transactions h WHERE "
               "h.account_number = b.account_number AND h.status = "
               "'PENDING'), 0)) * 100)::bigint, "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "ROUND(COALESCE((SELECT SUM(h.amount) FROM "
               "pending_transactions h WHERE h.account_number = "
               "b.account_number AND h.status = 'PENDING' AND "
               "h.auth_reference = 'AVAIL-HOLD' AND "
               "h.expires_at::date <= DATE '" WS-BUSINESS-DATE
               "' + 1), 0) * 100)::bigint, "
               "ROUND(COALESCE((SELECT SUM(h.amount) FROM "
               "pending_transactions h WHERE h.account_number = "
               "b.account_number AND h.status = 'PENDING' AND "
               "h.auth_reference = 'AVAIL-HOLD' AND "
               "h.expires_at::date > DATE '" WS-BUSINESS-DATE
               "' + 1), 0) * 100)::bigint "
               "FROM balance_history b JOIN accounts a "
               "ON a.account_number = b.account_number "
               "WHERE b.business_date = '" WS-BUSINESS-DATE "' "
               "AND b.account_number IN (SELECT h.account_number "
               "FROM account_holders h WHERE h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               " AND h.holder_role = 'P') "
               "ORDER BY b.account_number;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           MOVE "./bai2_accounts.tmp" TO WS-FEED-TARGET
           PERFORM RUN-FEED-SQL-PARA.

       WRITE-BAI-FILE-PARA.
           MOVE 0 TO WS-GROUP-CONTROL WS-GROUP-ACCOUNTS
           MOVE 0 TO WS-FILE-CONTROL
           OPEN OUTPUT BAI-FILE

           MOVE SPACES TO BAI-RECORD
           STRING "01," FUNCTION TRIM(WS-BANK-ID) ","
               FUNCTION TRIM(WS-RECEIVER-ID) "," WS-CREATED-DATE ","
               WS-CREATED-TIME "," FUNCTION TRIM(WS-FILE-ID)
               ",,,2/" DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD
           MOVE 1 TO WS-FILE-RECORDS

      *> Group status 1 (update), as-of modifier 2 (final previous
      *> day).
           MOVE SPACES TO BAI-RECORD
           STRING "02," FUNCTION TRIM(WS-RECEIVER-ID) ","
               FUNCTION TRIM(WS-BANK-ID) ",1," WS-AS-OF-DATE
               ",,USD,2/" DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD
           MOVE 1 TO WS-GROUP-RECORDS

           MOVE 'N' TO WS-ACCOUNT-EOF
           OPEN INPUT ACCOUNT-FEED-FILE
           PERFORM UNTIL WS-ACCOUNT-EOF = 'Y'
               READ ACCOUNT-FEED-FILE
                   AT END MOVE 'Y' TO WS-ACCOUNT-EOF
                   NOT AT END PERFORM WRITE-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FEED-FILE

           ADD 1 TO WS-GROUP-RECORDS
           MOVE WS-GROUP-CONTROL TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-CONTROL
           MOVE WS-GROUP-ACCOUNTS TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-E-ACCOUNTS
           MOVE WS-GROUP-RECORDS TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-E-RECORDS
           MOVE SPACES TO BAI-RECORD
           STRING "98," FUNCTION TRIM(WS-E-CONTROL) ","
               FUNCTION TRIM(WS-E-ACCOUNTS) ","
               FUNCTION TRIM(WS-E-RECORDS) "/"
               DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD

      *> One group per file: the file trailer repeats the group's
      *> total and counts both headers and both trailers.
           MOVE WS-GROUP-CONTROL TO WS-FILE-CONTROL
           COMPUTE WS-FILE-RECORDS = WS-GROUP-RECORDS + 2
           MOVE WS-FILE-CONTROL TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-CONTROL
           MOVE WS-FILE-RECORDS TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-E-RECORDS
           MOVE SPACES TO BAI-RECORD
           STRING "99," FUNCTION TRIM(WS-E-CONTROL) ",1,"
               FUNCTION TRIM(WS-E-RECORDS) "/"
               DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD
           CLOSE BAI-FILE.

       WRITE-ONE-ACCOUNT-PARA.
           MOVE SPACES TO WS-ACCOUNT-FIELDS
           UNSTRING ACCOUNT-FEED-RECORD DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-CURRENCY WS-OPENING-TEXT
                    WS-CLOSING-TEXT WS-COLLECTED-TEXT
                    WS-AVAILABLE-TEXT WS-FLOAT1-TEXT WS-FLOAT2-TEXT
           END-UNSTRING
           COMPUTE WS-OPENING-CENTS = FUNCTION NUMVAL(WS-OPENING-TEXT)
           COMPUTE WS-CLOSING-CENTS = FUNCTION NUMVAL(WS-CLOSING-TEXT)
           COMPUTE WS-COLLECTED-CENTS =
               FUNCTION NUMVAL(WS-COLLECTED-TEXT)
           COMPUTE WS-AVAILABLE-CENTS =
               FUNCTION NUMVAL(WS-AVAILABLE-TEXT)
           COMPUTE WS-FLOAT1-CENTS = FUNCTION NUMVAL(WS-FLOAT1-TEXT)
           COMPUTE WS-FLOAT2-CENTS = FUNCTION NUMVAL(WS-FLOAT2-TEXT)

           PERFORM EXTRACT-TSX-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE 'N' TO WS-CUSTOMER-OK
           END-IF

      *> First pass over the detail: the credit and debit totals the
      *> account record carries ahead of its detail.
           MOVE 0 TO WS-CREDIT-CENTS WS-CREDIT-COUNT
           MOVE 0 TO WS-DEBIT-CENTS WS-DEBIT-COUNT
           MOVE 'N' TO WS-TSX-EOF
           OPEN INPUT TSX-FEED-FILE
           PERFORM UNTIL WS-TSX-EOF = 'Y'
               READ TSX-FEED-FILE
                   AT END MOVE 'Y' TO WS-TSX-EOF
                   NOT AT END PERFORM TOTAL-ONE-TSX-PARA
               END-READ
           END-PERFORM
           CLOSE TSX-FEED-FILE

           COMPUTE WS-ACCOUNT-CONTROL = WS-OPENING-CENTS
               + WS-CLOSING-CENTS + WS-AVAILABLE-CENTS
               + WS-COLLECTED-CENTS + WS-FLOAT1-CENTS
               + WS-FLOAT2-CENTS + WS-CREDIT-CENTS + WS-DEBIT-CENTS
           MOVE 1 TO WS-ACCOUNT-RECORDS
           PERFORM WRITE-ACCOUNT-RECORD-PARA

      *> Second pass: one 16 record per transaction.
           MOVE 'N' TO WS-TSX-EOF
           OPEN INPUT TSX-FEED-FILE
           PERFORM UNTIL WS-TSX-EOF = 'Y'
               READ TSX-FEED-FILE
                   AT END MOVE 'Y' TO WS-TSX-EOF
                   NOT AT END PERFORM WRITE-ONE-DETAIL-PARA
               END-READ
           END-PERFORM
           CLOSE TSX-FEED-FILE

           ADD 1 TO WS-ACCOUNT-RECORDS
           MOVE WS-ACCOUNT-CONTROL TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-CONTROL
           MOVE WS-ACCOUNT-RECORDS TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-E-RECORDS
           MOVE SPACES TO BAI-RECORD
           STRING "49," FUNCTION TRIM(WS-E-CONTROL) ","
               FUNCTION TRIM(WS-E-RECORDS) "/"
               DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD

           ADD WS-ACCOUNT-CONTROL TO WS-GROUP-CONTROL
           ADD WS-ACCOUNT-RECORDS TO WS-GROUP-RECORDS
           ADD 1 TO WS-GROUP-ACCOUNTS.

       EXTRACT-TSX-PARA.
      *> The account's postings for the business date -- stamped
      *> with it, or by timestamp when unstamped, as GL posting
      *> selects them. A transfer leg credits the account when it is
      *> the mirror of the leg just before it, and debits it
      *> otherwise. The type code is mapped off the posting key, the
      *> ZBA arrangement, the released wire, the check columns and
      *> the interest history match.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH x AS (SELECT t.transaction_id, t.transaction_type"
               " AS tt, t.amount, t.account_number, "
               "t.target_account_number AS tg, t.check_number, "
               "t.check_deposit, t.timestamp, "
               "COALESCE(t.idempotency_key, '') AS k, "
               "CASE WHEN t.transaction_type = 'D' THEN 'C' "
               "WHEN t.transaction_type = 'T' AND EXISTS (SELECT 1 "
               "FROM transactions m WHERE m.transaction_id = "
               "t.transaction_id - 1 AND m.transaction_type = 'T' "
               "AND m.account_number = t.target_account_number "
               "AND m.target_account_number = t.account_number) "
               "THEN 'C' ELSE 'D' END AS dc "
               "FROM transactions t WHERE t.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "' AND "
               "(t.business_date = '" WS-BUSINESS-DATE
               "' OR (t.business_date IS NULL AND t.timestamp >= '"
               WS-BUSINESS-DATE "' AND t.timestamp < DATE '"
               WS-BUSINESS-DATE "' + INTERVAL '1 day'))) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "SELECT CASE WHEN k LIKE 'ACH%' THEN CASE WHEN "
               "dc = 'C' THEN '165' ELSE '455' END "
               "WHEN k LIKE 'WIRE-IN-%' OR k LIKE 'RTP-IN-%' "
               "THEN '195' WHEN k LIKE 'RTP-OUT-%' THEN '495' "
               "WHEN k LIKE 'LBXFEE-%' THEN '698' "
               "WHEN k LIKE 'LBX-%' THEN '115' "
               "WHEN tt = 'T' AND EXISTS (SELECT 1 FROM "
               "sweep_arrangements s WHERE (s.sub_account = "
               "x.account_number AND s.master_account = x.tg) OR "
               "(s.master_account = x.account_number AND "
               "s.sub_account = x.tg)) THEN CASE WHEN dc = 'C' "
               "THEN '275' ELSE '575' END "
               "WHEN tt = 'W' AND EXISTS (SELECT 1 FROM wires w "
               "WHERE w.account_number = x.account_number AND "
               "w.amount = x.amount AND w.wire_status = 'RELEASED' "
               "AND w.released_at::date = x.timestamp::date) "
               "THEN '495' "
               "WHEN x.check_deposit = 'Y' THEN '301' "
               "WHEN tt = 'W' AND COALESCE(x.check_number, '') <> '' "
               "THEN '475' "
               "WHEN tt = 'D' AND EXISTS (SELECT 1 FROM "
               "interest_rate_history h WHERE h.account_number = "
               "x.account_number AND h.effective_date = "
               "x.timestamp::date AND h.amount = x.amount) "
               "THEN '354' WHEN tt = 'F' THEN '698' "
               "WHEN dc = 'C' THEN '399' ELSE '699' END, dc, "
               "ROUND(amount * 100)::bigint, transaction_id, "
               "translate(COALESCE(NULLIF(x.check_number, ''), k), "
               "',/|', '   ') FROM x ORDER BY transaction_id;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           MOVE "./bai2_transactions.tmp" TO WS-FEED-TARGET
           PERFORM RUN-FEED-SQL-PARA.

       SPLIT-TSX-FEED-PARA.
           MOVE SPACES TO WS-TSX-FIELDS
           UNSTRING TSX-FEED-RECORD DELIMITED BY "|"
               INTO WS-TSX-TYPE-CODE WS-TSX-DC WS-TSX-CENTS-TEXT
                    WS-TSX-ID WS-TSX-CUST-REF
           END-UNSTRING
           COMPUTE WS-TSX-CENTS = FUNCTION NUMVAL(WS-TSX-CENTS-TEXT).

       TOTAL-ONE-TSX-PARA.
           PERFORM SPLIT-TSX-FEED-PARA
           IF WS-TSX-DC = "C"
               ADD WS-TSX-CENTS TO WS-CREDIT-CENTS
               ADD 1 TO WS-CREDIT-COUNT
           ELSE
               ADD WS-TSX-CENTS TO WS-DEBIT-CENTS
               ADD 1 TO WS-DEBIT-COUNT
           END-IF.

       WRITE-ACCOUNT-RECORD-PARA.
           MOVE WS-OPENING-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-OPENING
           MOVE WS-CLOSING-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-CLOSING
           MOVE WS-COLLECTED-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-COLLECTED
           MOVE WS-AVAILABLE-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-AVAILABLE
           MOVE WS-FLOAT1-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-FLOAT1
           MOVE WS-FLOAT2-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-FLOAT2
           MOVE WS-CREDIT-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-CREDITS
           MOVE WS-DEBIT-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE WS-AMOUNT-OUT TO WS-E-DEBITS
           MOVE WS-CREDIT-COUNT TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-E-CREDIT-COUNT
           MOVE WS-DEBIT-COUNT TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-E-DEBIT-COUNT

           MOVE SPACES TO BAI-RECORD
           STRING "03," FUNCTION TRIM(WS-ACCOUNT-NUMBER) ","
               FUNCTION TRIM(WS-CURRENCY)
               ",010," FUNCTION TRIM(WS-E-OPENING)
               ",,,015," FUNCTION TRIM(WS-E-CLOSING)
               ",,,045," FUNCTION TRIM(WS-E-AVAILABLE)
               ",,,900," FUNCTION TRIM(WS-E-COLLECTED)
               ",,,072," FUNCTION TRIM(WS-E-FLOAT1)
               ",,,074," FUNCTION TRIM(WS-E-FLOAT2)
               ",,,100," FUNCTION TRIM(WS-E-CREDITS) ","
               FUNCTION TRIM(WS-E-CREDIT-COUNT)
               ",,400," FUNCTION TRIM(WS-E-DEBITS) ","
               FUNCTION TRIM(WS-E-DEBIT-COUNT) ",/"
               DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD.

       WRITE-ONE-DETAIL-PARA.
           PERFORM SPLIT-TSX-FEED-PARA
           EVALUATE WS-TSX-TYPE-CODE
               WHEN "115" MOVE "LOCKBOX DEPOSIT" TO WS-TSX-TEXT
               WHEN "165" MOVE "ACH CREDIT" TO WS-TSX-TEXT
               WHEN "195" MOVE "INCOMING MONEY TRANSFER"
                              TO WS-TSX-TEXT
               WHEN "275" MOVE "ZBA CREDIT" TO WS-TSX-TEXT
               WHEN "301" MOVE "COMMERCIAL DEPOSIT" TO WS-TSX-TEXT
               WHEN "354" MOVE "INTEREST CREDIT" TO WS-TSX-TEXT
               WHEN "455" MOVE "ACH DEBIT" TO WS-TSX-TEXT
               WHEN "475" MOVE "CHECK PAID" TO WS-TSX-TEXT
               WHEN "495" MOVE "OUTGOING MONEY TRANSFER"
                              TO WS-TSX-TEXT
               WHEN "575" MOVE "ZBA DEBIT" TO WS-TSX-TEXT
               WHEN "698" MOVE "MISCELLANEOUS FEES" TO WS-TSX-TEXT
               WHEN "399" MOVE "MISCELLANEOUS CREDIT" TO WS-TSX-TEXT
               WHEN OTHER MOVE "MISCELLANEOUS DEBIT" TO WS-TSX-TEXT
           END-EVALUATE
           MOVE WS-TSX-CENTS TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           ADD WS-TSX-CENTS TO WS-ACCOUNT-CONTROL
           ADD 1 TO WS-ACCOUNT-RECORDS
      *> Funds type Z: availability is reported at the account level
      *> through the float figures, not per item.
           MOVE SPACES TO BAI-RECORD
           STRING "16," WS-TSX-TYPE-CODE ","
               FUNCTION TRIM(WS-AMOUNT-OUT) ",Z,"
               FUNCTION TRIM(WS-TSX-ID) ","
               FUNCTION TRIM(WS-TSX-CUST-REF) ","
               FUNCTION TRIM(WS-TSX-TEXT)
               DELIMITED BY SIZE INTO BAI-RECORD
           WRITE BAI-RECORD.

       EDIT-AMOUNT-PARA.
           MOVE WS-AMOUNT-IN TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-AMOUNT-OUT
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-OUT.

       RECORD-FILE-TOTALS-PARA.
           MOVE WS-FILE-CONTROL TO WS-AMOUNT-IN
           PERFORM EDIT-AMOUNT-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE bai2_files SET file_control_total = "
               FUNCTION TRIM(WS-AMOUNT-OUT) ", record_count = "
               WS-FILE-RECORDS ", account_count = "
               WS-GROUP-ACCOUNTS " WHERE file_id = "
               FUNCTION TRIM(WS-FILE-ID) " RETURNING file_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BAI2-SQL-PARA
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               MOVE 'N' TO WS-CUSTOMER-OK
           END-IF.

       WRITE-INDEX-ENTRY-PARA.
           OPEN EXTEND ARCHIVE-INDEX-FILE
           MOVE SPACES TO ARCHIVE-INDEX-RECORD
           STRING WS-STATEMENT-KEY "|" WS-BUSINESS-DATE "|"
               FUNCTION TRIM(WS-BAI-FILE-NAME) "|"
               WS-GENERATED-AT
               DELIMITED BY SIZE INTO ARCHIVE-INDEX-RECORD
           WRITE ARCHIVE-INDEX-RECORD
           CLOSE ARCHIVE-INDEX-FILE.

       RUN-FEED-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A -F'|' > "
                 FUNCTION TRIM(WS-FEED-TARGET)
                 DELIMITED BY SIZE INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "BAI2-REPORT-BATCH" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE.

       RUN-BAI2-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_bai2.tmp"
                 DELIMITED BY SIZE INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "BAI2-REPORT-BATCH" SPACES
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

       END PROGRAM BAI2-REPORT-BATCH.
