       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-ITEM-IMPORT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Returned deposited items. CASH-LETTER-IMPORT-BATCH pays the
      *> checks drawn on us; a check our customer DEPOSITED that the
      *> paying bank sends back unpaid had no process at all --
      *> someone keyed a W and a fee by hand, often after the
      *> availability hold had already released. This batch reads
      *> the clearing correspondent's returned-item file
      *> ./returned_items.dat:
      *>   '1' header  -- return date (10), correspondent (10)
      *>   '6' items   -- the original deposit's transaction_id (10,
      *>                  the trace our outgoing cash letter carried),
      *>                  amount (15, zoned two implied decimals),
      *>                  return reason (3), redeposit eligible Y/N
      *>                  (1), the correspondent's item reference
      *>                  (15), the drawer's check number (10)
      *>   '9' trailer -- item count (6) and total amount (15)
      *> The file must prove against its trailer before anything
      *> moves. Each item is matched to its original check deposit
      *> (transactions.check_deposit) and then:
      *>   - an item marked redeposit eligible on its FIRST return is
      *>     re-presented once: it goes out on
      *>     ./returned_item_represent.dat ('1' header with the
      *>     presentment date and correspondent, a '6' per item with
      *>     its reference, trace, check number and amount, a '9'
      *>     trailer with count and total) and a hold for the item
      *>     amount (standard_days off availability_schedule) keeps
      *>     the provisional credit from being spent meanwhile;
      *>   - any other item -- not eligible, or back a second time --
      *>     is charged back: a W against the depositor tagged with
      *>     reversal_of_transaction_id = the original deposit and
      *>     the return reason (narrated "RETURNED ITEM <reason>
      *>     CHECK <number>", the correspondent's item reference as
      *>     its external reference), the RDIFEE returned-deposit
      *>     fee off fee_schedule (no row, no fee), and the latest
      *>     hold still open on that deposit is taken down by the
      *>     item amount.
      *>     NOTICE-BATCH queues the customer's RETURNED-ITEM notice
      *>     off the CHARGED-BACK row.
      *> Every item lands in returned_deposit_items. An account's
      *> returned_item_count (and last_returned_item_date) counts
      *> each item once, on its first return; INSERT-TRANSACTION
      *> gives an account at the schedule's repeat_return_threshold
      *> the longer repeat_return_days hold, and every such account
      *> is listed on the repeat-returner risk section of
      *> ./returned_item_report.txt. An item whose trace matches no
      *> check deposit is reported for investigation, never absorbed;
      *> the same item fed twice for the same date is skipped.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-IN-FILE ASSIGN TO "./returned_items.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPRESENT-OUT-FILE
           ASSIGN TO "./returned_item_represent.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURNED-REPORT-FILE
           ASSIGN TO "./returned_item_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_rdi.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-IN-FILE.
       01  RETURNED-IN-RECORD.
           05  RDI-RECORD-TYPE       PIC X(1).
           05  RDI-RECORD-BODY       PIC X(79).
       FD  REPRESENT-OUT-FILE.
       01  REPRESENT-OUT-RECORD.
           05  RPO-RECORD-TYPE       PIC X(1).
           05  RPO-ITEM-REFERENCE    PIC X(15).
           05  RPO-ORIGINAL-TRACE    PIC 9(10).
           05  RPO-CHECK-NUMBER      PIC X(10).
           05  RPO-AMOUNT            PIC 9(13)V99.
           05  RPO-PRESENT-DATE      PIC X(10).
       01  REPRESENT-HEADER-RECORD.
           05  RPH-RECORD-TYPE       PIC X(1).
           05  RPH-PRESENT-DATE      PIC X(10).
           05  RPH-CORRESPONDENT     PIC X(10).
       01  REPRESENT-TRAILER-RECORD.
           05  RPT-RECORD-TYPE       PIC X(1).
           05  RPT-ITEM-COUNT        PIC 9(6).
           05  RPT-TOTAL-AMOUNT      PIC 9(13)V99.
       FD  RETURNED-REPORT-FILE.
       01  RETURNED-REPORT-RECORD    PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(4500).
       01  WS-SHELL-COMMAND          PIC X(4700).
       01  WS-SQL-PTR                PIC 9(4) VALUE 1.
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-RESULT-EOF             PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(132).

      *> Redefined views of the header, '6' item and '9' trailer
      *> bodies.
       01  WS-HEADER-BODY.
           05  WS-HDR-RETURN-DATE    PIC X(10).
           05  WS-HDR-CORRESPONDENT  PIC X(10).
       01  WS-ITEM-BODY.
           05  WS-ITEM-TRACE         PIC 9(10).
           05  WS-ITEM-AMOUNT        PIC 9(13)V99.
           05  WS-ITEM-REASON        PIC X(3).
           05  WS-ITEM-REDEPOSIT     PIC X(1).
           05  WS-ITEM-REFERENCE     PIC X(15).
           05  WS-ITEM-CHECK-NO      PIC X(10).
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT      PIC 9(6).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.

       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-FILE-OK                PIC X(1) VALUE 'Y'.
       01  WS-RETURN-DATE            PIC X(10) VALUE SPACES.
       01  WS-CORRESPONDENT          PIC X(10) VALUE SPACES.
       01  WS-PROVE-COUNT            PIC 9(6) VALUE 0.
       01  WS-PROVE-AMOUNT           PIC 9(15)V99 VALUE 0.

       01  WS-TRACE-DISP             PIC Z(9)9.
       01  WS-FMT-AMOUNT             PIC Z(13)9.99.
       01  WS-TOTAL-DISP             PIC Z(13)9.99.

      *> disposition|return id|account|fee, per item.
       01  WS-RESULT-FIELDS.
           05  WS-RES-DISPOSITION    PIC X(14).
           05  WS-RES-RETURN-ID      PIC X(12).
           05  WS-RES-ACCOUNT        PIC X(10).
           05  WS-RES-FEE            PIC X(20).
       01  WS-OUTCOME                PIC X(60) VALUE SPACES.

       01  WS-ITEMS-READ             PIC 9(9) VALUE 0.
       01  WS-ITEMS-CHARGED-BACK     PIC 9(9) VALUE 0.
       01  WS-ITEMS-REPRESENTED      PIC 9(9) VALUE 0.
       01  WS-ITEMS-UNMATCHED        PIC 9(9) VALUE 0.
       01  WS-ITEMS-DUPLICATE        PIC 9(9) VALUE 0.
       01  WS-REPRESENT-AMOUNT       PIC 9(15)V99 VALUE 0.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "RETURNED-ITEM-IMPORT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "RETURNED-ITEM-IMPORT-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> First pass: prove the file against its own trailer before a
      *> single item is charged back.
           OPEN INPUT RETURNED-IN-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RETURNED-IN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM PROVE-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE RETURNED-IN-FILE

           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-FILE-OK
               DISPLAY "No trailer record -- file is incomplete; "
                   "nothing charged back."
           END-IF

      *> A header without a date carries the current business date.
           MOVE WS-HDR-RETURN-DATE TO WS-RETURN-DATE
           IF WS-RETURN-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RETURN-DATE
           END-IF
           MOVE WS-HDR-CORRESPONDENT TO WS-CORRESPONDENT
           INSPECT WS-CORRESPONDENT REPLACING ALL "'" BY " "
           INSPECT WS-CORRESPONDENT
               REPLACING ALL WS-DOUBLE-QUOTE BY " "

           OPEN OUTPUT RETURNED-REPORT-FILE
           MOVE SPACES TO RETURNED-REPORT-RECORD
           STRING "Returned deposited items -- "
               FUNCTION TRIM(WS-CORRESPONDENT) " returns of "
               WS-RETURN-DATE ", run on business date "
               WS-BUSINESS-DATE
               INTO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD
           MOVE SPACES TO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD

      *> Second pass: work the items, writing the re-presentments.
           IF WS-FILE-OK = 'Y'
               DISPLAY "Returned-item file for " WS-RETURN-DATE
                   " proves to its trailer -- " WS-PROVE-COUNT
                   " items."
               MOVE "TRACE      ITEM REF        AMOUNT  REASON  "
                   TO RETURNED-REPORT-RECORD
               WRITE RETURNED-REPORT-RECORD
               OPEN OUTPUT REPRESENT-OUT-FILE
               MOVE SPACES TO REPRESENT-HEADER-RECORD
               MOVE "1" TO RPH-RECORD-TYPE
               MOVE WS-BUSINESS-DATE TO RPH-PRESENT-DATE
               MOVE WS-CORRESPONDENT TO RPH-CORRESPONDENT
               WRITE REPRESENT-HEADER-RECORD
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT RETURNED-IN-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ RETURNED-IN-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF RDI-RECORD-TYPE = "6"
                               MOVE RDI-RECORD-BODY TO WS-ITEM-BODY
                               PERFORM RETURN-ONE-ITEM-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNED-IN-FILE
               MOVE SPACES TO REPRESENT-TRAILER-RECORD
               MOVE "9" TO RPT-RECORD-TYPE
               MOVE WS-ITEMS-REPRESENTED TO RPT-ITEM-COUNT
               MOVE WS-REPRESENT-AMOUNT TO RPT-TOTAL-AMOUNT
               WRITE REPRESENT-TRAILER-RECORD
               CLOSE REPRESENT-OUT-FILE
           ELSE
               MOVE "*** FILE REJECTED -- nothing charged back. ***"
                   TO RETURNED-REPORT-RECORD
               WRITE RETURNED-REPORT-RECORD
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           PERFORM WRITE-TOTALS-PARA
           PERFORM REPEAT-RETURNER-REPORT-PARA
           CLOSE RETURNED-REPORT-FILE

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ITEMS-READ WS-RUN-STATUS
           DISPLAY "RETURNED-ITEM-IMPORT-BATCH complete. Items: "
               WS-ITEMS-READ " Charged back: " WS-ITEMS-CHARGED-BACK
               " Re-presented: " WS-ITEMS-REPRESENTED
               " Unmatched: " WS-ITEMS-UNMATCHED
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       PROVE-ONE-RECORD-PARA.
           EVALUATE RDI-RECORD-TYPE
               WHEN "1"
                   MOVE RDI-RECORD-BODY TO WS-HEADER-BODY
               WHEN "6"
                   MOVE RDI-RECORD-BODY TO WS-ITEM-BODY
                   ADD 1 TO WS-PROVE-COUNT
                   IF WS-ITEM-TRACE IS NOT NUMERIC
                           OR WS-ITEM-AMOUNT IS NOT NUMERIC
                       DISPLAY "Non-numeric trace or amount on item "
                           WS-PROVE-COUNT " -- file rejected."
                       MOVE 'N' TO WS-FILE-OK
                   ELSE
                       ADD WS-ITEM-AMOUNT TO WS-PROVE-AMOUNT
                   END-IF
               WHEN "9"
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE RDI-RECORD-BODY TO WS-TRAILER-BODY
                   IF WS-TRAILER-COUNT NOT = WS-PROVE-COUNT
                           OR WS-TRAILER-AMOUNT NOT = WS-PROVE-AMOUNT
                       MOVE WS-TRAILER-AMOUNT TO WS-TOTAL-DISP
                       DISPLAY "*** TRAILER OUT OF BALANCE *** stated "
                           "count " WS-TRAILER-COUNT " / amount "
                           FUNCTION TRIM(WS-TOTAL-DISP)
                           " -- file rejected."
                       MOVE 'N' TO WS-FILE-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown record type '" RDI-RECORD-TYPE
                       "' -- file rejected."
                   MOVE 'N' TO WS-FILE-OK
           END-EVALUATE.

       RETURN-ONE-ITEM-PARA.
      *> One statement per item:
      *>   o    -- the original check deposit, which must cover the
      *>           item;
      *>   prev -- earlier returns of this same item;
      *>   act  -- the disposition: a redeposit-eligible item on its
      *>           first return is REPRESENTED, anything else is
      *>           CHARGED-BACK; nothing when the item is already on
      *>           file for this return date (a re-fed file);
      *>   upd  -- one update of the depositor's row: the chargeback
      *>           and the fee come off the balance, and the count
      *>           and last-return date move on a first return;
      *>   cb/fe -- the chargeback W against the original deposit
      *>           and the fee F, keyed so neither can post twice;
      *>   hl/rh -- the latest open hold on the deposit is taken down
      *>           by a chargeback; a re-presentment is held instead;
      *>   ri   -- the returned_deposit_items row.
           ADD 1 TO WS-ITEMS-READ
           MOVE WS-ITEM-TRACE TO WS-TRACE-DISP
           MOVE WS-ITEM-AMOUNT TO WS-FMT-AMOUNT
           INSPECT WS-ITEM-REFERENCE REPLACING ALL "'" BY " "
           INSPECT WS-ITEM-REFERENCE
               REPLACING ALL WS-DOUBLE-QUOTE BY " "
           INSPECT WS-ITEM-CHECK-NO REPLACING ALL "'" BY " "
           INSPECT WS-ITEM-CHECK-NO
               REPLACING ALL WS-DOUBLE-QUOTE BY " "
           INSPECT WS-ITEM-REASON REPLACING ALL "'" BY " "
           INSPECT WS-ITEM-REASON
               REPLACING ALL WS-DOUBLE-QUOTE BY " "

           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH o AS (SELECT t.transaction_id, t.account_number "
               "FROM transactions t WHERE t.transaction_id = "
               FUNCTION TRIM(WS-TRACE-DISP)
               " AND t.transaction_type = 'D' AND "
               "COALESCE(t.check_deposit, 'N') = 'Y' AND t.amount >= "
               FUNCTION TRIM(WS-FMT-AMOUNT) "), "
               "prev AS (SELECT COUNT(*) AS n FROM "
               "returned_deposit_items r WHERE "
               "r.original_transaction_id = "
               FUNCTION TRIM(WS-TRACE-DISP)
               " AND r.item_reference = '"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "'), "
               "dup AS (SELECT 1 FROM returned_deposit_items r "
               "WHERE r.original_transaction_id = "
               FUNCTION TRIM(WS-TRACE-DISP)
               " AND r.item_reference = '"
               FUNCTION TRIM(WS-ITEM-REFERENCE)
               "' AND r.return_date = '" WS-RETURN-DATE "'), "
               "act AS (SELECT o.transaction_id, o.account_number, "
               "CASE WHEN '" WS-ITEM-REDEPOSIT "' = 'Y' AND "
               "prev.n = 0 THEN 'REPRESENTED' ELSE 'CHARGED-BACK' "
               "END AS disposition, prev.n = 0 AS first_return, "
               "COALESCE((SELECT f.amount FROM fee_schedule f WHERE "
               "f.fee_code = 'RDIFEE' AND f.amount > 0 LIMIT 1), 0) "
               "AS fee FROM o, prev WHERE NOT EXISTS (SELECT 1 "
               "FROM dup) AND NOT EXISTS (SELECT 1 FROM transactions "
               "x WHERE x.idempotency_key = 'RDI-"
               FUNCTION TRIM(WS-TRACE-DISP) "-"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "')), "
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "upd AS (UPDATE accounts a SET current_balance = "
               "a.current_balance - CASE WHEN act.disposition = "
               "'CHARGED-BACK' THEN " FUNCTION TRIM(WS-FMT-AMOUNT)
               " + act.fee ELSE 0 END, returned_item_count = "
               "COALESCE(a.returned_item_count, 0) + CASE WHEN "
               "act.first_return THEN 1 ELSE 0 END, "
               "last_returned_item_date = DATE '" WS-RETURN-DATE
               "' FROM act WHERE a.account_number = "
               "act.account_number RETURNING a.account_number, "
               "act.disposition, act.fee), "
               "cb AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, check_number, "
               "return_reason, reversal_of_transaction_id, "
               "idempotency_key, narrative, external_reference) "
               "SELECT u.account_number, 'W', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", NULLIF('"
               FUNCTION TRIM(WS-ITEM-CHECK-NO) "', ''), '"
               FUNCTION TRIM(WS-ITEM-REASON) "', "
               FUNCTION TRIM(WS-TRACE-DISP) ", 'RDI-"
               FUNCTION TRIM(WS-TRACE-DISP) "-"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "', 'RETURNED ITEM "
               FUNCTION TRIM(WS-ITEM-REASON) " CHECK "
               FUNCTION TRIM(WS-ITEM-CHECK-NO) "', NULLIF('"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "', '') FROM upd u "
               "WHERE u.disposition = 'CHARGED-BACK' "
               "RETURNING transaction_id), "
               "fe AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, idempotency_key, "
               "narrative, external_reference) SELECT "
               "u.account_number, 'F', u.fee, 'RDIFEE-"
               FUNCTION TRIM(WS-TRACE-DISP) "-"
               FUNCTION TRIM(WS-ITEM-REFERENCE)
               "', 'Returned deposit fee', NULLIF('"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "', '') FROM upd u "
               "WHERE u.disposition = 'CHARGED-BACK' AND u.fee > 0 "
               "RETURNING transaction_id), "
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "hl AS (UPDATE pending_transactions p SET amount = "
               "GREATEST(p.amount - " FUNCTION TRIM(WS-FMT-AMOUNT)
               ", 0), status = CASE WHEN p.amount <= "
               FUNCTION TRIM(WS-FMT-AMOUNT) " THEN 'CHARGED-BACK' "
               "ELSE p.status END FROM upd u WHERE "
               "u.disposition = 'CHARGED-BACK' AND p.hold_id = "
               "(SELECT MAX(h.hold_id) FROM pending_transactions h "
               "WHERE h.source_transaction_id = "
               FUNCTION TRIM(WS-TRACE-DISP)
               " AND h.status = 'PENDING')), "
               "rh AS (INSERT INTO pending_transactions "
               "(account_number, amount, status, auth_reference, "
               "expires_at, source_transaction_id) SELECT "
               "u.account_number, " FUNCTION TRIM(WS-FMT-AMOUNT)
               ", 'PENDING', 'AVAIL-HOLD', NOW() + "
               "make_interval(days => COALESCE((SELECT "
               "s.standard_days FROM availability_schedule s "
               "LIMIT 1), 2)), " FUNCTION TRIM(WS-TRACE-DISP)
               " FROM upd u WHERE u.disposition = 'REPRESENTED'), "
               "ri AS (INSERT INTO returned_deposit_items "
               "(original_transaction_id, account_number, "
               "item_reference, check_number, amount, "
               "return_reason, redeposit_eligible, disposition, "
               "return_date, correspondent, "
               "chargeback_transaction_id, fee_transaction_id, "
               "received_at) SELECT "
               FUNCTION TRIM(WS-TRACE-DISP) ", u.account_number, '"
               FUNCTION TRIM(WS-ITEM-REFERENCE) "', NULLIF('"
               FUNCTION TRIM(WS-ITEM-CHECK-NO) "', ''), "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-ITEM-REASON) "', '"
               WS-ITEM-REDEPOSIT "', u.disposition, '"
               WS-RETURN-DATE "', '" FUNCTION TRIM(WS-CORRESPONDENT)
               "', (SELECT transaction_id FROM cb), "
               "(SELECT transaction_id FROM fe), NOW() FROM upd u "
               "RETURNING return_id, account_number, disposition) "
               "SELECT COALESCE((SELECT disposition || '|' || "
               "return_id || '|' || account_number FROM ri), "
               "CASE WHEN EXISTS (SELECT 1 FROM dup) THEN "
               "'DUPLICATE||' ELSE 'UNMATCHED||' END) || '|' || "
               "COALESCE((SELECT fee FROM upd WHERE disposition = "
               "'CHARGED-BACK')::text, '0');"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-RDI-SQL-PARA

           MOVE SPACES TO WS-RESULT-FIELDS WS-OUTCOME
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Error working item "
                   FUNCTION TRIM(WS-ITEM-REFERENCE)
                   ". Return code: " WS-RETURN-CODE
               MOVE "*** NOT WORKED -- SQL ERROR ***" TO WS-OUTCOME
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RES-DISPOSITION WS-RES-RETURN-ID
                        WS-RES-ACCOUNT WS-RES-FEE
               END-UNSTRING
               EVALUATE WS-RES-DISPOSITION
                   WHEN "CHARGED-BACK"
                       ADD 1 TO WS-ITEMS-CHARGED-BACK
                       STRING "charged back to " WS-RES-ACCOUNT
                           ", fee " FUNCTION TRIM(WS-RES-FEE)
                           DELIMITED BY SIZE INTO WS-OUTCOME
                   WHEN "REPRESENTED"
                       ADD 1 TO WS-ITEMS-REPRESENTED
                       ADD WS-ITEM-AMOUNT TO WS-REPRESENT-AMOUNT
                       PERFORM WRITE-REPRESENT-PARA
                       STRING "re-presented, held on "
                           WS-RES-ACCOUNT
                           DELIMITED BY SIZE INTO WS-OUTCOME
                   WHEN "DUPLICATE"
                       ADD 1 TO WS-ITEMS-DUPLICATE
                       MOVE "already on file -- skipped"
                           TO WS-OUTCOME
                   WHEN OTHER
                       ADD 1 TO WS-ITEMS-UNMATCHED
                       STRING "*** NO MATCHING CHECK DEPOSIT -- "
                           "INVESTIGATE ***"
                           DELIMITED BY SIZE INTO WS-OUTCOME
               END-EVALUATE
           END-IF

           MOVE SPACES TO RETURNED-REPORT-RECORD
           STRING WS-TRACE-DISP " " WS-ITEM-REFERENCE " "
               WS-FMT-AMOUNT "  " WS-ITEM-REASON "  "
               FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD.

       WRITE-REPRESENT-PARA.
           MOVE SPACES TO REPRESENT-OUT-RECORD
           MOVE "6" TO RPO-RECORD-TYPE
           MOVE WS-ITEM-REFERENCE TO RPO-ITEM-REFERENCE
           MOVE WS-ITEM-TRACE TO RPO-ORIGINAL-TRACE
           MOVE WS-ITEM-CHECK-NO TO RPO-CHECK-NUMBER
           MOVE WS-ITEM-AMOUNT TO RPO-AMOUNT
           MOVE WS-BUSINESS-DATE TO RPO-PRESENT-DATE
           WRITE REPRESENT-OUT-RECORD.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD
           MOVE SPACES TO RETURNED-REPORT-RECORD
           STRING "Items " WS-ITEMS-READ "  charged back "
               WS-ITEMS-CHARGED-BACK "  re-presented "
               WS-ITEMS-REPRESENTED "  unmatched " WS-ITEMS-UNMATCHED
               "  already on file " WS-ITEMS-DUPLICATE
               INTO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD.

       REPEAT-RETURNER-REPORT-PARA.
      *> The risk list: every account at or over the schedule's
      *> repeat_return_threshold (3 when unset), with its primary
      *> holder and what has come back in the last six months.
           MOVE SPACES TO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD
           MOVE "-- Repeat returners (risk) --"
               TO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT a.account_number || '  returns ' || "
               "a.returned_item_count || '  last ' || "
               "COALESCE(a.last_returned_item_date::text, '-') || "
               "'  6-month items ' || COUNT(r.return_id) || "
               "' amount ' || COALESCE(SUM(r.amount), 0) || '  ' || "
               "COALESCE(MAX(c.legal_name), '') FROM accounts a "
               "LEFT JOIN returned_deposit_items r ON "
               "r.account_number = a.account_number AND "
               "r.return_date > DATE '" WS-BUSINESS-DATE
               "' - 183 LEFT JOIN account_holders h ON "
               "h.account_number = a.account_number AND "
               "h.holder_role = 'P' LEFT JOIN customers c ON "
               "c.customer_id = h.customer_id "
               "WHERE a.returned_item_count >= COALESCE((SELECT "
               "NULLIF(s.repeat_return_threshold, 0) FROM "
               "availability_schedule s LIMIT 1), 3) "
               "GROUP BY a.account_number, a.returned_item_count, "
               "a.last_returned_item_date "
               "ORDER BY a.returned_item_count DESC, "
               "a.account_number;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-RDI-SQL-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "  (risk list could not be produced)"
                   TO RETURNED-REPORT-RECORD
               WRITE RETURNED-REPORT-RECORD
           ELSE
               MOVE 'N' TO WS-RESULT-EOF
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-RESULT-EOF = 'Y'
                   READ PSQL-RESULT-FILE
                       AT END MOVE 'Y' TO WS-RESULT-EOF
                       NOT AT END
                           MOVE SPACES TO RETURNED-REPORT-RECORD
                           STRING "  " FUNCTION TRIM(PSQL-RESULT-RECORD)
                               DELIMITED BY SIZE
                               INTO RETURNED-REPORT-RECORD
                           WRITE RETURNED-REPORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF.

       RUN-RDI-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_rdi.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "RETURNED-ITEM-IMPORT-BATCH" SPACES
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

       END PROGRAM RETURNED-ITEM-IMPORT-BATCH.
