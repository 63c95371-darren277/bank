       PROGRAM-ID. MONTHLY-STATEMENT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Produces a printed-style statement for every account whose
      *> statement cycle ends tonight: an opening balance, one line
      *> per transaction posted since the previous cycle end with a
      *> running balance, and a closing balance that always matches
      *> the account's own stored current_balance. All statements are
      *> appended, one after another, to a single report file.
      *> Each account carries its own statement cycle day
      *> (accounts.statement_cycle_day, defaulted from the product's
      *> at opening; 31 -- month-end -- where neither says), so the
      *> book no longer prints on one night and commercial customers
      *> get cycles ending on their own accounting dates. A cycle day
      *> past the end of a short month means its last day, and a
      *> cycle end falling on a weekend or holiday is cut on the last
      *> business day before it -- the run takes every account whose
      *> cycle end lies between tonight and the next business day.
      *> The run joins the nightly chain; on most nights it has a
      *> fraction of the book to print. Every statement cut files a
      *> statement_cycles row (period, opening and closing balances,
      *> archive path) -- the previous cycle end is read from there,
      *> and STATEMENT-EXPORT-BATCH exports off it, and
      *> COMBINED-STATEMENT-BATCH folds tonight's statements into the
      *> combined relationship statement for customers who elect one.
      *> An incoming wire's line names the originator and their
      *> reference, taken from inbound_wires; every other line prints
      *> the narrative the posting carries (a transfer's after the
      *> counterparty).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1800).
       01  WS-SHELL-COMMAND          PIC X(2000).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.

       01  WS-ACCOUNTS-PROCESSED     PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-FILE-NAME      PIC X(60) VALUE SPACES.
      *> The cycle key is the account's own cycle-end date
      *> (YYYY-MM-DD), not the calendar month.
       01  WS-CYCLE                  PIC X(10) VALUE SPACES.
       01  WS-PREV-CYCLE-END         PIC X(10) VALUE SPACES.
       01  WS-NEXT-BUSINESS-DATE     PIC X(10) VALUE SPACES.
       01  WS-OPENING-DISP           PIC -(14)9.99.
       01  WS-GENERATED-AT           PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
               GOBACK
           END-IF

           *> Tonight's run covers every cycle end up to (not
           *> including) the next business day.
           CALL "NEXT-BUSINESS-DAY-SUB" USING
               WS-BUSINESS-DATE WS-NEXT-BUSINESS-DATE
           IF WS-NEXT-BUSINESS-DATE = SPACES
               DISPLAY "Cannot determine the next business day -- "
                   "not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-GENERATED-AT
           CALL "SYSTEM" USING "mkdir -p ./statements"
               RETURNING WS-RETURN-CODE

           IF FUNCTION TRIM(WS-PARTITION) NOT = SPACES
               PERFORM RECORD-PARTITION-DONE-PARA
           END-IF
           *> A cut that failed to file its statement_cycles row
           *> leaves the run unmarked, so the rerun cuts it again.
           IF WS-RUN-STATUS = "COMPLETED"
               CALL "BATCH-RAN-MARK-SUB" USING
                   WS-BATCH-NAME WS-BUSINESS-DATE
           END-IF
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ACCOUNTS-PROCESSED WS-RUN-STATUS
           DISPLAY "MONTHLY-STATEMENT-BATCH complete. Statements "
               "written: "
               WS-ACCOUNTS-PROCESSED
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       SETUP-PARTITION-PARA.

       RECORD-PARTITION-DONE-PARA.
           *> The completion record operations reruns against: which
           *> ranges finished for this business date's cycles and
           *> which worker still owes its piece of the book.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "INSERT INTO statement_partitions (statement_cycle, "
               "partition_id, range_low, range_high, "
               "accounts_processed, completed_at) VALUES ('"
               WS-BUSINESS-DATE "', '" FUNCTION TRIM(WS-PARTITION)
               "', '"
               FUNCTION TRIM(WS-PART-LOW) "', '"
               FUNCTION TRIM(WS-PART-HIGH) "', "
               WS-ACCOUNTS-PROCESSED ", NOW());"
           END-IF.

       EXTRACT-ACCOUNTS-PARA.
      *> Each account's cycle end is worked out for the business
      *> date's month and the next business day's (the window can
      *> straddle a month end); the account is due when that date
      *> falls in the window and no statement has been cut for it.
      *> The previous cycle end is the last one cut, or for an
      *> account's first statement the nominal one a month earlier.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH c AS (SELECT a.account_number, "
               "COALESCE(a.current_balance, 0) AS bal, "
               "COALESCE(a.statement_cycle_day, "
               "p.statement_cycle_day, 31) AS cd "
               "FROM accounts a LEFT JOIN products p "
               "ON p.product_code = a.product_code WHERE 1 = 1"
               FUNCTION TRIM(WS-BRANCH-WHERE)
               FUNCTION TRIM(WS-PART-WHERE) "), "
               "e AS (SELECT c.*, x.m, x.m + LEAST(c.cd, "
               "EXTRACT(DAY FROM x.m + INTERVAL '1 month' - "
               "INTERVAL '1 day')::int) - 1 AS cycle_end FROM c "
               "CROSS JOIN (VALUES (date_trunc('month', DATE '"
               WS-BUSINESS-DATE "')::date), (date_trunc('month', "
               "DATE '" WS-NEXT-BUSINESS-DATE "')::date)) x(m)) "
               "SELECT DISTINCT ON (e.account_number) "
               "e.account_number, e.bal, e.cycle_end, "
               "COALESCE((SELECT MAX(s.cycle_end) FROM "
               "statement_cycles s WHERE s.account_number = "
               "e.account_number AND s.cycle_end < e.cycle_end), "
               "(e.m - INTERVAL '1 month')::date + LEAST(e.cd, "
               "EXTRACT(DAY FROM e.m - INTERVAL '1 day')::int) - 1) "
               "FROM e WHERE e.cycle_end >= DATE '" WS-BUSINESS-DATE
               "' AND e.cycle_end < DATE '" WS-NEXT-BUSINESS-DATE
               "' AND NOT EXISTS (SELECT 1 FROM statement_cycles s "
               "WHERE s.account_number = e.account_number "
               "AND s.cycle_end = e.cycle_end) "
               "ORDER BY e.account_number, e.cycle_end;"
               INTO WS-SQL-COMMAND.

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > "
               FUNCTION TRIM(WS-ACCOUNTS-FEED-NAME)
               INTO WS-SHELL-COMMAND.
           ADD 1 TO WS-ACCOUNTS-PROCESSED
           MOVE 0 TO WS-CLOSING-BALANCE

           MOVE SPACES TO WS-CYCLE WS-PREV-CYCLE-END
           UNSTRING ACCOUNTS-FEED-RECORD DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-CLOSING-BALANCE
                    WS-CYCLE WS-PREV-CYCLE-END
           END-UNSTRING

           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           PERFORM WRITE-STATEMENT-FOOTER-PARA

           CLOSE ARCHIVE-FILE
           PERFORM WRITE-INDEX-ENTRY-PARA
           PERFORM RECORD-CYCLE-PARA.

       RECORD-CYCLE-PARA.
           *> The cut itself: the next cycle's opening date and the
           *> OFX export both read it.
           MOVE WS-OPENING-BALANCE TO WS-OPENING-DISP
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "INSERT INTO statement_cycles (account_number, "
               "cycle_end, period_start, opening_balance, "
               "closing_balance, cut_date, archive_path, "
               "generated_at) VALUES ('"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', DATE '"
               WS-CYCLE "', DATE '" WS-PREV-CYCLE-END "' + 1, "
               FUNCTION TRIM(WS-OPENING-DISP) ", "
               FUNCTION TRIM(WS-BALANCE-DISP) ", DATE '"
               WS-BUSINESS-DATE "', '"
               FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
               "', NOW()) ON CONFLICT DO NOTHING;"
               INTO WS-SQL-COMMAND

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "MONTHLY-STATEMENT-BATCH" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error recording statement cycle for account "
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER)
                   ". Return code: " WS-RETURN-CODE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.

       WRITE-INDEX-ENTRY-PARA.
           OPEN EXTEND ARCHIVE-INDEX-FILE
           CLOSE ARCHIVE-INDEX-FILE.

       EXTRACT-MONTH-TRANSACTIONS-PARA.
           *> Every row posted since the previous cycle end that
           *> touches this account, either as the account itself or
           *> as the target side of an incoming transfer, oldest
           *> first.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "ELSE 0 END, t.timestamp, "
               "CASE WHEN t.transaction_type = 'T' AND "
               "t.account_number = '" WS-ACCOUNT-NUMBER
               "' THEN left('Transfer to ' || "
               "COALESCE(p.display_name, t.target_account_number) "
               "|| COALESCE(': ' || t.narrative, ''), 55) "
               "WHEN t.transaction_type = 'T' THEN left('Transfer from "
               "' || t.account_number || COALESCE(': ' || "
               "t.narrative, ''), 55) "
      *> An incoming wire names who sent it and their reference,
      *> not just a bare deposit.
               "WHEN iw.wire_id IS NOT NULL THEN left('Wire from ' || "
               "iw.originator_name || ' ref ' || COALESCE(NULLIF("
               "iw.originator_reference, ''), iw.wire_reference), 55) "
      *> Anything else prints the narrative it was posted with --
      *> the ACH company, the lockbox invoices, the ATM location, the
      *> teller's note.
               "ELSE COALESCE(left(t.narrative, 55), '') END, "
      *> A back-valued posting carries its effective date so the
      *> statement explains the date discrepancy instead of leaving
      *> the customer to puzzle over the posting timestamp.
               "FROM transactions t LEFT JOIN payees p "
               "ON p.account_number = t.account_number "
               "AND p.payee_account_number = t.target_account_number "
               "LEFT JOIN inbound_wires iw "
               "ON iw.transaction_id = t.transaction_id "
               "WHERE (t.account_number = '"
               WS-ACCOUNT-NUMBER "' OR t.target_account_number = '"
               WS-ACCOUNT-NUMBER "') "
               "AND t.timestamp >= DATE '" WS-PREV-CYCLE-END
               "' + 1 "
               "ORDER BY t.transaction_id;"
               INTO WS-SQL-COMMAND.

               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > " FUNCTION TRIM(WS-TSX-FEED-NAME)
               INTO WS-SHELL-COMMAND.

       COMPUTE-OPENING-BALANCE-PARA.
           *> Preferred source: the balance_history snapshot that
           *> BALANCE-SNAPSHOT-BATCH files every night -- the last
           *> snapshot at the previous cycle end IS the opening
           *> balance, read directly instead of reconstructed.
           PERFORM READ-SNAPSHOT-OPENING-PARA
           IF WS-SNAPSHOT-FOUND = 'Y'
               PERFORM COMPUTE-MONTH-NET-PARA
           ELSE
               *> Fallback for accounts that predate the snapshot
               *> history: back the cycle's net effect out of the
               *> stored closing balance, the way this report always
               *> derived its opening figure.
               PERFORM COMPUTE-MONTH-NET-PARA
           STRING
               "SELECT closing_balance FROM balance_history "
               "WHERE account_number = '" WS-ACCOUNT-NUMBER "' "
               "AND business_date <= DATE '" WS-PREV-CYCLE-END "' "
               "ORDER BY business_date DESC LIMIT 1;"
               INTO WS-SQL-COMMAND

               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           WRITE ARCHIVE-RECORD FROM STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "Statement period ending " WS-CYCLE
               " (previous statement " WS-PREV-CYCLE-END ")"
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           WRITE ARCHIVE-RECORD FROM STATEMENT-REPORT-RECORD
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-DISP
           STRING "Opening balance: " WS-BALANCE-DISP
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           WRITE ARCHIVE-RECORD FROM STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "Date/Time                     Type   "
               "Amount           Balance"
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           WRITE ARCHIVE-RECORD FROM STATEMENT-REPORT-RECORD.

