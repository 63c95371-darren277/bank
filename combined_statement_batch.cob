       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBINED-STATEMENT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Combined relationship statement. A customer with checking,
      *> savings, a CD and a loan used to get four separate pieces
      *> of paper. A customer who elects it (customers.
      *> combined_statement = 'Y', set in MAINTAIN-CUSTOMER) now gets
      *> one document per cycle instead:
      *>   - a relationship summary page listing every account
      *>     account_holders links them to, with the opening and
      *>     closing balance of its statement period, the combined
      *>     balance RELATIONSHIP-BALANCE-BATCH filed for them, and
      *>     each ACTIVE loan on those accounts with its principal
      *>     balance and next payment due;
      *>   - then the transaction detail of every account whose
      *>     statement MONTHLY-STATEMENT-BATCH cut tonight, copied
      *>     from the archived per-account statement so the two can
      *>     never disagree.
      *> Runs nightly straight after MONTHLY-STATEMENT-BATCH and
      *> takes every electing customer with at least one account cut
      *> tonight; the combined cycle is the latest cycle end among
      *> them. An account on a different cycle day shows on the
      *> summary at its last statement's figures, marked, with its
      *> detail on that statement. The document is filed in the
      *> statement archive under the key C<customer number> and
      *> recorded in combined_statements, so STATEMENT-RETRIEVE
      *> reprints it and STATEMENT-DISPATCH-BATCH delivers it in
      *> place of the per-account statements. Every combined
      *> statement is also appended to ./combined_statements.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FEED-FILE
           ASSIGN TO "./combined_customers.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FEED-FILE
           ASSIGN TO "./combined_accounts.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAN-FEED-FILE
           ASSIGN TO "./combined_loans.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-REPORT-FILE
           ASSIGN TO "./combined_statements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE
           ASSIGN TO "./psql_result_combined.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> The combined document and the index entry, in the same
      *> archive MONTHLY-STATEMENT-BATCH files into; DETAIL-FILE is
      *> the archived per-account statement being copied in.
           SELECT OPTIONAL ARCHIVE-FILE
           ASSIGN TO WS-ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE
           ASSIGN TO "./statements/statement_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DETAIL-FILE
           ASSIGN TO WS-DETAIL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FEED-FILE.
       01  CUSTOMER-FEED-RECORD      PIC X(132).
       FD  ACCOUNT-FEED-FILE.
       01  ACCOUNT-FEED-RECORD       PIC X(200).
       FD  LOAN-FEED-FILE.
       01  LOAN-FEED-RECORD          PIC X(132).
       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-RECORD   PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(60).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD            PIC X(132).
       FD  ARCHIVE-INDEX-FILE.
       01  ARCHIVE-INDEX-RECORD      PIC X(132).
       FD  DETAIL-FILE.
       01  DETAIL-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1400).
       01  WS-SHELL-COMMAND          PIC X(1600).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-FEED-EOF               PIC X VALUE 'N'.
       01  WS-DETAIL-EOF             PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(60).

      *> One electing customer and the cycle their document closes.
       01  WS-CUSTOMER-ID            PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-TEXT       PIC X(12) VALUE SPACES.
       01  WS-CUSTOMER-NAME          PIC X(60) VALUE SPACES.
       01  WS-CYCLE                  PIC X(10) VALUE SPACES.
       01  WS-STATEMENT-KEY          PIC X(10) VALUE SPACES.

      *> One linked account off the account feed.
       01  WS-ACCOUNT-NUMBER         PIC X(10) VALUE SPACES.
       01  WS-PRODUCT-CODE           PIC X(10) VALUE SPACES.
       01  WS-PERIOD-START           PIC X(10) VALUE SPACES.
       01  WS-PERIOD-END             PIC X(10) VALUE SPACES.
       01  WS-OPENING-TEXT           PIC X(20) VALUE SPACES.
       01  WS-CLOSING-TEXT           PIC X(20) VALUE SPACES.
       01  WS-DETAIL-FILE-NAME       PIC X(60) VALUE SPACES.
       01  WS-CUT-TONIGHT            PIC X(1) VALUE 'N'.
       01  WS-OPENING-BALANCE        PIC S9(15)V99 VALUE 0.
       01  WS-CLOSING-BALANCE        PIC S9(15)V99 VALUE 0.
       01  WS-DEPOSIT-TOTAL          PIC S9(15)V99 VALUE 0.
       01  WS-ANY-EARLIER            PIC X(1) VALUE 'N'.

      *> One loan off the loan feed.
       01  WS-LOAN-ID                PIC X(12) VALUE SPACES.
       01  WS-LOAN-ACCOUNT           PIC X(10) VALUE SPACES.
       01  WS-LOAN-BALANCE-TEXT      PIC X(20) VALUE SPACES.
       01  WS-NEXT-DUE-DATE          PIC X(10) VALUE SPACES.
       01  WS-NEXT-DUE-TEXT          PIC X(20) VALUE SPACES.
       01  WS-LOAN-BALANCE           PIC S9(15)V99 VALUE 0.
       01  WS-NEXT-DUE-AMOUNT        PIC S9(15)V99 VALUE 0.
       01  WS-LOAN-TOTAL             PIC S9(15)V99 VALUE 0.
       01  WS-LOANS-LISTED           PIC 9(5) VALUE 0.

      *> The relationship roll-up RELATIONSHIP-BALANCE-BATCH filed.
       01  WS-RELATIONSHIP-TEXT      PIC X(20) VALUE SPACES.
       01  WS-RELATIONSHIP-DATE      PIC X(10) VALUE SPACES.
       01  WS-RELATIONSHIP-BALANCE   PIC S9(15)V99 VALUE 0.

       01  WS-OPENING-DISP           PIC -(14)9.99.
       01  WS-BALANCE-DISP           PIC -(14)9.99.
       01  WS-AMOUNT-DISP            PIC -(14)9.99.
       01  WS-PERIOD-DISP            PIC X(24) VALUE SPACES.
       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.

       01  WS-STATEMENTS-WRITTEN     PIC 9(9) VALUE 0.
       01  WS-ARCHIVE-FILE-NAME      PIC X(60) VALUE SPACES.
       01  WS-GENERATED-AT           PIC X(21) VALUE SPACES.
       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "COMBINED-STATEMENT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "COMBINED-STATEMENT-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "COMBINED-STATEMENT-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           MOVE FUNCTION CURRENT-DATE TO WS-GENERATED-AT
           CALL "SYSTEM" USING "mkdir -p ./statements"
               RETURNING WS-RETURN-CODE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-CUSTOMERS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-STATEMENTS-WRITTEN WS-RUN-STATUS
               DISPLAY "COMBINED-STATEMENT-BATCH failed extracting."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE
           OPEN INPUT CUSTOMER-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CUSTOMER-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-COMBINED-PARA
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FEED-FILE
           CLOSE STATEMENT-REPORT-FILE

           *> A customer whose document failed to file leaves the run
           *> unmarked, so the rerun picks them up again -- the ones
           *> already recorded are skipped by the extract.
           IF WS-RUN-STATUS = "COMPLETED"
               CALL "BATCH-RAN-MARK-SUB" USING
                   WS-BATCH-NAME WS-BUSINESS-DATE
           END-IF
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-STATEMENTS-WRITTEN WS-RUN-STATUS
           DISPLAY "COMBINED-STATEMENT-BATCH complete. Combined "
               "statements written: " WS-STATEMENTS-WRITTEN
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       EXTRACT-CUSTOMERS-PARA.
      *> Every electing customer holding at least one account whose
      *> statement was cut tonight and who has no combined statement
      *> for tonight yet.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT h.customer_id, MAX(s.cycle_end), "
               "MAX(COALESCE(c.legal_name, '')) "
               "FROM statement_cycles s JOIN account_holders h "
               "ON h.account_number = s.account_number "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE s.cut_date = DATE '" WS-BUSINESS-DATE "' "
               "AND c.combined_statement = 'Y' "
               "AND NOT EXISTS (SELECT 1 FROM combined_statements x "
               "WHERE x.customer_id = h.customer_id "
               "AND x.cut_date = DATE '" WS-BUSINESS-DATE "') "
               "GROUP BY h.customer_id ORDER BY h.customer_id;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./combined_customers.tmp"
               INTO WS-SHELL-COMMAND

           DISPLAY "Executing: " WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "COMBINED-STATEMENT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-ONE-COMBINED-PARA.
           MOVE SPACES TO WS-CUSTOMER-ID-TEXT WS-CYCLE
               WS-CUSTOMER-NAME
           UNSTRING CUSTOMER-FEED-RECORD DELIMITED BY "|"
               INTO WS-CUSTOMER-ID-TEXT WS-CYCLE WS-CUSTOMER-NAME
           END-UNSTRING
           COMPUTE WS-CUSTOMER-ID =
               FUNCTION NUMVAL(WS-CUSTOMER-ID-TEXT)

           *> The archive key sits in the index's account column: C
           *> and the nine-digit customer number.
           MOVE SPACES TO WS-STATEMENT-KEY
           STRING "C" WS-CUSTOMER-ID DELIMITED BY SIZE
               INTO WS-STATEMENT-KEY
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
           STRING "./statements/" WS-STATEMENT-KEY "_" WS-CYCLE
               ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME

           PERFORM EXTRACT-LINKED-ACCOUNTS-PARA
           IF WS-RETURN-CODE NOT = 0
               PERFORM CUSTOMER-FAILED-PARA
           ELSE
               PERFORM EXTRACT-LINKED-LOANS-PARA
               IF WS-RETURN-CODE NOT = 0
                   PERFORM CUSTOMER-FAILED-PARA
               ELSE
                   PERFORM READ-RELATIONSHIP-BALANCE-PARA
                   PERFORM BUILD-DOCUMENT-PARA
               END-IF
           END-IF.

       CUSTOMER-FAILED-PARA.
           DISPLAY "Error extracting customer "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               ". Return code: " WS-RETURN-CODE
           MOVE "FAILED" TO WS-RUN-STATUS.

       BUILD-DOCUMENT-PARA.
           ADD 1 TO WS-STATEMENTS-WRITTEN
           OPEN OUTPUT ARCHIVE-FILE

           PERFORM WRITE-SUMMARY-HEADER-PARA
           PERFORM WRITE-ACCOUNT-SUMMARY-PARA
           PERFORM WRITE-LOAN-SUMMARY-PARA
           PERFORM WRITE-ACCOUNT-DETAIL-PARA

           MOVE SPACES TO WS-REPORT-LINE
           STRING "End of combined statement for customer "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA

           CLOSE ARCHIVE-FILE
           PERFORM WRITE-INDEX-ENTRY-PARA
           PERFORM RECORD-COMBINED-PARA.

       EXTRACT-LINKED-ACCOUNTS-PARA.
      *> Every account linked to the customer, with its statement
      *> for this cycle -- or, for an account on another cycle day,
      *> the last one cut before it. A closed account shows only on
      *> the night its final statement was cut.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT a.account_number, COALESCE(a.product_code, "
               "''), COALESCE(s.period_start::text, ''), "
               "COALESCE(s.cycle_end::text, ''), "
               "COALESCE(s.opening_balance, 0), "
               "COALESCE(s.closing_balance, a.current_balance, 0), "
               "COALESCE(s.archive_path, ''), "
               "CASE WHEN s.cut_date = DATE '" WS-BUSINESS-DATE
               "' THEN 'Y' ELSE 'N' END "
               "FROM accounts a LEFT JOIN LATERAL (SELECT x.* FROM "
               "statement_cycles x WHERE x.account_number = "
               "a.account_number AND x.cycle_end <= DATE '"
               WS-CYCLE "' ORDER BY x.cycle_end DESC LIMIT 1) s "
               "ON TRUE WHERE a.account_number IN (SELECT "
               "h.account_number FROM account_holders h "
               "WHERE h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               ") AND (COALESCE(a.account_status, '') <> 'CLOSED' "
               "OR s.cut_date = DATE '" WS-BUSINESS-DATE "') "
               "ORDER BY a.account_number;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./combined_accounts.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       EXTRACT-LINKED-LOANS-PARA.
      *> Every ACTIVE loan on an account linked to the customer,
      *> with its next PENDING installment.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT l.loan_id, l.account_number, "
               "COALESCE(l.principal_balance, 0), "
               "COALESCE(n.due_date::text, ''), "
               "COALESCE(n.payment_amount, 0) "
               "FROM loans l LEFT JOIN LATERAL (SELECT s.due_date, "
               "s.payment_amount FROM loan_schedule s "
               "WHERE s.loan_id = l.loan_id "
               "AND s.installment_status = 'PENDING' "
               "ORDER BY s.installment_no LIMIT 1) n ON TRUE "
               "WHERE l.loan_status = 'ACTIVE' "
               "AND l.account_number IN (SELECT h.account_number "
               "FROM account_holders h WHERE h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               ") ORDER BY l.loan_id;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./combined_loans.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       READ-RELATIONSHIP-BALANCE-PARA.
      *> The latest roll-up on file -- normally tonight's, since
      *> RELATIONSHIP-BALANCE-BATCH runs early in the chain.
           MOVE SPACES TO WS-RELATIONSHIP-TEXT WS-RELATIONSHIP-DATE
           MOVE 0 TO WS-RELATIONSHIP-BALANCE
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT combined_balance, business_date "
               "FROM relationship_balances WHERE customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               " AND business_date <= DATE '" WS-BUSINESS-DATE "' "
               "ORDER BY business_date DESC LIMIT 1;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./psql_result_combined.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-PSQL-RESULT
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RELATIONSHIP-TEXT WS-RELATIONSHIP-DATE
               END-UNSTRING
               IF WS-RELATIONSHIP-TEXT NOT = SPACES
                   COMPUTE WS-RELATIONSHIP-BALANCE =
                       FUNCTION NUMVAL(WS-RELATIONSHIP-TEXT)
               END-IF
           END-IF.

       WRITE-SUMMARY-HEADER-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           STRING "Combined relationship statement for customer "
               FUNCTION TRIM(WS-CUSTOMER-ID-TEXT) "  "
               FUNCTION TRIM(WS-CUSTOMER-NAME)
               INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Statement period ending " WS-CYCLE
               INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE "RELATIONSHIP SUMMARY" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA.

       WRITE-ACCOUNT-SUMMARY-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Account     Product     Period                  "
               "          Opening balance    Closing balance"
               INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA

           MOVE 0 TO WS-DEPOSIT-TOTAL
           MOVE 'N' TO WS-ANY-EARLIER
           MOVE 'N' TO WS-FEED-EOF
           OPEN INPUT ACCOUNT-FEED-FILE
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ ACCOUNT-FEED-FILE
                   AT END MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END PERFORM WRITE-ONE-ACCOUNT-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FEED-FILE

           MOVE WS-DEPOSIT-TOTAL TO WS-BALANCE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Total of closing balances shown"
               "                                       "
               WS-BALANCE-DISP
               INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE WS-RELATIONSHIP-BALANCE TO WS-BALANCE-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-RELATIONSHIP-DATE NOT = SPACES
               STRING "Combined relationship balance as of "
                   WS-RELATIONSHIP-DATE ": " WS-BALANCE-DISP
                   INTO WS-REPORT-LINE
           ELSE
               MOVE "Combined relationship balance: not yet computed"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-LINE-PARA
           IF WS-ANY-EARLIER = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING "* figures from the account's last statement --"
                   " it is on a different cycle; its detail is on "
                   "that statement"
                   INTO WS-REPORT-LINE
               PERFORM WRITE-LINE-PARA
           END-IF.

       WRITE-ONE-ACCOUNT-LINE-PARA.
           PERFORM SPLIT-ACCOUNT-FEED-PARA
           ADD WS-CLOSING-BALANCE TO WS-DEPOSIT-TOTAL
           MOVE WS-OPENING-BALANCE TO WS-OPENING-DISP
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-DISP
           MOVE SPACES TO WS-PERIOD-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PERIOD-END = SPACES
               *> No statement cut yet (opened this cycle): the
               *> current balance, with nothing to open from.
               MOVE 'Y' TO WS-ANY-EARLIER
               STRING WS-ACCOUNT-NUMBER "  " WS-PRODUCT-CODE "  "
                   "no statement yet                            "
                   WS-BALANCE-DISP " *"
                   INTO WS-REPORT-LINE
           ELSE
               STRING WS-PERIOD-START " to " WS-PERIOD-END
                   INTO WS-PERIOD-DISP
               IF WS-CUT-TONIGHT = 'Y'
                   STRING WS-ACCOUNT-NUMBER "  " WS-PRODUCT-CODE
                       "  " WS-PERIOD-DISP "  " WS-OPENING-DISP
                       "  " WS-BALANCE-DISP
                       INTO WS-REPORT-LINE
               ELSE
                   MOVE 'Y' TO WS-ANY-EARLIER
                   STRING WS-ACCOUNT-NUMBER "  " WS-PRODUCT-CODE
                       "  " WS-PERIOD-DISP "  " WS-OPENING-DISP
                       "  " WS-BALANCE-DISP " *"
                       INTO WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM WRITE-LINE-PARA.

       SPLIT-ACCOUNT-FEED-PARA.
           MOVE SPACES TO WS-ACCOUNT-NUMBER WS-PRODUCT-CODE
               WS-PERIOD-START WS-PERIOD-END WS-OPENING-TEXT
               WS-CLOSING-TEXT WS-DETAIL-FILE-NAME
           MOVE 'N' TO WS-CUT-TONIGHT
           UNSTRING ACCOUNT-FEED-RECORD DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-PRODUCT-CODE
                    WS-PERIOD-START WS-PERIOD-END WS-OPENING-TEXT
                    WS-CLOSING-TEXT WS-DETAIL-FILE-NAME
                    WS-CUT-TONIGHT
           END-UNSTRING
           MOVE 0 TO WS-OPENING-BALANCE WS-CLOSING-BALANCE
           IF WS-OPENING-TEXT NOT = SPACES
               COMPUTE WS-OPENING-BALANCE =
                   FUNCTION NUMVAL(WS-OPENING-TEXT)
           END-IF
           IF WS-CLOSING-TEXT NOT = SPACES
               COMPUTE WS-CLOSING-BALANCE =
                   FUNCTION NUMVAL(WS-CLOSING-TEXT)
           END-IF.

       WRITE-LOAN-SUMMARY-PARA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "Loan        Account        Principal balance  "
               "Next payment due   Amount due"
               INTO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA

           MOVE 0 TO WS-LOAN-TOTAL
           MOVE 0 TO WS-LOANS-LISTED
           MOVE 'N' TO WS-FEED-EOF
           OPEN INPUT LOAN-FEED-FILE
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ LOAN-FEED-FILE
                   AT END MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END PERFORM WRITE-ONE-LOAN-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE LOAN-FEED-FILE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LOANS-LISTED = 0
               MOVE "No active loans." TO WS-REPORT-LINE
           ELSE
               MOVE WS-LOAN-TOTAL TO WS-BALANCE-DISP
               STRING "Total loan balances      " WS-BALANCE-DISP
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-LINE-PARA.

       WRITE-ONE-LOAN-LINE-PARA.
           MOVE SPACES TO WS-LOAN-ID WS-LOAN-ACCOUNT
               WS-LOAN-BALANCE-TEXT WS-NEXT-DUE-DATE WS-NEXT-DUE-TEXT
           UNSTRING LOAN-FEED-RECORD DELIMITED BY "|"
               INTO WS-LOAN-ID WS-LOAN-ACCOUNT WS-LOAN-BALANCE-TEXT
                    WS-NEXT-DUE-DATE WS-NEXT-DUE-TEXT
           END-UNSTRING
           MOVE 0 TO WS-LOAN-BALANCE WS-NEXT-DUE-AMOUNT
           IF WS-LOAN-BALANCE-TEXT NOT = SPACES
               COMPUTE WS-LOAN-BALANCE =
                   FUNCTION NUMVAL(WS-LOAN-BALANCE-TEXT)
           END-IF
           IF WS-NEXT-DUE-TEXT NOT = SPACES
               COMPUTE WS-NEXT-DUE-AMOUNT =
                   FUNCTION NUMVAL(WS-NEXT-DUE-TEXT)
           END-IF
           ADD 1 TO WS-LOANS-LISTED
           ADD WS-LOAN-BALANCE TO WS-LOAN-TOTAL
           MOVE WS-LOAN-BALANCE TO WS-BALANCE-DISP
           MOVE WS-NEXT-DUE-AMOUNT TO WS-AMOUNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-NEXT-DUE-DATE = SPACES
               STRING WS-LOAN-ID WS-LOAN-ACCOUNT "  "
                   WS-BALANCE-DISP "  none scheduled"
                   INTO WS-REPORT-LINE
           ELSE
               STRING WS-LOAN-ID WS-LOAN-ACCOUNT "  "
                   WS-BALANCE-DISP "  " WS-NEXT-DUE-DATE " "
                   WS-AMOUNT-DISP
                   INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-LINE-PARA.

       WRITE-ACCOUNT-DETAIL-PARA.
      *> Second pass over the account feed: each statement cut
      *> tonight is copied in whole from the archive.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE "ACCOUNT DETAIL" TO WS-REPORT-LINE
           PERFORM WRITE-LINE-PARA
           MOVE 'N' TO WS-FEED-EOF
           OPEN INPUT ACCOUNT-FEED-FILE
           PERFORM UNTIL WS-FEED-EOF = 'Y'
               READ ACCOUNT-FEED-FILE
                   AT END MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END PERFORM COPY-ONE-DETAIL-PARA
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FEED-FILE.

       COPY-ONE-DETAIL-PARA.
           PERFORM SPLIT-ACCOUNT-FEED-PARA
           IF WS-CUT-TONIGHT = 'Y' AND WS-DETAIL-FILE-NAME NOT = SPACES
               MOVE 'N' TO WS-DETAIL-EOF
               OPEN INPUT DETAIL-FILE
               PERFORM UNTIL WS-DETAIL-EOF = 'Y'
                   READ DETAIL-FILE
                       AT END MOVE 'Y' TO WS-DETAIL-EOF
                       NOT AT END
                           MOVE DETAIL-RECORD TO WS-REPORT-LINE
                           PERFORM WRITE-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE DETAIL-FILE
           END-IF.

       WRITE-LINE-PARA.
           WRITE STATEMENT-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE ARCHIVE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE.

       WRITE-INDEX-ENTRY-PARA.
           OPEN EXTEND ARCHIVE-INDEX-FILE
           MOVE SPACES TO ARCHIVE-INDEX-RECORD
           STRING WS-STATEMENT-KEY "|" WS-CYCLE "|"
               FUNCTION TRIM(WS-ARCHIVE-FILE-NAME) "|"
               WS-GENERATED-AT
               INTO ARCHIVE-INDEX-RECORD
           WRITE ARCHIVE-INDEX-RECORD
           CLOSE ARCHIVE-INDEX-FILE.

       RECORD-COMBINED-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "INSERT INTO combined_statements (customer_id, "
               "cycle_end, cut_date, archive_path, generated_at) "
               "VALUES (" FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
               ", DATE '" WS-CYCLE "', DATE '" WS-BUSINESS-DATE
               "', '" FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
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
               "COMBINED-STATEMENT" WS-STATEMENT-KEY
               WS-SHELL-COMMAND WS-RETURN-CODE

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error recording combined statement for "
                   "customer " FUNCTION TRIM(WS-CUSTOMER-ID-TEXT)
                   ". Return code: " WS-RETURN-CODE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.

       END PROGRAM COMBINED-STATEMENT-BATCH.
