       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-PROFITABILITY-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Month-end customer profitability. Relationship pricing
      *> decides who gets the better rate; this says who earns it.
      *> For the month to the business date every account is costed:
      *>   interest paid     -- the capitalized interest stamped on
      *>                        interest_rate_history plus the tax
      *>                        withheld from it (withholding_ledger),
      *>                        i.e. gross interest paid out;
      *>   fees charged      -- CHARGED fee_assessments for the month,
      *>                        annual fees (a year period, e.g. the
      *>                        safe deposit box rent) taken as a
      *>                        twelfth;
      *>   fees waived       -- WAIVED assessments at the fee's value
      *>                        on the account's fee plan (the highest
      *>                        scheduled amount where the plan has
      *>                        none), shown but not counted in net;
      *>   analysis charges  -- account_analysis billed for the month;
      *>   loan interest     -- interest_part of installments paid in
      *>                        the month and of prepayments, for loans
      *>                        on the account;
      *>   FTP credit        -- the month's average positive closing
      *>                        balance (balance_history; today's
      *>                        balance where there is none) at the
      *>                        PROFITABILITY_FTP_RATE annual rate, a
      *>                        fraction like accounts.interest_rate,
      *>                        over 12. Unset means no credit;
      *>   activity cost     -- each posting in the month at its
      *>                        activity_costs unit cost, looked up by
      *>                        transaction_type and channel (ATM for
      *>                        postings with a terminal, BRANCH for
      *>                        postings with an operator, ELECTRONIC
      *>                        otherwise), either side '*' for any,
      *>                        the most specific row winning.
      *> Net contribution is fees charged + analysis + loan interest
      *> + FTP credit - interest paid - activity cost. An account's
      *> figures are shared equally among its account_holders
      *> customers and rolled up per customer. Both levels are kept
      *> on customer_profitability_accounts and customer_profitability
      *> by period (a rerun for the month replaces them).
      *> A customer gets a relationship-pricing benefit when a fee
      *> was waived for them, or when their relationship_balances
      *> combined balance reaches more rate_tiers floors than their
      *> largest single account would -- the tier INTEREST-BATCH
      *> pays on is then better than the account earns alone.
      *> The report ranks customers by net contribution, summarizes
      *> by product and by branch, and lists the unprofitable
      *> customers who receive a benefit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFIT-FEED-FILE
           ASSIGN TO "./customer_profitability_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFIT-REPORT-FILE
           ASSIGN TO "./customer_profitability_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFIT-FEED-FILE.
       01  PROFIT-FEED-RECORD       PIC X(400).
       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-RECORD     PIC X(180).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(8000).
       01  WS-SHELL-COMMAND         PIC X(8200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-PERIOD                PIC X(7) VALUE SPACES.
       01  WS-PERIOD-YEAR           PIC X(4) VALUE SPACES.
       01  WS-PERIOD-START          PIC X(10) VALUE SPACES.
       01  WS-FTP-RATE-ENV          PIC X(12) VALUE SPACES.
       01  WS-FTP-RATE              PIC 9V9(6) VALUE 0.
       01  WS-FTP-RATE-SQL          PIC 9.9(6).
       01  WS-CUSTOMERS             PIC 9(9) VALUE 0.
       01  WS-UNPROFITABLE          PIC 9(9) VALUE 0.
       01  WS-RANK                  PIC 9(9) VALUE 0.
       01  WS-AMT-IDX               PIC 9(1) VALUE 0.
       01  WS-LAST-SECTION          PIC X(1) VALUE SPACES.

      *> One feed line: section (C customer, P product, R branch, U
      *> unprofitable with a benefit), key, label, account count, the
      *> eight amounts in report order, and the benefit.
       01  WS-FEED-FIELDS.
           05  WS-FEED-TYPE         PIC X(1).
           05  WS-FEED-KEY          PIC X(20).
           05  WS-FEED-LABEL        PIC X(40).
           05  WS-FEED-COUNT        PIC X(12).
           05  WS-FEED-AMT-TEXT     PIC X(24) OCCURS 8 TIMES.
           05  WS-FEED-NOTE         PIC X(30).
       01  WS-FEED-AMOUNTS.
           05  WS-FEED-AMOUNT       PIC S9(13)V99 OCCURS 8 TIMES.
       01  WS-CUSTOMER-TOTALS.
           05  WS-CUSTOMER-TOTAL    PIC S9(13)V99 OCCURS 8 TIMES.

       01  WS-PRINT-LINE.
           05  WS-PL-RANK           PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-PL-KEY            PIC X(10).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-PL-LABEL          PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-PL-COUNT          PIC Z(4)9.
           05  WS-PL-AMOUNTS OCCURS 8 TIMES.
               10  FILLER           PIC X(1).
               10  WS-PL-AMOUNT     PIC -(9)9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PL-NOTE           PIC X(22).

       01  WS-FMT-RANK              PIC Z(5)9.
       01  WS-FMT-COUNT             PIC Z(8)9.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "CUSTOMER-PROFITABILITY-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CUSTOMER-PROFITABILITY-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "CUSTOMER-PROFITABILITY-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF

           ACCEPT WS-FTP-RATE-ENV FROM ENVIRONMENT
               "PROFITABILITY_FTP_RATE"
           IF FUNCTION TRIM(WS-FTP-RATE-ENV) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FTP-RATE-ENV) NOT = 0
                   DISPLAY "PROFITABILITY_FTP_RATE "
                       FUNCTION TRIM(WS-FTP-RATE-ENV)
                       " is not a number -- not running."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF FUNCTION NUMVAL(WS-FTP-RATE-ENV) < 0
                       OR FUNCTION NUMVAL(WS-FTP-RATE-ENV) >= 1
                   DISPLAY "PROFITABILITY_FTP_RATE is an annual "
                       "fraction (0.045 for 4.5%) -- "
                       FUNCTION TRIM(WS-FTP-RATE-ENV)
                       " is out of range, not running."
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-FTP-RATE = FUNCTION NUMVAL(WS-FTP-RATE-ENV)
           END-IF
           MOVE WS-FTP-RATE TO WS-FTP-RATE-SQL

           MOVE WS-BUSINESS-DATE(1:7) TO WS-PERIOD
           MOVE WS-BUSINESS-DATE(1:4) TO WS-PERIOD-YEAR
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-START
           MOVE "01" TO WS-PERIOD-START(9:2)
           DISPLAY "Customer profitability for " WS-PERIOD
               " (" WS-PERIOD-START " to " WS-BUSINESS-DATE ")"

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM COMPUTE-PROFITABILITY-PARA
           IF WS-RETURN-CODE = 0
               PERFORM EXTRACT-REPORT-PARA
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CUSTOMERS WS-RUN-STATUS
               DISPLAY "CUSTOMER-PROFITABILITY-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CUSTOMERS WS-RUN-STATUS
           DISPLAY "CUSTOMER-PROFITABILITY-BATCH complete. Customers: "
               WS-CUSTOMERS " unprofitable with a benefit: "
               WS-UNPROFITABLE
           GOBACK.

       COMPUTE-PROFITABILITY-PARA.
      *> One transaction: the month's account figures, then the
      *> customer roll-up and its benefit flag. The closing SELECT
      *> is the customer count.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "BEGIN; "
               "DELETE FROM customer_profitability_accounts WHERE "
               "period = '" WS-PERIOD "'; "
               "DELETE FROM customer_profitability WHERE period = '"
               WS-PERIOD "'; "
               "INSERT INTO customer_profitability_accounts (period, "
               "account_number, product_code, branch_code, "
               "interest_paid, fees_charged, fees_waived, "
               "analysis_charges, loan_interest, ftp_credit, "
               "activity_cost, net_contribution) SELECT x.*, "
               "x.fc + x.an + x.li + x.ftp - x.ip - x.cost FROM "
               "(SELECT '" WS-PERIOD "', a.account_number, "
               "COALESCE(a.product_code, '-'), "
               "COALESCE(a.branch_code, '-'), "
               "COALESCE((SELECT SUM(h.amount) FROM "
               "interest_rate_history h WHERE h.account_number = "
               "a.account_number AND h.amount IS NOT NULL AND "
               "h.effective_date BETWEEN DATE '" WS-PERIOD-START
               "' AND DATE '" WS-BUSINESS-DATE "'), 0) + "
               "COALESCE((SELECT SUM(w.withheld_amount) FROM "
               "withholding_ledger w WHERE w.account_number = "
               "a.account_number AND w.business_date BETWEEN DATE '"
               WS-PERIOD-START "' AND DATE '" WS-BUSINESS-DATE
               "'), 0) AS ip, "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "COALESCE((SELECT SUM(CASE WHEN fa.fee_period = '"
               WS-PERIOD "' THEN fa.amount ELSE fa.amount / 12 END) "
               "FROM fee_assessments fa WHERE fa.account_number = "
               "a.account_number AND fa.disposition = 'CHARGED' AND "
               "fa.fee_period IN ('" WS-PERIOD "', '" WS-PERIOD-YEAR
               "')), 0) AS fc, "
               "COALESCE((SELECT SUM(CASE WHEN fa.fee_period = '"
               WS-PERIOD "' THEN 1 ELSE 1.0 / 12 END * COALESCE("
               "(SELECT MAX(f.amount) FROM fee_schedule f JOIN "
               "products p ON p.fee_plan = f.fee_plan WHERE "
               "p.product_code = a.product_code AND f.fee_code = "
               "fa.fee_code), (SELECT MAX(f.amount) FROM fee_schedule "
               "f WHERE f.fee_code = fa.fee_code), 0)) FROM "
               "fee_assessments fa WHERE fa.account_number = "
               "a.account_number AND fa.disposition = 'WAIVED' AND "
               "fa.fee_period IN ('" WS-PERIOD "', '" WS-PERIOD-YEAR
               "')), 0) AS fw, "
               "COALESCE((SELECT SUM(an.billed_amount) FROM "
               "account_analysis an WHERE an.account_number = "
               "a.account_number AND an.analysis_period = '"
               WS-PERIOD "'), 0) AS an, "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "COALESCE((SELECT SUM(s.interest_part) FROM "
               "loan_schedule s JOIN loans l ON l.loan_id = s.loan_id "
               "WHERE l.account_number = a.account_number AND "
               "s.installment_status = 'PAID' AND COALESCE("
               "s.paid_date, s.due_date) BETWEEN DATE '"
               WS-PERIOD-START "' AND DATE '" WS-BUSINESS-DATE
               "'), 0) + COALESCE((SELECT SUM(lp.interest_part) FROM "
               "loan_prepayments lp JOIN loans l ON l.loan_id = "
               "lp.loan_id WHERE l.account_number = a.account_number "
               "AND lp.business_date BETWEEN DATE '" WS-PERIOD-START
               "' AND DATE '" WS-BUSINESS-DATE "'), 0) AS li, "
               "ROUND(COALESCE((SELECT AVG(GREATEST(b.closing_balance, "
               "0)) FROM balance_history b WHERE b.account_number = "
               "a.account_number AND b.business_date BETWEEN DATE '"
               WS-PERIOD-START "' AND DATE '" WS-BUSINESS-DATE
               "'), GREATEST(COALESCE(a.current_balance, 0), 0)) * "
               WS-FTP-RATE-SQL " / 12, 2) AS ftp, "
               "COALESCE((SELECT SUM(COALESCE((SELECT c.unit_cost "
               "FROM activity_costs c WHERE c.transaction_type IN ("
               "t.transaction_type, '*') AND c.channel IN (CASE WHEN "
               "t.atm_terminal_id IS NOT NULL THEN 'ATM' WHEN "
               "t.operator_id IS NOT NULL THEN 'BRANCH' ELSE "
               "'ELECTRONIC' END, '*') ORDER BY c.transaction_type = "
               "'*', c.channel = '*' LIMIT 1), 0)) FROM transactions t "
               "WHERE t.account_number = a.account_number AND "
               "t.timestamp >= DATE '" WS-PERIOD-START "' AND "
               "t.timestamp < DATE '" WS-BUSINESS-DATE "' + 1), 0) "
               "AS cost FROM accounts a) x; "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
      *> Holders share an account's figures equally; a customer on
      *> an account in two roles counts once.
           STRING
               "INSERT INTO customer_profitability (period, "
               "customer_id, accounts_held, interest_paid, "
               "fees_charged, fees_waived, analysis_charges, "
               "loan_interest, ftp_credit, activity_cost, "
               "net_contribution) SELECT '" WS-PERIOD "', "
               "hs.customer_id, COUNT(*), "
               "ROUND(SUM(pa.interest_paid * hs.share), 2), "
               "ROUND(SUM(pa.fees_charged * hs.share), 2), "
               "ROUND(SUM(pa.fees_waived * hs.share), 2), "
               "ROUND(SUM(pa.analysis_charges * hs.share), 2), "
               "ROUND(SUM(pa.loan_interest * hs.share), 2), "
               "ROUND(SUM(pa.ftp_credit * hs.share), 2), "
               "ROUND(SUM(pa.activity_cost * hs.share), 2), "
               "ROUND(SUM(pa.net_contribution * hs.share), 2) "
               "FROM (SELECT d.account_number, d.customer_id, 1.0 / "
               "COUNT(*) OVER (PARTITION BY d.account_number) AS "
               "share FROM (SELECT DISTINCT account_number, "
               "customer_id FROM account_holders WHERE customer_id "
               "IS NOT NULL) d) hs JOIN "
               "customer_profitability_accounts pa ON "
               "pa.account_number = hs.account_number AND pa.period "
               "= '" WS-PERIOD "' GROUP BY hs.customer_id; "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UPDATE customer_profitability cp SET pricing_benefit "
               "= NULLIF(concat_ws('+', CASE WHEN cp.fees_waived > 0 "
               "THEN 'FEE-WAIVER' END, CASE WHEN (SELECT COUNT(*) "
               "FROM rate_tiers t WHERE t.tier_floor <= (SELECT MAX("
               "rb.combined_balance) FROM relationship_balances rb "
               "WHERE rb.customer_id = cp.customer_id AND "
               "rb.business_date = (SELECT MAX(business_date) FROM "
               "relationship_balances))) > (SELECT COUNT(*) FROM "
               "rate_tiers t WHERE t.tier_floor <= (SELECT COALESCE("
               "MAX(a.current_balance), 0) FROM account_holders h "
               "JOIN accounts a ON a.account_number = "
               "h.account_number WHERE h.customer_id = "
               "cp.customer_id)) THEN 'RATE-TIER' END), '') "
               "WHERE cp.period = '" WS-PERIOD "'; "
               "COMMIT; "
               "SELECT COUNT(*) FROM customer_profitability WHERE "
               "period = '" WS-PERIOD "';"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME)
               " -q -v ON_ERROR_STOP=1 -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./customer_profitability_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CUSTOMER-PROFIT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error computing profitability. Return code: "
                   WS-RETURN-CODE
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PROFIT-FEED-FILE
               READ PROFIT-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF WS-END-OF-FILE = 'N'
                   COMPUTE WS-CUSTOMERS =
                       FUNCTION NUMVAL(PROFIT-FEED-RECORD)
               END-IF
               CLOSE PROFIT-FEED-FILE
           END-IF.

       EXTRACT-REPORT-PARA.
      *> Out, in report order: C customers by net contribution (all
      *> figures zero left out), P products, R branches, U the
      *> unprofitable customers with a benefit, worst first.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "SELECT line FROM (SELECT 1 AS sec, "
               "-cp.net_contribution AS ord, cp.customer_id::text AS "
               "k, 'C|' || cp.customer_id || '|' || COALESCE(replace("
               "c.legal_name, '|', '/'), '') || '|' || "
               "cp.accounts_held || '|' || cp.interest_paid || '|' || "
               "cp.fees_charged || '|' || cp.fees_waived || '|' || "
               "cp.analysis_charges || '|' || cp.loan_interest || '|' "
               "|| cp.ftp_credit || '|' || cp.activity_cost || '|' || "
               "cp.net_contribution || '|' || COALESCE("
               "cp.pricing_benefit, '') AS line FROM "
               "customer_profitability cp LEFT JOIN customers c ON "
               "c.customer_id = cp.customer_id WHERE cp.period = '"
               WS-PERIOD "' AND (cp.interest_paid <> 0 OR "
               "cp.fees_charged <> 0 OR cp.fees_waived <> 0 OR "
               "cp.analysis_charges <> 0 OR cp.loan_interest <> 0 OR "
               "cp.ftp_credit <> 0 OR cp.activity_cost <> 0) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT 2, 0, pa.product_code, 'P|' || "
               "pa.product_code || '|' || COALESCE(MAX("
               "p.product_type), '') || '|' || COUNT(*) || '|' || "
               "SUM(pa.interest_paid) || '|' || SUM(pa.fees_charged) "
               "|| '|' || SUM(pa.fees_waived) || '|' || SUM("
               "pa.analysis_charges) || '|' || SUM(pa.loan_interest) "
               "|| '|' || SUM(pa.ftp_credit) || '|' || SUM("
               "pa.activity_cost) || '|' || SUM(pa.net_contribution) "
               "|| '|' FROM customer_profitability_accounts pa LEFT "
               "JOIN products p ON p.product_code = pa.product_code "
               "WHERE pa.period = '" WS-PERIOD "' GROUP BY "
               "pa.product_code "
               "UNION ALL SELECT 3, 0, pa.branch_code, 'R|' || "
               "pa.branch_code || '||' || COUNT(*) || '|' || "
               "SUM(pa.interest_paid) || '|' || SUM(pa.fees_charged) "
               "|| '|' || SUM(pa.fees_waived) || '|' || SUM("
               "pa.analysis_charges) || '|' || SUM(pa.loan_interest) "
               "|| '|' || SUM(pa.ftp_credit) || '|' || SUM("
               "pa.activity_cost) || '|' || SUM(pa.net_contribution) "
               "|| '|' FROM customer_profitability_accounts pa "
               "WHERE pa.period = '" WS-PERIOD "' GROUP BY "
               "pa.branch_code "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT 4, cp.net_contribution, "
               "cp.customer_id::text, 'U|' || cp.customer_id || '|' "
               "|| COALESCE(replace(c.legal_name, '|', '/'), '') || "
               "'|' || cp.accounts_held || '|' || cp.interest_paid || "
               "'|' || cp.fees_charged || '|' || cp.fees_waived || "
               "'|' || cp.analysis_charges || '|' || cp.loan_interest "
               "|| '|' || cp.ftp_credit || '|' || cp.activity_cost || "
               "'|' || cp.net_contribution || '|' || "
               "cp.pricing_benefit FROM customer_profitability cp "
               "LEFT JOIN customers c ON c.customer_id = "
               "cp.customer_id WHERE cp.period = '" WS-PERIOD "' AND "
               "cp.net_contribution < 0 AND cp.pricing_benefit IS "
               "NOT NULL) s ORDER BY sec, ord, k;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./customer_profitability_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CUSTOMER-PROFIT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error extracting the profitability report. "
                   "Return code: " WS-RETURN-CODE
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT PROFIT-REPORT-FILE
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "Customer profitability -- " WS-PERIOD
               " (" WS-PERIOD-START " to " WS-BUSINESS-DATE ")"
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           IF WS-FTP-RATE = 0
               STRING "FTP credit not applied -- "
                   "PROFITABILITY_FTP_RATE is not set."
                   DELIMITED BY SIZE
                   INTO PROFIT-REPORT-RECORD
           ELSE
               STRING "FTP credit on average deposit balances at "
                   WS-FTP-RATE-SQL " a year."
                   DELIMITED BY SIZE
                   INTO PROFIT-REPORT-RECORD
           END-IF
           WRITE PROFIT-REPORT-RECORD

           INITIALIZE WS-CUSTOMER-TOTALS
           MOVE 0 TO WS-RANK WS-UNPROFITABLE
           MOVE SPACES TO WS-LAST-SECTION
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PROFIT-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PROFIT-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-FEED-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE PROFIT-FEED-FILE
           IF WS-LAST-SECTION = "C"
               PERFORM WRITE-CUSTOMER-TOTAL-PARA
           END-IF

           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           MOVE WS-UNPROFITABLE TO WS-FMT-COUNT
           STRING "Unprofitable customers receiving relationship "
               "pricing: " FUNCTION TRIM(WS-FMT-COUNT)
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           CLOSE PROFIT-REPORT-FILE.

       WRITE-FEED-LINE-PARA.
           MOVE SPACES TO WS-FEED-FIELDS
           UNSTRING PROFIT-FEED-RECORD DELIMITED BY "|"
               INTO WS-FEED-TYPE WS-FEED-KEY WS-FEED-LABEL
                   WS-FEED-COUNT
                   WS-FEED-AMT-TEXT(1) WS-FEED-AMT-TEXT(2)
                   WS-FEED-AMT-TEXT(3) WS-FEED-AMT-TEXT(4)
                   WS-FEED-AMT-TEXT(5) WS-FEED-AMT-TEXT(6)
                   WS-FEED-AMT-TEXT(7) WS-FEED-AMT-TEXT(8)
                   WS-FEED-NOTE
           END-UNSTRING
           IF WS-FEED-TYPE NOT = WS-LAST-SECTION
               IF WS-LAST-SECTION = "C"
                   PERFORM WRITE-CUSTOMER-TOTAL-PARA
               END-IF
               PERFORM WRITE-SECTION-HEADING-PARA
               MOVE WS-FEED-TYPE TO WS-LAST-SECTION
               MOVE 0 TO WS-RANK
           END-IF
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 8
               MOVE 0 TO WS-FEED-AMOUNT(WS-AMT-IDX)
               IF WS-FEED-AMT-TEXT(WS-AMT-IDX) NOT = SPACES
                   COMPUTE WS-FEED-AMOUNT(WS-AMT-IDX) =
                       FUNCTION NUMVAL(WS-FEED-AMT-TEXT(WS-AMT-IDX))
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-PRINT-LINE
           ADD 1 TO WS-RANK
           IF WS-FEED-TYPE = "C" OR WS-FEED-TYPE = "U"
               MOVE WS-RANK TO WS-FMT-RANK
               MOVE WS-FMT-RANK TO WS-PL-RANK
           END-IF
           MOVE WS-FEED-KEY TO WS-PL-KEY
           MOVE WS-FEED-LABEL TO WS-PL-LABEL
           MOVE FUNCTION NUMVAL(WS-FEED-COUNT) TO WS-PL-COUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 8
               MOVE WS-FEED-AMOUNT(WS-AMT-IDX)
                   TO WS-PL-AMOUNT(WS-AMT-IDX)
               IF WS-FEED-TYPE = "C"
                   ADD WS-FEED-AMOUNT(WS-AMT-IDX)
                       TO WS-CUSTOMER-TOTAL(WS-AMT-IDX)
               END-IF
           END-PERFORM
           IF WS-FEED-TYPE = "C" OR WS-FEED-TYPE = "U"
               MOVE WS-FEED-NOTE TO WS-PL-NOTE
           END-IF
           IF WS-FEED-TYPE = "U"
               ADD 1 TO WS-UNPROFITABLE
           END-IF
           MOVE WS-PRINT-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       WRITE-SECTION-HEADING-PARA.
           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           EVALUATE WS-FEED-TYPE
               WHEN "C"
                   STRING "Customers ranked by net contribution"
                       DELIMITED BY SIZE
                       INTO PROFIT-REPORT-RECORD
               WHEN "P"
                   STRING "By product"
                       DELIMITED BY SIZE
                       INTO PROFIT-REPORT-RECORD
               WHEN "R"
                   STRING "By branch"
                       DELIMITED BY SIZE
                       INTO PROFIT-REPORT-RECORD
               WHEN "U"
                   STRING "Unprofitable relationships receiving "
                       "relationship-pricing benefits"
                       DELIMITED BY SIZE
                       INTO PROFIT-REPORT-RECORD
           END-EVALUATE
           WRITE PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD
           STRING "  Rank Key        Name / type          Accts"
               " Interest paid  Fees charged   Fees waived"
               "      Analysis Loan interest    FTP credit"
               " Activity cost  Net contrib.  Benefit"
               DELIMITED BY SIZE
               INTO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       WRITE-CUSTOMER-TOTAL-PARA.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE "Total" TO WS-PL-KEY
           MOVE WS-RANK TO WS-FMT-COUNT
           STRING FUNCTION TRIM(WS-FMT-COUNT) " customers"
               DELIMITED BY SIZE
               INTO WS-PL-LABEL
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 8
               MOVE WS-CUSTOMER-TOTAL(WS-AMT-IDX)
                   TO WS-PL-AMOUNT(WS-AMT-IDX)
           END-PERFORM
           MOVE WS-PRINT-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       END PROGRAM CUSTOMER-PROFITABILITY-BATCH.
