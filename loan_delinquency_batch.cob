       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DELINQUENCY-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Nightly loan delinquency aging. An installment that failed
      *> NSF in LOAN-COLLECTION-BATCH used to sit PENDING forever with
      *> only its retry_count moving -- no days-past-due, no late
      *> charge, no 30/60/90 view of the loan book. Nightly, after
      *> the collection run:
      *>   - every ACTIVE loan's days_past_due is the age of its
      *>     oldest unpaid installment due before the business date,
      *>     and its delinquency_bucket (CURRENT, 1-29, 30-59, 60-89,
      *>     90+) follows from that -- the collections_config stage
      *>     days COLLECTIONS-AGING-BATCH uses set the 30/60/90 edges;
      *>   - every PENDING installment past its product's grace period
      *>     (products.late_grace_days) is assessed the product's late
      *>     charge once -- the fee plan's LATE fee_schedule row, or
      *>     the product's late_fee_pct of the installment when that
      *>     is larger -- into loan_late_charges, where
      *>     LOAN-COLLECTION-BATCH collects it with the installment
      *>     and LOAN-SERVICING's payoff includes it;
      *>   - a loan crossing a stage files a collections case into the
      *>     fraud_cases queue (channel LOAN, reason LOAN-DPD-30/60/
      *>     90) with its DEMAND letter, exactly as the overdrawn
      *>     deposit book does;
      *>   - the delinquent book prints by bucket with each loan's
      *>     oldest unpaid due date and amount past due to
      *>     ./loan_delinquency_report.txt for the collections
      *>     officers.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELINQ-FEED-FILE ASSIGN TO "./loan_delinq_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELINQ-REPORT-FILE
           ASSIGN TO "./loan_delinquency_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_ldq.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELINQ-FEED-FILE.
       01  DELINQ-FEED-RECORD       PIC X(132).
       FD  DELINQ-REPORT-FILE.
       01  DELINQ-REPORT-RECORD     PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2400).
       01  WS-SHELL-COMMAND         PIC X(2600).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).

       01  WS-LOANS-AGED            PIC 9(9) VALUE 0.
       01  WS-CHARGES-ASSESSED      PIC 9(9) VALUE 0.
       01  WS-CASES-FILED           PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "LOAN-DELINQUENCY-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN-DELINQUENCY-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "LOAN-DELINQUENCY-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM AGE-LOANS-PARA
           IF WS-RETURN-CODE = 0
               PERFORM ASSESS-LATE-CHARGES-PARA
           END-IF
           IF WS-RETURN-CODE = 0
               PERFORM FILE-CASES-PARA
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-LOANS-AGED WS-RUN-STATUS
               DISPLAY "LOAN-DELINQUENCY-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-DELINQUENCY-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-LOANS-AGED WS-RUN-STATUS
           DISPLAY "LOAN-DELINQUENCY-BATCH complete. Loans aged: "
               WS-LOANS-AGED " Late charges: " WS-CHARGES-ASSESSED
               " Cases filed: " WS-CASES-FILED
           GOBACK.

       AGE-LOANS-PARA.
      *> Days past due is measured from the oldest installment still
      *> PENDING with a due date before tonight -- a loan whose
      *> arrears are all caught up drops straight back to CURRENT.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH cfg AS (SELECT "
               "COALESCE((SELECT stage1_days FROM collections_config "
               "LIMIT 1), 30) AS d30, "
               "COALESCE((SELECT stage2_days FROM collections_config "
               "LIMIT 1), 60) AS d60, "
               "COALESCE((SELECT stage3_days FROM collections_config "
               "LIMIT 1), 90) AS d90), "
               "dpd AS (SELECT l.loan_id, COALESCE(DATE '"
               WS-BUSINESS-DATE "' - (SELECT MIN(s.due_date) FROM "
               "loan_schedule s WHERE s.loan_id = l.loan_id AND "
               "s.installment_status = 'PENDING' AND s.due_date < '"
               WS-BUSINESS-DATE "'), 0) AS days "
               "FROM loans l WHERE l.loan_status = 'ACTIVE'), "
               "upd AS (UPDATE loans l SET days_past_due = d.days, "
               "delinquency_bucket = CASE "
               "WHEN d.days >= c.d90 THEN '90+' "
               "WHEN d.days >= c.d60 THEN '60-89' "
               "WHEN d.days >= c.d30 THEN '30-59' "
               "WHEN d.days > 0 THEN '1-29' ELSE 'CURRENT' END "
               "FROM dpd d, cfg c WHERE l.loan_id = d.loan_id "
               "RETURNING l.loan_id) "
               "SELECT COUNT(*) FROM upd;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LDQ-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-LOANS-AGED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       ASSESS-LATE-CHARGES-PARA.
      *> One late charge per missed installment: the NOT EXISTS on
      *> the installment's own schedule_id is the guard, so a loan
      *> that stays delinquent for months is charged per installment
      *> missed, never per night. A product without a LATE row on
      *> its fee plan and no late_fee_pct charges nothing.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH due AS (SELECT s.loan_id, s.schedule_id, "
               "GREATEST(COALESCE(f.amount, 0), ROUND("
               "s.payment_amount * COALESCE(p.late_fee_pct, 0), 2)) "
               "AS charge FROM loan_schedule s "
               "JOIN loans l ON l.loan_id = s.loan_id "
               "JOIN products p ON p.product_code = "
               "COALESCE(l.product_code, 'LOAN') "
               "LEFT JOIN fee_schedule f ON f.fee_plan = p.fee_plan "
               "AND f.fee_code = 'LATE' "
               "WHERE s.installment_status = 'PENDING' "
               "AND l.loan_status = 'ACTIVE' "
               "AND s.due_date + COALESCE(p.late_grace_days, 15) < '"
               WS-BUSINESS-DATE "' "
               "AND NOT EXISTS (SELECT 1 FROM loan_late_charges c "
               "WHERE c.schedule_id = s.schedule_id)), "
               "ins AS (INSERT INTO loan_late_charges (loan_id, "
               "schedule_id, amount, assessed_date, charge_status) "
               "SELECT loan_id, schedule_id, charge, '"
               WS-BUSINESS-DATE "', 'OPEN' FROM due WHERE charge > 0 "
               "RETURNING late_charge_id) "
               "SELECT COUNT(*) FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LDQ-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-CHARGES-ASSESSED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       FILE-CASES-PARA.
      *> Same queue and letter as the overdrawn deposit book: one open
      *> case per account and stage, and every case filed queues its
      *> DEMAND letter to the primary holder and logs it -- case,
      *> letter and log together or not at all.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH staged AS (SELECT l.loan_id, l.account_number, "
               "CASE l.delinquency_bucket "
               "WHEN '90+' THEN 'LOAN-DPD-90' "
               "WHEN '60-89' THEN 'LOAN-DPD-60' "
               "ELSE 'LOAN-DPD-30' END AS reason, "
               "(SELECT SUM(s.payment_amount) FROM loan_schedule s "
               "WHERE s.loan_id = l.loan_id AND s.installment_status "
               "= 'PENDING' AND s.due_date < '" WS-BUSINESS-DATE
               "') AS past_due FROM loans l "
               "WHERE l.loan_status = 'ACTIVE' "
               "AND l.delinquency_bucket IN ('30-59', '60-89', "
               "'90+')), "
               "ins AS (INSERT INTO fraud_cases (account_number, "
               "channel, decline_reason, tsx_type, amount, "
               "created_at, case_status, case_type) "
               "SELECT s.account_number, 'LOAN', s.reason, 'W', "
               "s.past_due, NOW(), 'OPEN', 'COLLECTIONS' "
               "FROM staged s WHERE NOT EXISTS (SELECT 1 FROM "
               "fraud_cases f WHERE f.account_number = "
               "s.account_number AND f.decline_reason = s.reason "
               "AND f.case_status = 'OPEN') "
               "RETURNING case_id, account_number, decline_reason, "
               "amount), "
               "letters AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT c.customer_id, 'DEMAND', c.legal_name, "
               "c.street_address, c.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', c.legal_name), '{account}', "
               "i.account_number), '{amount}', i.amount::text), "
               "'{date}', '" WS-BUSINESS-DATE "'), NOW(), 'QUEUED' "
               "FROM ins i "
               "JOIN account_holders h ON h.account_number = "
               "i.account_number AND h.holder_role = 'P' "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "JOIN notice_templates t ON t.notice_type = 'DEMAND'), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'LOAN-COLLECTIONS', case_id, 'DEMAND', NOW() "
               "FROM ins) "
               "SELECT COUNT(*) FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LDQ-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-CASES-FILED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       WRITE-DELINQUENCY-REPORT-PARA.
           OPEN OUTPUT DELINQ-REPORT-FILE
           MOVE SPACES TO DELINQ-REPORT-RECORD
           STRING "Loan delinquency by bucket -- " WS-BUSINESS-DATE
               INTO DELINQ-REPORT-RECORD
           WRITE DELINQ-REPORT-RECORD
           MOVE SPACES TO DELINQ-REPORT-RECORD
           WRITE DELINQ-REPORT-RECORD
           MOVE SPACES TO DELINQ-REPORT-RECORD
           STRING "Bucket      Loan  Account     Borrower"
               "                       DPD  Oldest due     "
               "Past due    Late chg"
               INTO DELINQ-REPORT-RECORD
           WRITE DELINQ-REPORT-RECORD

      *> Detail: every delinquent loan, worst first.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT rpad(l.delinquency_bucket, 7) || "
               "lpad(l.loan_id::text, 9) || '  ' || l.account_number "
               "|| '  ' || rpad(COALESCE(c.legal_name, ' '), 30) || "
               "lpad(l.days_past_due::text, 5) || '  ' || "
               "pd.oldest_due || lpad(pd.past_due::text, 14) || "
               "lpad(COALESCE(lc.late, 0)::text, 12) "
               "FROM loans l "
               "JOIN (SELECT loan_id, MIN(due_date) AS oldest_due, "
               "SUM(payment_amount) AS past_due FROM loan_schedule "
               "WHERE installment_status = 'PENDING' AND due_date < '"
               WS-BUSINESS-DATE "' GROUP BY loan_id) pd "
               "ON pd.loan_id = l.loan_id "
               "LEFT JOIN account_holders h ON h.account_number = "
               "l.account_number AND h.holder_role = 'P' "
               "LEFT JOIN customers c ON c.customer_id = h.customer_id "
               "LEFT JOIN (SELECT loan_id, SUM(amount) AS late FROM "
               "loan_late_charges WHERE charge_status = 'OPEN' "
               "GROUP BY loan_id) lc ON lc.loan_id = l.loan_id "
               "WHERE l.loan_status = 'ACTIVE' "
               "ORDER BY l.days_past_due DESC, l.loan_id;"
               INTO WS-SQL-COMMAND
           PERFORM EXTRACT-REPORT-FEED-PARA
           PERFORM COPY-FEED-TO-REPORT-PARA

           MOVE SPACES TO DELINQ-REPORT-RECORD
           WRITE DELINQ-REPORT-RECORD
           MOVE SPACES TO DELINQ-REPORT-RECORD
           STRING "Bucket totals" INTO DELINQ-REPORT-RECORD
           WRITE DELINQ-REPORT-RECORD

      *> Summary: the 30/60/90 view of the whole loan book, current
      *> loans included so the buckets add up to the book.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT rpad(COALESCE(l.delinquency_bucket, 'CURRENT')"
               ", 8) || '  loans ' || lpad(COUNT(*)::text, 6) || "
               "'  principal ' || lpad(SUM(l.principal_balance)::text"
               ", 16) || '  past due ' || lpad(COALESCE(SUM("
               "pd.past_due), 0)::text, 14) FROM loans l "
               "LEFT JOIN (SELECT loan_id, SUM(payment_amount) AS "
               "past_due FROM loan_schedule WHERE installment_status "
               "= 'PENDING' AND due_date < '" WS-BUSINESS-DATE
               "' GROUP BY loan_id) pd ON pd.loan_id = l.loan_id "
               "WHERE l.loan_status = 'ACTIVE' "
               "GROUP BY l.delinquency_bucket ORDER BY CASE "
               "l.delinquency_bucket WHEN '90+' THEN 1 "
               "WHEN '60-89' THEN 2 WHEN '30-59' THEN 3 "
               "WHEN '1-29' THEN 4 ELSE 5 END;"
               INTO WS-SQL-COMMAND
           PERFORM EXTRACT-REPORT-FEED-PARA
           PERFORM COPY-FEED-TO-REPORT-PARA

           CLOSE DELINQ-REPORT-FILE.

       EXTRACT-REPORT-FEED-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./loan_delinq_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       COPY-FEED-TO-REPORT-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DELINQ-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ DELINQ-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO DELINQ-REPORT-RECORD
                       STRING "  "
                           FUNCTION TRIM(DELINQ-FEED-RECORD)
                           INTO DELINQ-REPORT-RECORD
                       WRITE DELINQ-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE DELINQ-FEED-FILE.

       RUN-LDQ-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_ldq.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "LOAN-DELINQUENCY" SPACES
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

       END PROGRAM LOAN-DELINQUENCY-BATCH.
