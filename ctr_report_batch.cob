      *> what the transactions table joined to account_holders and the
      *> customers master can compute. Interest postings are excluded
      *> by the usual history date-and-amount match; transfers are
      *> book entries, not cash, and so are the garnishment and levy
      *> holds and releases LEVY-REGISTER posts (LEVY- keys), which
      *> only move funds to and from levy suspense. Subjects already
      *> filed for this business date sit in ctr_filed and are
      *> skipped, so a re-run never duplicates a filing.
      *>
      *> The subject key is 'C' plus the customer number where the
      *> holder is linked to the customer master, falling back to 'H'
      *> plus the holder name for the legacy holders that predate
      *> customer numbers -- a filing obligation does not stop at the
      *> accounts with a linked customer row.
      *>
      *> Every filing carries a conductor section: the person who
      *> physically conducted each cash transaction, as the teller
      *> captured it at the window into ctr_conductors
      *> (CTR-CONDUCTOR-SUB, once the day crossed the conductor
      *> pre-threshold). A filing with no conductor on record for any
      *> of the day's cash is flagged CONDUCTOR REQUIRED -- NOT
      *> CAPTURED, counted in the run summary and remembered on the
      *> ctr_filed row, so compliance chases it before the report is
      *> submitted.
      *>
      *> A non-customer cashing one of our customers' checks at the
      *> window (CHECK-CASHING) is the one who walked away with the
      *> currency, not the check writer: those W rows stay out of the
      *> writer's cash-out, and each presenter is a subject of their
      *> own -- 'P' plus the presenter number off
      *> check_cashing_presenters -- with the cash actually paid out
      *> (face less the cashing fee) as cash out, and the cashings
      *> themselves listed as the conductor section.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_ctr.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONDUCTOR-FEED-FILE ASSIGN TO "./ctr_conductor.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  CTR-REPORT-RECORD         PIC X(150).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(40).
       FD  CONDUCTOR-FEED-FILE.
       01  CONDUCTOR-FEED-RECORD     PIC X(300).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(2600).
       01  WS-SHELL-COMMAND          PIC X(2800).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-TOTAL-WITHDRAWALS      PIC X(20).

       01  WS-FILINGS-MADE           PIC 9(9) VALUE 0.
       01  WS-CONDUCTORS-LISTED      PIC 9(9) VALUE 0.
       01  WS-CONDUCTOR-MISSING      PIC 9(9) VALUE 0.
       01  WS-CONDUCTOR-CAPTURED     PIC X(1) VALUE 'N'.
       01  WS-CONDUCTOR-EOF          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
               "  threshold " FUNCTION TRIM(WS-THRESHOLD-DISP)
               INTO CTR-REPORT-RECORD
           WRITE CTR-REPORT-RECORD
           MOVE SPACES TO CTR-REPORT-RECORD
           STRING "Customer    Name                                "
               "      Cash in           Cash out"
               INTO CTR-REPORT-RECORD
           WRITE CTR-REPORT-RECORD

           PERFORM PROCESS-CTR-PARA
               WS-FILINGS-MADE WS-RUN-STATUS
           DISPLAY "CTR-REPORT-BATCH complete. Filings: "
               WS-FILINGS-MADE
           DISPLAY "  Conductors listed: " WS-CONDUCTORS-LISTED
               "  Filings missing a conductor: " WS-CONDUCTOR-MISSING
           GOBACK.

       LOAD-THRESHOLD-PARA.
               "FROM account_holders WHERE holder_role = 'P' "
               "ORDER BY account_number, holder_id) ah "
               "ON ah.account_number = t.account_number "
               "LEFT JOIN customers c ON c.customer_id = "
               "ah.customer_id "
               "WHERE t.transaction_type IN ('D', 'W') "
               "AND t.timestamp >= '" WS-BUSINESS-DATE "' "
               "AND t.timestamp < DATE '" WS-BUSINESS-DATE
               "WHERE h.account_number = t.account_number "
               "AND h.effective_date = t.timestamp::date "
               "AND h.amount = t.amount) "
               "AND COALESCE(t.idempotency_key, '') NOT LIKE 'LEVY%' "
               "AND NOT EXISTS (SELECT 1 FROM check_cashings k "
               "WHERE k.transaction_id = t.transaction_id) "
               "GROUP BY ah.subject_key "
               "HAVING (SUM(CASE WHEN t.transaction_type = 'D' THEN "
               "t.amount ELSE 0 END) > "
               "AND NOT EXISTS (SELECT 1 FROM ctr_filed f WHERE "
               "f.subject_key = ah.subject_key "
               "AND f.business_date = '" WS-BUSINESS-DATE "') "
               "UNION ALL "
               "SELECT 'P' || p.presenter_id::text, "
               "MAX(p.presenter_name) || ' [NON-CUSTOMER]', 0, "
               "SUM(k.cash_paid) FROM check_cashings k "
               "JOIN check_cashing_presenters p ON p.presenter_id = "
               "k.presenter_id "
               "WHERE k.cashed_at >= '" WS-BUSINESS-DATE "' "
               "AND k.cashed_at < DATE '" WS-BUSINESS-DATE
               "' + INTERVAL '1 day' "
               "GROUP BY p.presenter_id "
               "HAVING SUM(k.cash_paid) > "
               FUNCTION TRIM(WS-THRESHOLD-DISP)
               " AND NOT EXISTS (SELECT 1 FROM ctr_filed f WHERE "
               "f.subject_key = 'P' || p.presenter_id::text "
               "AND f.business_date = '" WS-BUSINESS-DATE "') "
               "ORDER BY 1;"
               INTO WS-SQL-COMMAND.

               WS-TOTAL-DEPOSITS "  " WS-TOTAL-WITHDRAWALS
               INTO CTR-REPORT-RECORD
           WRITE CTR-REPORT-RECORD
           PERFORM LIST-CONDUCTORS-PARA

           *> Remember the filing, so tonight's rerun -- or tomorrow's
           *> operator curiosity -- can never file the same subject
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "INSERT INTO ctr_filed (subject_key, business_date, "
               "total_deposits, total_withdrawals, filed_at, "
               "conductor_captured) "
               "VALUES ('" FUNCTION TRIM(WS-SUBJECT-KEY) "', '"
               WS-BUSINESS-DATE "', "
               FUNCTION TRIM(WS-TOTAL-DEPOSITS) ", "
               FUNCTION TRIM(WS-TOTAL-WITHDRAWALS) ", NOW(), '"
               WS-CONDUCTOR-CAPTURED "');"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CTR-SQL-PARA
           ADD 1 TO WS-FILINGS-MADE.

       LIST-CONDUCTORS-PARA.
           *> Conductor rows for the subject's cash that business
           *> date, one report line each, keyed the same way the
           *> extract keys the subject. A presenter conducted every
           *> one of their own cashings; those list off check_cashings
           *> with the ID taken at the window.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           IF WS-SUBJECT-KEY(1:1) = "P"
               STRING
                   "SELECT '    Presenter  tsx ' || k.transaction_id "
                   "|| ' W  ' || p.presenter_name || '  ID ' || "
                   "p.id_type || ' ' || p.id_number || '  ' || "
                   "COALESCE(p.presenter_address, '') || '  check ' "
                   "|| k.account_number || '/' || k.check_number || "
                   "'  paid ' || k.cash_paid "
                   "FROM check_cashings k "
                   "JOIN check_cashing_presenters p ON "
                   "p.presenter_id = k.presenter_id "
                   "WHERE 'P' || p.presenter_id::text = '"
                   FUNCTION TRIM(WS-SUBJECT-KEY) "' "
                   "AND k.cashed_at >= '" WS-BUSINESS-DATE "' "
                   "AND k.cashed_at < DATE '" WS-BUSINESS-DATE
                   "' + INTERVAL '1 day' "
                   "ORDER BY k.transaction_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   "SELECT '    Conductor  tsx ' || t.transaction_id "
                   "|| ' ' || t.transaction_type || '  ' || "
                   "cc.conductor_name || '  ID ' || cc.id_type || "
                   "' ' || cc.id_number || '  DOB ' || "
                   "COALESCE(cc.date_of_birth::text, 'n/a') || '  ' || "
                   "COALESCE(cc.conductor_address, '') "
                   "FROM ctr_conductors cc "
                   "JOIN transactions t ON t.transaction_id = "
                   "cc.transaction_id "
                   "JOIN (SELECT DISTINCT ON (account_number) "
                   "account_number, "
                   "COALESCE('C' || customer_id::text, "
                   "'H' || holder_name) AS subject_key "
                   "FROM account_holders WHERE holder_role = 'P' "
                   "ORDER BY account_number, holder_id) ah "
                   "ON ah.account_number = t.account_number "
                   "WHERE ah.subject_key = '"
                   FUNCTION TRIM(WS-SUBJECT-KEY) "' "
                   "AND t.transaction_type IN ('D', 'W') "
                   "AND t.timestamp >= '" WS-BUSINESS-DATE "' "
                   "AND t.timestamp < DATE '" WS-BUSINESS-DATE
                   "' + INTERVAL '1 day' "
                   "AND COALESCE(t.idempotency_key, '') "
                   "NOT LIKE 'LEVY%' "
                   "ORDER BY t.transaction_id;"
                   INTO WS-SQL-COMMAND
           END-IF

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./ctr_conductor.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           MOVE 'N' TO WS-CONDUCTOR-CAPTURED
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-CONDUCTOR-EOF
               OPEN INPUT CONDUCTOR-FEED-FILE
               PERFORM UNTIL WS-CONDUCTOR-EOF = 'Y'
                   READ CONDUCTOR-FEED-FILE
                       AT END MOVE 'Y' TO WS-CONDUCTOR-EOF
                       NOT AT END
                           MOVE CONDUCTOR-FEED-RECORD
                               TO CTR-REPORT-RECORD
                           WRITE CTR-REPORT-RECORD
                           MOVE 'Y' TO WS-CONDUCTOR-CAPTURED
                           ADD 1 TO WS-CONDUCTORS-LISTED
                   END-READ
               END-PERFORM
               CLOSE CONDUCTOR-FEED-FILE
           END-IF

           IF WS-CONDUCTOR-CAPTURED NOT = 'Y'
               MOVE SPACES TO CTR-REPORT-RECORD
               STRING "    *** CONDUCTOR REQUIRED -- NOT CAPTURED "
                   "-- obtain before filing ***"
                   INTO CTR-REPORT-RECORD
               WRITE CTR-REPORT-RECORD
               ADD 1 TO WS-CONDUCTOR-MISSING
           END-IF.

       RUN-CTR-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
