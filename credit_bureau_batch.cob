       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Month-end credit bureau reporting for the loan book. Every
      *> term loan is a tradeline we owe the bureaus each month and
      *> we reported nothing. Run on the last business day of the
      *> month, this writes ./credit_bureau_<YYYY-MM>.dat -- a Metro
      *> 2-style fixed 426-byte file:
      *>   HEADER  reporter ID and name (bureau_config), activity
      *>           and creation dates;
      *>   base    one segment per reportable loan -- the primary
      *>           borrower's CIF name, address, date of birth and
      *>           TIN from customers; date opened, original amount,
      *>           term, scheduled payment, current balance, amount
      *>           past due, the account status code, and the 24-month
      *>           payment history profile built from loan_schedule
      *>           (most recent month first, one code per month-end:
      *>           0 current, 1/2/3/4 30/60/90/120+ days late, B
      *>           before the loan opened);
      *>   TRAILER base-segment count, counts per status and the
      *>           balance totals.
      *> Status codes: 11 current, 71/78/80/82/83/84 by days past
      *> due (30/60/90/120/150/180), 13 paid off (reported once, the
      *> month it closes), 97 charged off (reported every month with
      *> the loss as the charge-off amount). Amounts are whole
      *> dollars, as the format requires. The control report
      *> ./credit_bureau_control.txt prints the counts and totals,
      *> and how many segments went out without a TIN or date of
      *> birth, so operations can check before transmission.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-FEED-FILE ASSIGN TO "./credit_bureau_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUREAU-FILE ASSIGN TO WS-BUREAU-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE
           ASSIGN TO "./credit_bureau_control.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_cbr.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-FEED-FILE.
       01  BUREAU-FEED-RECORD       PIC X(500).
       FD  BUREAU-FILE.
       01  BUREAU-RECORD            PIC X(426).
       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD    PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(5000).
       01  WS-SHELL-COMMAND         PIC X(5200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(80).

       01  WS-PERIOD                PIC X(7) VALUE SPACES.
       01  WS-ACTIVITY-DATE         PIC X(8) VALUE SPACES.
       01  WS-CREATED-DATE          PIC X(8) VALUE SPACES.
       01  WS-BUREAU-FILE-NAME      PIC X(50) VALUE SPACES.
       01  WS-REPORTER-ID           PIC X(20) VALUE SPACES.
       01  WS-REPORTER-NAME         PIC X(40) VALUE SPACES.

      *> Header, base segment and trailer -- each padded to the
      *> 426-byte record the record descriptor word announces.
       01  WS-BUREAU-HEADER.
           05  WS-HD-RDW            PIC 9(4) VALUE 426.
           05  FILLER               PIC X(6) VALUE "HEADER".
           05  WS-HD-CYCLE-ID       PIC X(2) VALUE SPACES.
           05  WS-HD-REPORTER-ID    PIC X(20).
           05  WS-HD-REPORTER-NAME  PIC X(40).
           05  WS-HD-ACTIVITY-DATE  PIC X(8).
           05  WS-HD-CREATED-DATE   PIC X(8).
           05  FILLER               PIC X(338) VALUE SPACES.
       01  WS-BASE-SEGMENT.
           05  WS-BS-RDW            PIC 9(4) VALUE 426.
           05  WS-BS-PROC-IND       PIC X(1) VALUE "1".
           05  WS-BS-TIMESTAMP      PIC X(14).
           05  WS-BS-CORRECTION     PIC X(1) VALUE SPACE.
           05  WS-BS-REPORTER-ID    PIC X(20).
           05  WS-BS-CYCLE-ID       PIC X(2) VALUE SPACES.
           05  WS-BS-ACCOUNT-NUMBER PIC X(30).
           05  WS-BS-PORTFOLIO-TYPE PIC X(1) VALUE "I".
           05  WS-BS-ACCOUNT-TYPE   PIC X(2) VALUE "01".
           05  WS-BS-DATE-OPENED    PIC X(8).
           05  WS-BS-CREDIT-LIMIT   PIC 9(9) VALUE 0.
           05  WS-BS-HIGHEST-CREDIT PIC 9(9).
           05  WS-BS-TERMS-DURATION PIC 9(3).
           05  WS-BS-TERMS-FREQ     PIC X(1) VALUE "M".
           05  WS-BS-SCHEDULED-PMT  PIC 9(9).
           05  WS-BS-ACTUAL-PMT     PIC 9(9).
           05  WS-BS-ACCOUNT-STATUS PIC X(2).
           05  WS-BS-PAYMENT-RATING PIC X(1).
           05  WS-BS-PAYMENT-HIST   PIC X(24).
           05  WS-BS-SPECIAL-COMMENT PIC X(2) VALUE SPACES.
           05  WS-BS-COMPLIANCE     PIC X(2) VALUE SPACES.
           05  WS-BS-CURRENT-BAL    PIC 9(9).
           05  WS-BS-PAST-DUE       PIC 9(9).
           05  WS-BS-CHARGE-OFF-AMT PIC 9(9).
           05  WS-BS-DATE-ACCT-INFO PIC X(8).
           05  WS-BS-DATE-1ST-DELQ  PIC X(8).
           05  WS-BS-DATE-CLOSED    PIC X(8).
           05  WS-BS-DATE-LAST-PMT  PIC X(8).
           05  WS-BS-NAME           PIC X(50).
           05  WS-BS-GENERATION     PIC X(1) VALUE SPACE.
           05  WS-BS-TIN            PIC X(9).
           05  WS-BS-DOB            PIC X(8).
           05  WS-BS-TELEPHONE      PIC X(10).
           05  WS-BS-ECOA-CODE      PIC X(1) VALUE "1".
           05  WS-BS-CONSUMER-INFO  PIC X(2) VALUE SPACES.
           05  WS-BS-COUNTRY        PIC X(2) VALUE "US".
           05  WS-BS-ADDRESS-1      PIC X(32).
           05  WS-BS-ADDRESS-2      PIC X(32).
           05  WS-BS-ADDRESS-IND    PIC X(1) VALUE SPACE.
           05  WS-BS-RESIDENCE-CODE PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(64) VALUE SPACES.
       01  WS-BUREAU-TRAILER.
           05  WS-TR-RDW            PIC 9(4) VALUE 426.
           05  FILLER               PIC X(7) VALUE "TRAILER".
           05  WS-TR-BASE-COUNT     PIC 9(9).
           05  WS-TR-STATUS-11      PIC 9(9).
           05  WS-TR-STATUS-13      PIC 9(9).
           05  WS-TR-STATUS-LATE    PIC 9(9).
           05  WS-TR-STATUS-97      PIC 9(9).
           05  WS-TR-NO-TIN         PIC 9(9).
           05  WS-TR-NO-DOB         PIC 9(9).
           05  WS-TR-TOTAL-BALANCE  PIC 9(12).
           05  WS-TR-TOTAL-PAST-DUE PIC 9(12).
           05  WS-TR-TOTAL-ORIGINAL PIC 9(12).
           05  FILLER               PIC X(316) VALUE SPACES.

       01  WS-TEMP-LOAN-ID          PIC X(20).
       01  WS-TEMP-ORIGINAL         PIC X(20).
       01  WS-TEMP-TERM             PIC X(20).
       01  WS-TEMP-PAYMENT          PIC X(20).
       01  WS-TEMP-LAST-PAID        PIC X(20).
       01  WS-TEMP-BALANCE          PIC X(20).
       01  WS-TEMP-PAST-DUE         PIC X(20).
       01  WS-TEMP-CHARGE-OFF       PIC X(20).
       01  WS-TEMP-CSZ              PIC X(60).

       01  WS-BASE-COUNT            PIC 9(9) VALUE 0.
       01  WS-COUNT-11              PIC 9(9) VALUE 0.
       01  WS-COUNT-13              PIC 9(9) VALUE 0.
       01  WS-COUNT-LATE            PIC 9(9) VALUE 0.
       01  WS-COUNT-97              PIC 9(9) VALUE 0.
       01  WS-COUNT-NO-TIN          PIC 9(9) VALUE 0.
       01  WS-COUNT-NO-DOB          PIC 9(9) VALUE 0.
       01  WS-TOTAL-BALANCE         PIC 9(12) VALUE 0.
       01  WS-TOTAL-PAST-DUE        PIC 9(12) VALUE 0.
       01  WS-TOTAL-ORIGINAL        PIC 9(12) VALUE 0.
       01  WS-COUNT-DISP            PIC Z(8)9.
       01  WS-TOTAL-DISP            PIC Z(11)9.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "CREDIT-BUREAU-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CREDIT-BUREAU-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "CREDIT-BUREAU-BATCH already ran for business "
                   "date " WS-BUSINESS-DATE " -- not running again."
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE(1:7) TO WS-PERIOD
           STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
               WS-BUSINESS-DATE(9:2)
               INTO WS-ACTIVITY-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CREATED-DATE
           DISPLAY "Business date: " WS-BUSINESS-DATE
               "  reporting period: " WS-PERIOD

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM LOAD-REPORTER-PARA
           IF WS-REPORTER-ID = SPACES
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-BASE-COUNT WS-RUN-STATUS
               DISPLAY "No reporter ID on bureau_config -- the file "
                   "cannot be identified to the bureaus. Not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM EXTRACT-TRADELINES-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-BASE-COUNT WS-RUN-STATUS
               DISPLAY "CREDIT-BUREAU-BATCH failed extracting the "
                   "loan book."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-BUREAU-FILE-PARA
           PERFORM WRITE-CONTROL-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-BASE-COUNT WS-RUN-STATUS
           DISPLAY "CREDIT-BUREAU-BATCH complete. Base segments: "
               WS-BASE-COUNT " File: "
               FUNCTION TRIM(WS-BUREAU-FILE-NAME)
           GOBACK.

       LOAD-REPORTER-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT reporter_id || '|' || reporter_name "
               "FROM bureau_config LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CBR-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-REPORTER-ID WS-REPORTER-NAME
               END-UNSTRING
           END-IF.

       EXTRACT-TRADELINES-PARA.
      *> One row per reportable loan: everything still open or
      *> charged off, plus a loan that paid off during the period
      *> (its one closing report). The primary borrower is the P
      *> holder on the loan's linked account. History positions run
      *> from last month-end backwards 24 months; a month's code is
      *> the age, at that month-end, of the oldest installment due
      *> by then and not yet paid by then.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH base AS (SELECT l.loan_id, l.loan_status, "
               "l.disbursement_date, l.principal, l.term_months, "
               "l.payment_amount, l.principal_balance, "
               "COALESCE(l.days_past_due, 0) AS dpd, "
               "(SELECT MAX(s.paid_date) FROM loan_schedule s WHERE "
               "s.loan_id = l.loan_id AND s.installment_status = "
               "'PAID') AS last_paid, "
               "(SELECT s.payment_amount FROM loan_schedule s WHERE "
               "s.loan_id = l.loan_id AND s.installment_status = "
               "'PAID' ORDER BY s.paid_date DESC, s.installment_no "
               "DESC LIMIT 1) AS last_amt, "
               "(SELECT MAX(p.business_date) FROM loan_prepayments "
               "p WHERE p.loan_id = l.loan_id) AS last_prepay, "
               "(SELECT COALESCE(SUM(s.payment_amount), 0) FROM "
               "loan_schedule s WHERE s.loan_id = l.loan_id AND "
               "s.installment_status = 'PENDING' AND s.due_date < '"
               WS-BUSINESS-DATE "') AS past_due, "
               "(SELECT MIN(s.due_date) FROM loan_schedule s WHERE "
               "s.loan_id = l.loan_id AND s.installment_status = "
               "'PENDING' AND s.due_date < '" WS-BUSINESS-DATE
               "') AS first_delq, "
               "l.account_number FROM loans l), "
               "rpt AS (SELECT b.*, GREATEST(b.last_paid, "
               "b.last_prepay) AS closed_on FROM base b) "
               "SELECT r.loan_id, "
               "to_char(r.disbursement_date, 'YYYYMMDD'), "
               "r.principal, r.term_months, r.payment_amount, "
               "COALESCE(r.last_amt, 0), "
               "CASE WHEN r.loan_status = 'PAID-OFF' THEN '13' "
               "WHEN r.loan_status = 'CHARGED-OFF' THEN '97' "
               "WHEN r.dpd >= 180 THEN '84' WHEN r.dpd >= 150 THEN "
               "'83' WHEN r.dpd >= 120 THEN '82' WHEN r.dpd >= 90 "
               "THEN '80' WHEN r.dpd >= 60 THEN '78' WHEN r.dpd >= "
               "30 THEN '71' ELSE '11' END, "
               "(SELECT string_agg(CASE WHEN m.me < "
               "r.disbursement_date THEN 'B' WHEN x.d >= 120 THEN "
               "'4' WHEN x.d >= 90 THEN '3' WHEN x.d >= 60 THEN '2' "
               "WHEN x.d >= 30 THEN '1' ELSE '0' END, '' ORDER BY "
               "m.n) FROM (SELECT n, (date_trunc('month', DATE '"
               WS-BUSINESS-DATE "') - (n - 1) * INTERVAL '1 month' "
               "- INTERVAL '1 day')::date AS me FROM "
               "generate_series(1, 24) n) m, LATERAL (SELECT m.me - "
               "MIN(s.due_date) AS d FROM loan_schedule s WHERE "
               "s.loan_id = r.loan_id AND s.due_date <= m.me AND "
               "s.installment_status <> 'CANCELLED' AND (s.paid_date "
               "IS NULL OR s.paid_date > m.me)) x), "
               "CASE WHEN r.loan_status = 'PAID-OFF' THEN 0 ELSE "
               "r.principal_balance END, "
               "CASE WHEN r.loan_status = 'PAID-OFF' THEN 0 ELSE "
               "r.past_due END, "
               "CASE WHEN r.loan_status = 'CHARGED-OFF' THEN "
               "r.principal_balance ELSE 0 END, "
               "CASE WHEN r.dpd >= 30 AND r.loan_status <> "
               "'PAID-OFF' THEN COALESCE(to_char(r.first_delq, "
               "'YYYYMMDD'), '00000000') ELSE '00000000' END, "
               "CASE WHEN r.loan_status = 'PAID-OFF' THEN "
               "COALESCE(to_char(r.closed_on, 'YYYYMMDD'), "
               "'00000000') ELSE '00000000' END, "
               "COALESCE(to_char(r.closed_on, 'YYYYMMDD'), "
               "'00000000'), "
               "COALESCE(c.legal_name, ''), "
               "COALESCE(regexp_replace(c.tax_id, '[^0-9]', '', "
               "'g'), ''), "
               "COALESCE(to_char(c.date_of_birth, 'YYYYMMDD'), ''), "
               "COALESCE(regexp_replace(c.phone, '[^0-9]', '', 'g'),"
               " ''), "
               "COALESCE(c.street_address, ''), "
               "COALESCE(c.city_state_zip, '') "
               "FROM rpt r "
               "LEFT JOIN (SELECT DISTINCT ON (account_number) "
               "account_number, customer_id FROM account_holders "
               "WHERE holder_role = 'P' ORDER BY account_number, "
               "customer_id NULLS LAST, holder_id) h "
               "ON h.account_number = r.account_number "
               "LEFT JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE r.loan_status IN ('ACTIVE', 'CHARGED-OFF') "
               "OR (r.loan_status = 'PAID-OFF' AND "
               "to_char(r.closed_on, 'YYYY-MM') = '" WS-PERIOD "') "
               "ORDER BY r.loan_id;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./credit_bureau_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "CREDIT-BUREAU-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-BUREAU-FILE-PARA.
           MOVE SPACES TO WS-BUREAU-FILE-NAME
           STRING "./credit_bureau_" WS-PERIOD ".dat"
               INTO WS-BUREAU-FILE-NAME
           OPEN OUTPUT BUREAU-FILE

           MOVE WS-REPORTER-ID TO WS-HD-REPORTER-ID
           MOVE WS-REPORTER-NAME TO WS-HD-REPORTER-NAME
           MOVE WS-ACTIVITY-DATE TO WS-HD-ACTIVITY-DATE
           MOVE WS-CREATED-DATE TO WS-HD-CREATED-DATE
           WRITE BUREAU-RECORD FROM WS-BUREAU-HEADER

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BUREAU-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ BUREAU-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-BASE-SEGMENT-PARA
               END-READ
           END-PERFORM
           CLOSE BUREAU-FEED-FILE

           MOVE WS-BASE-COUNT TO WS-TR-BASE-COUNT
           MOVE WS-COUNT-11 TO WS-TR-STATUS-11
           MOVE WS-COUNT-13 TO WS-TR-STATUS-13
           MOVE WS-COUNT-LATE TO WS-TR-STATUS-LATE
           MOVE WS-COUNT-97 TO WS-TR-STATUS-97
           MOVE WS-COUNT-NO-TIN TO WS-TR-NO-TIN
           MOVE WS-COUNT-NO-DOB TO WS-TR-NO-DOB
           MOVE WS-TOTAL-BALANCE TO WS-TR-TOTAL-BALANCE
           MOVE WS-TOTAL-PAST-DUE TO WS-TR-TOTAL-PAST-DUE
           MOVE WS-TOTAL-ORIGINAL TO WS-TR-TOTAL-ORIGINAL
           WRITE BUREAU-RECORD FROM WS-BUREAU-TRAILER
           CLOSE BUREAU-FILE.

       WRITE-BASE-SEGMENT-PARA.
           MOVE SPACES TO WS-TEMP-LOAN-ID WS-TEMP-ORIGINAL
               WS-TEMP-TERM WS-TEMP-PAYMENT WS-TEMP-LAST-PAID
               WS-TEMP-BALANCE WS-TEMP-PAST-DUE WS-TEMP-CHARGE-OFF
               WS-TEMP-CSZ
           MOVE SPACES TO WS-BS-DATE-OPENED WS-BS-ACCOUNT-STATUS
               WS-BS-PAYMENT-HIST WS-BS-DATE-1ST-DELQ
               WS-BS-DATE-CLOSED WS-BS-DATE-LAST-PMT WS-BS-NAME
               WS-BS-TIN WS-BS-DOB WS-BS-TELEPHONE WS-BS-ADDRESS-1
               WS-BS-ADDRESS-2
           UNSTRING BUREAU-FEED-RECORD DELIMITED BY "|"
               INTO WS-TEMP-LOAN-ID WS-BS-DATE-OPENED
                    WS-TEMP-ORIGINAL WS-TEMP-TERM WS-TEMP-PAYMENT
                    WS-TEMP-LAST-PAID WS-BS-ACCOUNT-STATUS
                    WS-BS-PAYMENT-HIST WS-TEMP-BALANCE
                    WS-TEMP-PAST-DUE WS-TEMP-CHARGE-OFF
                    WS-BS-DATE-1ST-DELQ WS-BS-DATE-CLOSED
                    WS-BS-DATE-LAST-PMT WS-BS-NAME WS-BS-TIN
                    WS-BS-DOB WS-BS-TELEPHONE WS-BS-ADDRESS-1
                    WS-TEMP-CSZ
           END-UNSTRING

           MOVE SPACES TO WS-BS-TIMESTAMP
           STRING WS-ACTIVITY-DATE "000000" INTO WS-BS-TIMESTAMP
           MOVE WS-REPORTER-ID TO WS-BS-REPORTER-ID
           MOVE SPACES TO WS-BS-ACCOUNT-NUMBER
           STRING "LN" FUNCTION TRIM(WS-TEMP-LOAN-ID)
               INTO WS-BS-ACCOUNT-NUMBER
           MOVE WS-TEMP-CSZ TO WS-BS-ADDRESS-2
           MOVE WS-ACTIVITY-DATE TO WS-BS-DATE-ACCT-INFO

      *> Whole dollars -- cents are dropped, not rounded.
           COMPUTE WS-BS-HIGHEST-CREDIT =
               FUNCTION NUMVAL(WS-TEMP-ORIGINAL)
           COMPUTE WS-BS-TERMS-DURATION =
               FUNCTION NUMVAL(WS-TEMP-TERM)
           COMPUTE WS-BS-SCHEDULED-PMT =
               FUNCTION NUMVAL(WS-TEMP-PAYMENT)
           COMPUTE WS-BS-ACTUAL-PMT =
               FUNCTION NUMVAL(WS-TEMP-LAST-PAID)
           COMPUTE WS-BS-CURRENT-BAL =
               FUNCTION NUMVAL(WS-TEMP-BALANCE)
           COMPUTE WS-BS-PAST-DUE =
               FUNCTION NUMVAL(WS-TEMP-PAST-DUE)
           COMPUTE WS-BS-CHARGE-OFF-AMT =
               FUNCTION NUMVAL(WS-TEMP-CHARGE-OFF)

      *> The payment rating only accompanies the closing statuses.
           MOVE SPACE TO WS-BS-PAYMENT-RATING
           IF WS-BS-ACCOUNT-STATUS = "13"
               MOVE "0" TO WS-BS-PAYMENT-RATING
           END-IF
           IF WS-BS-ACCOUNT-STATUS = "97"
               MOVE "L" TO WS-BS-PAYMENT-RATING
           END-IF

           ADD 1 TO WS-BASE-COUNT
           EVALUATE WS-BS-ACCOUNT-STATUS
               WHEN "11"
                   ADD 1 TO WS-COUNT-11
               WHEN "13"
                   ADD 1 TO WS-COUNT-13
               WHEN "97"
                   ADD 1 TO WS-COUNT-97
               WHEN OTHER
                   ADD 1 TO WS-COUNT-LATE
           END-EVALUATE
           IF WS-BS-TIN = SPACES
               ADD 1 TO WS-COUNT-NO-TIN
           END-IF
           IF WS-BS-DOB = SPACES
               ADD 1 TO WS-COUNT-NO-DOB
           END-IF
           ADD WS-BS-CURRENT-BAL TO WS-TOTAL-BALANCE
           ADD WS-BS-PAST-DUE TO WS-TOTAL-PAST-DUE
           ADD WS-BS-HIGHEST-CREDIT TO WS-TOTAL-ORIGINAL

           WRITE BUREAU-RECORD FROM WS-BASE-SEGMENT.

       WRITE-CONTROL-REPORT-PARA.
           OPEN OUTPUT CONTROL-REPORT-FILE
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Credit bureau file control -- period " WS-PERIOD
               "  reporter " FUNCTION TRIM(WS-REPORTER-ID)
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "File: " FUNCTION TRIM(WS-BUREAU-FILE-NAME)
               "  activity date " WS-ACTIVITY-DATE
               "  created " WS-CREATED-DATE
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-BASE-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Base segments written        " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-COUNT-11 TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "  status 11 current          " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-COUNT-LATE TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "  status 71-84 past due      " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-COUNT-13 TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "  status 13 paid off         " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-COUNT-97 TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "  status 97 charged off      " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-TOTAL-ORIGINAL TO WS-TOTAL-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Total original amount     " WS-TOTAL-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-TOTAL-BALANCE TO WS-TOTAL-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Total current balance     " WS-TOTAL-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-TOTAL-PAST-DUE TO WS-TOTAL-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Total amount past due     " WS-TOTAL-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE WS-COUNT-NO-TIN TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Segments with no TIN         " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE WS-COUNT-NO-DOB TO WS-COUNT-DISP
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING "Segments with no birth date  " WS-COUNT-DISP
               INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           IF WS-COUNT-NO-TIN > 0 OR WS-COUNT-NO-DOB > 0
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING "*** Correct the customer master before "
                   "transmitting -- the bureaus reject segments "
                   "without identifiers. ***"
                   INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
           END-IF
           CLOSE CONTROL-REPORT-FILE.

       RUN-CBR-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_cbr.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM CREDIT-BUREAU-BATCH.
