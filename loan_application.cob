       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-APPLICATION.
       AUTHOR. DARREN-MACKENZIE.

      *> Loan application and underwriting, ahead of LOAN-SERVICING's
      *> booking. A loan used to be booked the moment someone keyed
      *> the terms -- nothing recorded the application, who approved
      *> it, or why. Every loan now starts as a loan_applications row:
      *>   N = New application: applicant CIF number, requested
      *>       amount, term, quoted rate, product, purpose, stated
      *>       monthly income and existing monthly obligations.
      *>       Debt-to-income is computed on the spot -- the stated
      *>       obligations, plus the installments on the applicant's
      *>       existing ACTIVE loans, plus the proposed installment,
      *>       over stated income -- and filed with the application.
      *>   D = Decide: approve or decline with a reason code. Each
      *>       officer carries an approval authority on the operators
      *>       table (loan_approval_limit, like the per-signer
      *>       ceilings on accounts -- no limit on file means no
      *>       lending authority). An approval within the officer's
      *>       limit is final; above it the application waits
      *>       PENDING-2ND for a second officer whose own limit covers
      *>       the amount. Nobody decides an application they took,
      *>       and the second approver is never the first. A decline
      *>       queues the ADVERSE letter through the notice engine.
      *>   W = Withdraw an application the customer no longer wants.
      *>   R = Monthly pipeline report: applied, approved, declined,
      *>       withdrawn and booked for a month, with the decline
      *>       reasons, to ./loan_pipeline_report.txt.
      *> Only an APPROVED application can be booked -- LOAN-SERVICING
      *> flips it to BOOKED with the loan it became.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PIPELINE-REPORT-FILE
           ASSIGN TO "./loan_pipeline_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(132).
       FD  PIPELINE-REPORT-FILE.
       01  PIPELINE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(132).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-ACTION             PIC X(1) VALUE SPACES.
       01  WS-DECISION           PIC X(1) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.

      *> The application as keyed.
       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-REQUESTED-AMOUNT   PIC 9(15)V99 VALUE 0.
       01  WS-TERM-MONTHS        PIC 9(3) VALUE 0.
       01  WS-ANNUAL-RATE        PIC 9(2)V9999 VALUE 0.
       01  WS-PRODUCT-CODE       PIC X(10) VALUE SPACES.
       01  WS-PURPOSE            PIC X(40) VALUE SPACES.
       01  WS-STATED-INCOME      PIC 9(13)V99 VALUE 0.
       01  WS-OBLIGATIONS        PIC 9(13)V99 VALUE 0.
       01  WS-EXISTING-PAYMENTS  PIC 9(13)V99 VALUE 0.
       01  WS-PROPOSED-PAYMENT   PIC 9(13)V99 VALUE 0.
       01  WS-DTI-RATIO          PIC 9(3)V9999 VALUE 0.
       01  WS-MONTHLY-RATE       PIC 9V9(8) VALUE 0.
       01  WS-FACTOR             PIC 9(5)V9(8) VALUE 0.
       01  WS-APPLICANT-NAME     PIC X(60) VALUE SPACES.

       01  WS-FMT-AMOUNT         PIC Z(13)9.99.
       01  WS-FMT-INCOME         PIC Z(11)9.99.
       01  WS-FMT-OBLIGATIONS    PIC Z(11)9.99.
       01  WS-FMT-EXISTING       PIC Z(11)9.99.
       01  WS-FMT-PAYMENT        PIC Z(11)9.99.
       01  WS-FMT-RATE           PIC Z9.9999.
       01  WS-FMT-DTI            PIC ZZ9.9999.
       01  WS-DTI-PCT-DISP       PIC ZZZ9.99.
       01  WS-MONTHS-DISP        PIC ZZ9.

      *> Decision state of one application.
       01  WS-APPLICATION-ID     PIC 9(9) VALUE 0.
       01  WS-APPLICATION-DISP   PIC Z(8)9.
       01  WS-APP-STATUS         PIC X(12) VALUE SPACES.
           88  WS-APP-OPEN       VALUE "PENDING" "PENDING-2ND".
       01  WS-ENTERED-BY         PIC X(8) VALUE SPACES.
       01  WS-FIRST-APPROVER     PIC X(8) VALUE SPACES.
       01  WS-TEMP-AMOUNT        PIC X(20) VALUE SPACES.
       01  WS-TEMP-LIMIT         PIC X(20) VALUE SPACES.
       01  WS-APPROVAL-LIMIT     PIC 9(15)V99 VALUE 0.
       01  WS-HAS-AUTHORITY      PIC X(1) VALUE 'N'.
       01  WS-REASON-CODE        PIC X(12) VALUE SPACES.
           88  WS-REASON-VALID   VALUE "DTI-HIGH" "CREDIT-HIST"
                                       "INCOME-UNVER" "COLLATERAL"
                                       "EMPLOYMENT" "INCOMPLETE"
                                       "OTHER".
       01  WS-NEW-STATUS         PIC X(12) VALUE SPACES.

       01  WS-PERIOD             PIC X(7) VALUE SPACES.

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

           DISPLAY "Enter Action (N=New application, D=Decide, "
               "W=Withdraw, R=Pipeline report):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM NEW-APPLICATION-PARA
               WHEN "D"
                   PERFORM DECIDE-PARA
               WHEN "W"
                   PERFORM WITHDRAW-PARA
               WHEN "R"
                   PERFORM PIPELINE-REPORT-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be N, D, W or R."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       NEW-APPLICATION-PARA.
           DISPLAY "Enter Applicant Customer (CIF) Number:"
           ACCEPT WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID = 0
               DISPLAY "Customer number is required."
               GOBACK
           END-IF
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT legal_name FROM customers WHERE customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " AND date_of_death IS NULL;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Customer " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   " not found."
               GOBACK
           END-IF
           MOVE WS-PSQL-RESULT TO WS-APPLICANT-NAME
           DISPLAY "Applicant: " FUNCTION TRIM(WS-APPLICANT-NAME)

           DISPLAY "Enter Requested Amount:"
           ACCEPT WS-REQUESTED-AMOUNT
           IF WS-REQUESTED-AMOUNT NOT NUMERIC
                   OR WS-REQUESTED-AMOUNT <= 0
               DISPLAY "Invalid amount -- must be greater than zero."
               GOBACK
           END-IF
           DISPLAY "Enter Term in Months:"
           ACCEPT WS-TERM-MONTHS
           IF WS-TERM-MONTHS = 0
               DISPLAY "Invalid term -- must be at least one month."
               GOBACK
           END-IF
           DISPLAY "Enter Quoted Annual Rate (e.g. 0.0850):"
           ACCEPT WS-ANNUAL-RATE
           DISPLAY "Enter Loan Product Code (blank for LOAN):"
           ACCEPT WS-PRODUCT-CODE
           IF WS-PRODUCT-CODE = SPACES
               MOVE "LOAN" TO WS-PRODUCT-CODE
           END-IF
           DISPLAY "Enter Purpose:"
           ACCEPT WS-PURPOSE
           INSPECT WS-PURPOSE REPLACING ALL "'" BY " "
           INSPECT WS-PURPOSE REPLACING ALL WS-DOUBLE-QUOTE BY " "
           DISPLAY "Enter Stated Gross Monthly Income:"
           ACCEPT WS-STATED-INCOME
           IF WS-STATED-INCOME NOT NUMERIC OR WS-STATED-INCOME <= 0
               DISPLAY "Invalid income -- must be greater than zero."
               GOBACK
           END-IF
           DISPLAY "Enter Existing Monthly Obligations (other "
               "lenders, rent):"
           ACCEPT WS-OBLIGATIONS
           IF WS-OBLIGATIONS NOT NUMERIC
               MOVE 0 TO WS-OBLIGATIONS
           END-IF

           PERFORM LOAD-EXISTING-LOANS-PARA
           PERFORM COMPUTE-PAYMENT-PARA
           COMPUTE WS-DTI-RATIO ROUNDED =
               (WS-OBLIGATIONS + WS-EXISTING-PAYMENTS
                + WS-PROPOSED-PAYMENT) / WS-STATED-INCOME

           MOVE WS-EXISTING-PAYMENTS TO WS-FMT-EXISTING
           MOVE WS-PROPOSED-PAYMENT TO WS-FMT-PAYMENT
           COMPUTE WS-DTI-PCT-DISP ROUNDED = WS-DTI-RATIO * 100
           DISPLAY "Existing loan installments: "
               FUNCTION TRIM(WS-FMT-EXISTING)
           DISPLAY "Proposed installment:       "
               FUNCTION TRIM(WS-FMT-PAYMENT)
           DISPLAY "Debt-to-income:             "
               FUNCTION TRIM(WS-DTI-PCT-DISP) "%"

           PERFORM INSERT-APPLICATION-PARA.

       LOAD-EXISTING-LOANS-PARA.
      *> The applicant's own book: installments on every ACTIVE loan
      *> linked to an account they hold as primary or joint.
           MOVE 0 TO WS-EXISTING-PAYMENTS
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(SUM(l.payment_amount), 0) FROM loans "
               "l WHERE l.loan_status = 'ACTIVE' AND "
               "l.account_number IN (SELECT h.account_number FROM "
               "account_holders h WHERE h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ");"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-EXISTING-PAYMENTS =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       COMPUTE-PAYMENT-PARA.
      *> Same annuity LOAN-SERVICING books with, so the DTI is
      *> measured on the installment the customer will really pay.
           COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-RATE / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PROPOSED-PAYMENT ROUNDED =
                   WS-REQUESTED-AMOUNT / WS-TERM-MONTHS
           ELSE
               COMPUTE WS-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-TERM-MONTHS
               COMPUTE WS-PROPOSED-PAYMENT ROUNDED =
                   WS-REQUESTED-AMOUNT * WS-MONTHLY-RATE * WS-FACTOR
                   / (WS-FACTOR - 1)
           END-IF.

       INSERT-APPLICATION-PARA.
           MOVE WS-REQUESTED-AMOUNT TO WS-FMT-AMOUNT
           MOVE WS-STATED-INCOME TO WS-FMT-INCOME
           MOVE WS-OBLIGATIONS TO WS-FMT-OBLIGATIONS
           MOVE WS-ANNUAL-RATE TO WS-FMT-RATE
           MOVE WS-DTI-RATIO TO WS-FMT-DTI
           MOVE WS-TERM-MONTHS TO WS-MONTHS-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO loan_applications (customer_id, "
               "requested_amount, term_months, annual_rate, "
               "product_code, purpose, stated_income, "
               "existing_obligations, existing_loan_payments, "
               "proposed_payment, dti_ratio, app_status, "
               "applied_date, entered_by, entered_at) VALUES ("
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ", "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", "
               FUNCTION TRIM(WS-MONTHS-DISP) ", "
               FUNCTION TRIM(WS-FMT-RATE) ", '"
               FUNCTION TRIM(WS-PRODUCT-CODE) "', '"
               FUNCTION TRIM(WS-PURPOSE) "', "
               FUNCTION TRIM(WS-FMT-INCOME) ", "
               FUNCTION TRIM(WS-FMT-OBLIGATIONS) ", "
               FUNCTION TRIM(WS-FMT-EXISTING) ", "
               FUNCTION TRIM(WS-FMT-PAYMENT) ", "
               FUNCTION TRIM(WS-FMT-DTI) ", 'PENDING', '"
               WS-BUSINESS-DATE "', '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW()) RETURNING application_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Application filed PENDING. Application ID: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               DISPLAY "Error filing application. Return code: "
                   WS-RETURN-CODE
           END-IF.

       DECIDE-PARA.
           DISPLAY "Enter Application ID:"
           ACCEPT WS-APPLICATION-ID
           PERFORM LOAD-APPLICATION-PARA
           IF WS-APP-STATUS = SPACES
               DISPLAY "Application not found."
               GOBACK
           END-IF
           IF NOT WS-APP-OPEN
               DISPLAY "Application is " FUNCTION TRIM(WS-APP-STATUS)
                   " -- already decided."
               GOBACK
           END-IF
           IF WS-ENTERED-BY = WS-OPERATOR-ID
               DISPLAY "You took this application -- another officer "
                   "must decide it."
               GOBACK
           END-IF
           IF WS-FIRST-APPROVER = WS-OPERATOR-ID
               DISPLAY "You gave the first approval -- a second "
                   "officer must decide it."
               GOBACK
           END-IF

           PERFORM LOAD-AUTHORITY-PARA
           IF WS-HAS-AUTHORITY NOT = 'Y'
               DISPLAY "No lending authority on file for operator "
                   FUNCTION TRIM(WS-OPERATOR-ID) "."
               GOBACK
           END-IF

           MOVE WS-REQUESTED-AMOUNT TO WS-FMT-AMOUNT
           DISPLAY "Application " FUNCTION TRIM(WS-APPLICATION-DISP)
               " for " FUNCTION TRIM(WS-FMT-AMOUNT) " is "
               FUNCTION TRIM(WS-APP-STATUS) "."
           DISPLAY "Enter Decision (A=Approve, D=Decline):"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM APPROVE-PARA
               WHEN "D"
                   PERFORM DECLINE-PARA
               WHEN OTHER
                   DISPLAY "Invalid decision -- must be A or D."
           END-EVALUATE.

       LOAD-APPLICATION-PARA.
           MOVE WS-APPLICATION-ID TO WS-APPLICATION-DISP
           MOVE SPACES TO WS-APP-STATUS WS-ENTERED-BY
               WS-FIRST-APPROVER WS-TEMP-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT app_status, requested_amount, entered_by, "
               "COALESCE(first_approver, ' ') FROM loan_applications "
               "WHERE application_id = "
               FUNCTION TRIM(WS-APPLICATION-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-APP-STATUS WS-TEMP-AMOUNT WS-ENTERED-BY
                        WS-FIRST-APPROVER
               END-UNSTRING
               COMPUTE WS-REQUESTED-AMOUNT =
                   FUNCTION NUMVAL(WS-TEMP-AMOUNT)
           END-IF.

       LOAD-AUTHORITY-PARA.
      *> An ACTIVE operator with a loan_approval_limit on file has
      *> lending authority up to that amount.
           MOVE 'N' TO WS-HAS-AUTHORITY
           MOVE 0 TO WS-APPROVAL-LIMIT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT loan_approval_limit FROM operators "
               "WHERE operator_id = '" FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND COALESCE(operator_status, 'ACTIVE') = 'ACTIVE' "
               "AND loan_approval_limit > 0;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE 'Y' TO WS-HAS-AUTHORITY
               MOVE WS-PSQL-RESULT TO WS-TEMP-LIMIT
               COMPUTE WS-APPROVAL-LIMIT =
                   FUNCTION NUMVAL(WS-TEMP-LIMIT)
           END-IF.

       APPROVE-PARA.
      *> Within the officer's authority the approval is final. Above
      *> it, a first approval parks the application PENDING-2ND; a
      *> second approver must hold authority for the full amount.
           IF WS-REQUESTED-AMOUNT <= WS-APPROVAL-LIMIT
               MOVE "APPROVED" TO WS-NEW-STATUS
           ELSE
               IF WS-APP-STATUS = "PENDING-2ND"
                   DISPLAY "Amount exceeds your approval authority -- "
                       "the second approval needs an officer whose "
                       "limit covers it."
                   GOBACK
               END-IF
               MOVE "PENDING-2ND" TO WS-NEW-STATUS
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-APP-STATUS = "PENDING-2ND"
               STRING
                   "UPDATE loan_applications SET app_status = '"
                   FUNCTION TRIM(WS-NEW-STATUS) "', second_approver "
                   "= '" FUNCTION TRIM(WS-OPERATOR-ID)
                   "', decided_date = '" WS-BUSINESS-DATE
                   "', decided_at = NOW() WHERE application_id = "
                   FUNCTION TRIM(WS-APPLICATION-DISP)
                   " AND app_status = 'PENDING-2ND' "
                   "RETURNING app_status;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   "UPDATE loan_applications SET app_status = '"
                   FUNCTION TRIM(WS-NEW-STATUS) "', first_approver "
                   "= '" FUNCTION TRIM(WS-OPERATOR-ID) "', "
                   "decided_date = CASE WHEN '"
                   FUNCTION TRIM(WS-NEW-STATUS) "' = 'APPROVED' "
                   "THEN DATE '" WS-BUSINESS-DATE "' END, "
                   "decided_at = CASE WHEN '"
                   FUNCTION TRIM(WS-NEW-STATUS) "' = 'APPROVED' "
                   "THEN NOW() END WHERE application_id = "
                   FUNCTION TRIM(WS-APPLICATION-DISP)
                   " AND app_status = 'PENDING' "
                   "RETURNING app_status;"
                   INTO WS-SQL-COMMAND
           END-IF
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               IF WS-PSQL-RESULT = "APPROVED"
                   DISPLAY "Application APPROVED -- ready to book in "
                       "LOAN-SERVICING."
               ELSE
                   DISPLAY "First approval recorded -- amount is over "
                       "your authority, so the application waits "
                       "PENDING-2ND for a second approver."
               END-IF
           ELSE
               DISPLAY "Approval did not apply -- the application "
                   "changed status meanwhile."
           END-IF.

       DECLINE-PARA.
           DISPLAY "Enter Decline Reason Code (DTI-HIGH, CREDIT-HIST,"
               " INCOME-UNVER, COLLATERAL, EMPLOYMENT, INCOMPLETE, "
               "OTHER):"
           ACCEPT WS-REASON-CODE
           IF NOT WS-REASON-VALID
               DISPLAY "Invalid reason code."
               GOBACK
           END-IF

      *> The decline, its ADVERSE letter to the applicant and the
      *> notice_log row land together -- a declined applicant always
      *> gets the adverse-action notice with the principal reason.
           MOVE WS-REQUESTED-AMOUNT TO WS-FMT-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH dec AS (UPDATE loan_applications SET "
               "app_status = 'DECLINED', decline_reason = '"
               FUNCTION TRIM(WS-REASON-CODE) "', "
               "second_approver = CASE WHEN first_approver IS NULL "
               "THEN NULL ELSE '" FUNCTION TRIM(WS-OPERATOR-ID)
               "' END, first_approver = COALESCE(first_approver, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "'), decided_date = '"
               WS-BUSINESS-DATE "', decided_at = NOW() "
               "WHERE application_id = "
               FUNCTION TRIM(WS-APPLICATION-DISP)
               " AND app_status IN ('PENDING', 'PENDING-2ND') "
               "RETURNING application_id, customer_id, "
               "requested_amount), "
               "letters AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT c.customer_id, 'ADVERSE', c.legal_name, "
               "c.street_address, c.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', c.legal_name), '{amount}', "
               "d.requested_amount::text), '{reason}', '"
               FUNCTION TRIM(WS-REASON-CODE) "'), '{date}', '"
               WS-BUSINESS-DATE "'), NOW(), 'QUEUED' "
               "FROM dec d JOIN customers c ON c.customer_id = "
               "d.customer_id JOIN notice_templates t ON "
               "t.notice_type = 'ADVERSE'), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'LOAN-APPLICATION', application_id, "
               "'ADVERSE', NOW() FROM dec) "
               "SELECT application_id FROM dec;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Application DECLINED ("
                   FUNCTION TRIM(WS-REASON-CODE)
                   "). Adverse-action letter queued."
           ELSE
               DISPLAY "Decline did not apply -- the application "
                   "changed status meanwhile."
           END-IF.

       WITHDRAW-PARA.
           DISPLAY "Enter Application ID:"
           ACCEPT WS-APPLICATION-ID
           MOVE WS-APPLICATION-ID TO WS-APPLICATION-DISP
           DISPLAY "Withdraw application "
               FUNCTION TRIM(WS-APPLICATION-DISP)
               "? (Y to confirm):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Withdrawal abandoned -- nothing changed."
               GOBACK
           END-IF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE loan_applications SET app_status = "
               "'WITHDRAWN', decided_date = '" WS-BUSINESS-DATE
               "', decided_at = NOW(), withdrawn_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' WHERE "
               "application_id = " FUNCTION TRIM(WS-APPLICATION-DISP)
               " AND app_status IN ('PENDING', 'PENDING-2ND', "
               "'APPROVED') RETURNING application_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Application WITHDRAWN."
           ELSE
               DISPLAY "Application not found, or already declined, "
                   "withdrawn or booked."
           END-IF.

       PIPELINE-REPORT-PARA.
           DISPLAY "Enter Month (YYYY-MM, blank for current):"
           ACCEPT WS-PERIOD
           IF WS-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE(1:7) TO WS-PERIOD
           END-IF

           OPEN OUTPUT PIPELINE-REPORT-FILE
           MOVE SPACES TO PIPELINE-REPORT-RECORD
           STRING "Loan application pipeline -- " WS-PERIOD
               "   printed " WS-BUSINESS-DATE " by "
               FUNCTION TRIM(WS-OPERATOR-ID)
               INTO PIPELINE-REPORT-RECORD
           WRITE PIPELINE-REPORT-RECORD
           MOVE SPACES TO PIPELINE-REPORT-RECORD
           WRITE PIPELINE-REPORT-RECORD

      *> Applied counts what came in during the month; the outcome
      *> lines count decisions dated in the month, whenever applied.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Applied    ' || lpad(COUNT(*)::text, 7) || "
               "lpad(COALESCE(SUM(requested_amount), 0)::text, 18) "
               "FROM loan_applications WHERE to_char(applied_date, "
               "'YYYY-MM') = '" WS-PERIOD "' UNION ALL "
               "SELECT rpad(s.st, 11) || lpad(COUNT("
               "a.application_id)::text, 7) "
               "|| lpad(COALESCE(SUM(a.requested_amount), 0)::text, "
               "18) FROM (VALUES ('APPROVED', 1), ('DECLINED', 2), "
               "('WITHDRAWN', 3), ('BOOKED', 4)) s(st, ord) "
               "LEFT JOIN loan_applications a ON (a.app_status = s.st "
               "OR (s.st = 'APPROVED' AND a.app_status = 'BOOKED')) "
               "AND to_char(CASE WHEN s.st = 'BOOKED' THEN "
               "a.booked_at::date ELSE a.decided_date END, "
               "'YYYY-MM') = '" WS-PERIOD "' "
               "GROUP BY s.st, s.ord UNION ALL "
               "SELECT 'Open       ' || lpad(COUNT(*)::text, 7) || "
               "lpad(COALESCE(SUM(requested_amount), 0)::text, 18) "
               "FROM loan_applications WHERE app_status IN "
               "('PENDING', 'PENDING-2ND');"
               INTO WS-SQL-COMMAND
           MOVE SPACES TO PIPELINE-REPORT-RECORD
           STRING "Outcome      Count            Amount"
               INTO PIPELINE-REPORT-RECORD
           WRITE PIPELINE-REPORT-RECORD
           PERFORM COPY-RESULT-TO-REPORT-PARA

           MOVE SPACES TO PIPELINE-REPORT-RECORD
           WRITE PIPELINE-REPORT-RECORD
           MOVE SPACES TO PIPELINE-REPORT-RECORD
           STRING "Declines by reason" INTO PIPELINE-REPORT-RECORD
           WRITE PIPELINE-REPORT-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT rpad(decline_reason, 14) || "
               "lpad(COUNT(*)::text, 7) FROM loan_applications "
               "WHERE app_status = 'DECLINED' AND "
               "to_char(decided_date, 'YYYY-MM') = '" WS-PERIOD
               "' GROUP BY decline_reason ORDER BY decline_reason;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-REPORT-PARA

           CLOSE PIPELINE-REPORT-FILE
           DISPLAY "Pipeline report written to "
               "./loan_pipeline_report.txt.".

       COPY-RESULT-TO-REPORT-PARA.
           PERFORM RUN-APP-SQL-PARA
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO PIPELINE-REPORT-RECORD
                           STRING "  "
                               FUNCTION TRIM(PSQL-RESULT-RECORD)
                               INTO PIPELINE-REPORT-RECORD
                           WRITE PIPELINE-REPORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF.

       RUN-APP-SQL-PARA.
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
               "LOAN-APPLICATION" WS-ACCOUNT-NUMBER
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

       END PROGRAM LOAN-APPLICATION.
