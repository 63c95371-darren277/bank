      *> full amortization schedule into loan_schedule -- the rows
      *> LOAN-SCHEDULE-PRINT formats for the customer and the nightly
      *> LOAN-COLLECTION-BATCH collects against.
      *>
      *> Early settlement lives here too, so nobody hand-edits
      *> principal_balance or the schedule rows again:
      *>   B = Book and disburse a loan (above). Only an APPROVED
      *>       loan_applications row can be booked: principal, rate,
      *>       term and product come from the application as
      *>       underwritten in LOAN-APPLICATION, the linked account
      *>       must be held by the applicant, and the application
      *>       flips to BOOKED with the new loan in the same
      *>       statement that books it.
      *>   Q = Payoff quote: principal balance plus per-diem interest
      *>       from the last paid installment (or disbursement) to a
      *>       chosen good-through date, printed to
      *>       ./loan_payoff_<loan>.txt for the branch and recorded
      *>       in loan_payoff_quotes.
      *>   P = Prepayment (SUP role): posts the payment from the
      *>       linked account as a guarded 'W'. A payment covering
      *>       today's payoff retires the loan PAID-OFF and cancels
      *>       every remaining PENDING installment; a smaller one is a
      *>       principal curtailment and re-amortizes the remaining
      *>       PENDING installments, either keeping the payment and
      *>       shortening the term or keeping the term and lowering
      *>       the payment. Every prepayment lands in loan_prepayments
      *>       with its principal / interest split.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT STATEMENTS-FILE
           ASSIGN TO "./loan_schedule_statements.sql"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOFF-PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(132).
       FD  STATEMENTS-FILE.
       01  STATEMENTS-RECORD     PIC X(1400).
       FD  PAYOFF-PRINT-FILE.
       01  PAYOFF-PRINT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-ANNUAL-RATE        PIC 9(2)V9999.
       01  WS-TERM-MONTHS        PIC 9(3).
       01  WS-PAYMENT-DAY        PIC 9(2).
       01  WS-SQL-COMMAND        PIC X(2400).
       01  WS-SHELL-COMMAND      PIC X(2600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(132).
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-IS-SUPERVISOR      PIC X(1) VALUE 'N'.
       01  WS-ACTION             PIC X(1) VALUE SPACES.
       01  WS-CONFIRM            PIC X(1) VALUE SPACES.
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-LOAN-ID            PIC X(20) VALUE SPACES.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-PRINT-FILE-NAME    PIC X(40) VALUE SPACES.

      *> The approved application a booking is drawn from.
       01  WS-APPLICATION-ID     PIC 9(9) VALUE 0.
       01  WS-APPLICATION-DISP   PIC Z(8)9.
       01  WS-APP-STATUS         PIC X(12) VALUE SPACES.
       01  WS-APP-CUSTOMER       PIC X(12) VALUE SPACES.
       01  WS-PRODUCT-CODE       PIC X(10) VALUE SPACES.
       01  WS-TEMP-PRINCIPAL     PIC X(20) VALUE SPACES.
       01  WS-TEMP-TERM          PIC X(20) VALUE SPACES.

      *> Payoff position of one loan as of a good-through date: the
      *> principal still owed plus simple per-diem interest from the
      *> date interest was last settled -- the due date of the last
      *> PAID installment, or the disbursement date if none has been
      *> paid yet.
       01  WS-LOAN-ID-NUM        PIC 9(9) VALUE 0.
       01  WS-LOAN-ID-DISP       PIC Z(8)9.
       01  WS-GOOD-THROUGH       PIC X(10) VALUE SPACES.
       01  WS-DATE-OK            PIC X(1) VALUE 'Y'.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-LOAN-FOUND         PIC X(1) VALUE 'N'.
       01  WS-LOAN-STATUS        PIC X(10) VALUE SPACES.
       01  WS-INTEREST-FROM      PIC X(10) VALUE SPACES.
       01  WS-TEMP-BALANCE       PIC X(20) VALUE SPACES.
       01  WS-TEMP-RATE          PIC X(20) VALUE SPACES.
       01  WS-TEMP-PAYMENT       PIC X(20) VALUE SPACES.
       01  WS-TEMP-LATE          PIC X(20) VALUE SPACES.
       01  WS-PRINCIPAL-BALANCE  PIC 9(15)V99 VALUE 0.
       01  WS-ACCRUAL-DAYS       PIC S9(5) VALUE 0.
       01  WS-PER-DIEM           PIC 9(13)V9(4) VALUE 0.
       01  WS-ACCRUED-INTEREST   PIC 9(15)V99 VALUE 0.
       01  WS-LATE-CHARGES       PIC 9(15)V99 VALUE 0.
       01  WS-LOAN-PART          PIC 9(15)V99 VALUE 0.
       01  WS-PAYOFF-AMOUNT      PIC 9(15)V99 VALUE 0.
       01  WS-FMT-BALANCE        PIC Z(13)9.99.
       01  WS-FMT-INTEREST       PIC Z(13)9.99.
       01  WS-FMT-PAYOFF         PIC Z(13)9.99.
       01  WS-FMT-LATE           PIC Z(13)9.99.
       01  WS-FMT-LOAN-PART      PIC Z(13)9.99.
       01  WS-FMT-PER-DIEM       PIC Z(12)9.9999.
       01  WS-DAYS-DISP          PIC -(4)9.

      *> Prepayment and re-amortization. The remaining PENDING
      *> installments are loaded in installment order and rewritten
      *> against the curtailed balance; in shorten-term mode any
      *> installment the balance no longer reaches is CANCELLED.
       01  WS-PREPAY-AMOUNT      PIC 9(15)V99 VALUE 0.
       01  WS-REAMORT-MODE       PIC X(1) VALUE SPACES.
       01  WS-PREPAY-TYPE        PIC X(12) VALUE SPACES.
       01  WS-PREPAY-KEY         PIC X(40) VALUE SPACES.
       01  WS-TIMESTAMP          PIC X(21) VALUE SPACES.
       01  WS-PENDING-COUNT      PIC 9(3) VALUE 0.
       01  WS-PENDING-IDX        PIC 9(3) VALUE 0.
       01  WS-CANCELLED-COUNT    PIC 9(3) VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ID     PIC 9(9) OCCURS 999 TIMES.
       01  WS-SCHEDULE-ID-DISP   PIC Z(8)9.
       01  WS-FMT-PREPAY         PIC Z(13)9.99.

      *> Level-payment computation. The monthly rate feeds the annuity
      *> formula; the final installment absorbs rounding so the
       01  WS-FMT-PRIN-PART      PIC Z(13)9.99.
       01  WS-FMT-RATE           PIC Z9.9999.

      *> Day-count convention of the loan's product
      *> (products.day_count_basis; a loan product with none on file
      *> is 30360, the basis the term loans are contracted on).
      *> DAY-COUNT-SUB prices every interest period: each
      *> installment's interest runs from the previous due date (the
      *> disbursement date for the first) to its own, and a payoff's
      *> from the last settled date to the good-through date. The
      *> level installment itself is still the annuity on a twelfth
      *> of the annual rate; the final installment absorbs whatever
      *> the actual-day periods leave over.
       01  WS-DAY-BASIS          PIC X(5) VALUE SPACES.
       01  WS-DAY-COUNT          PIC S9(5) VALUE 0.
       01  WS-YEAR-DAYS          PIC 9(3) VALUE 360.
       01  WS-YEAR-FRACTION      PIC 9(3)V9(12) VALUE 0.
       01  WS-NO-TO-DATE         PIC X(10) VALUE SPACES.
       01  WS-PERIOD-START       PIC X(10) VALUE SPACES.
       01  WS-DUE-DATE           PIC X(10) VALUE SPACES.
       01  WS-CURRENT-YMD        PIC 9(8) VALUE 0.
       01  WS-CURRENT-PARTS REDEFINES WS-CURRENT-YMD.
           05  WS-CURRENT-YYYY   PIC 9(4).
           05  WS-CURRENT-MM     PIC 9(2).
           05  WS-CURRENT-DD     PIC 9(2).
       01  WS-DUE-MONTHS         PIC 9(5) VALUE 0.
       01  WS-DUE-YYYY           PIC 9(4) VALUE 0.
       01  WS-DUE-MM             PIC 9(2) VALUE 0.
       01  WS-DUE-DD             PIC 9(2) VALUE 0.
       01  WS-PENDING-DUE-TABLE.
           05  WS-PENDING-DUE    PIC X(10) OCCURS 999 TIMES.
       01  WS-TEMP-SCHEDULE-ID   PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not "
                   "running."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Action (B=Book loan, Q=Payoff quote, "
               "P=Prepayment / payoff):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "B"
                   PERFORM BOOK-ACTION-PARA
               WHEN "Q"
                   PERFORM PAYOFF-QUOTE-PARA
               WHEN "P"
                   PERFORM PREPAYMENT-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be B, Q or P."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       BOOK-ACTION-PARA.
           DISPLAY "Enter Approved Application ID:"
           ACCEPT WS-APPLICATION-ID
           PERFORM LOAD-APPLICATION-PARA
           IF WS-APP-STATUS = SPACES
               DISPLAY "Application not found."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           IF WS-APP-STATUS NOT = "APPROVED"
               DISPLAY "Application is " FUNCTION TRIM(WS-APP-STATUS)
                   " -- only an APPROVED application can be booked."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           MOVE WS-PRINCIPAL TO WS-FMT-PRINCIPAL
           MOVE WS-TERM-MONTHS TO WS-MONTHS-DISP
           DISPLAY "Approved: " FUNCTION TRIM(WS-FMT-PRINCIPAL)
               " over " FUNCTION TRIM(WS-MONTHS-DISP) " months, "
               "product " FUNCTION TRIM(WS-PRODUCT-CODE) "."

           DISPLAY "Enter Linked Deposit Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER

               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM account_holders WHERE "
               "account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND customer_id = " FUNCTION TRIM(WS-APP-CUSTOMER)
               " LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA
           IF WS-PSQL-RESULT NOT = "Y"
               DISPLAY "The applicant is not a holder on account "
                   FUNCTION TRIM(WS-ACCOUNT-NUMBER) "."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

               GOBACK
           END-IF

           PERFORM LOAD-DAY-BASIS-PARA
           PERFORM COMPUTE-PAYMENT-PARA
           MOVE WS-PAYMENT TO WS-FMT-PAYMENT
           DISPLAY "Level monthly installment: "
           END-IF

           PERFORM DISBURSE-LOAN-PARA
           PERFORM WRITE-SCHEDULE-PARA.

       LOAD-APPLICATION-PARA.
           MOVE WS-APPLICATION-ID TO WS-APPLICATION-DISP
           MOVE SPACES TO WS-APP-STATUS WS-APP-CUSTOMER
               WS-PRODUCT-CODE WS-TEMP-PRINCIPAL WS-TEMP-TERM
               WS-TEMP-RATE
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT app_status, customer_id, requested_amount, "
               "term_months, annual_rate, COALESCE(product_code, "
               "'LOAN') FROM loan_applications WHERE "
               "application_id = " FUNCTION TRIM(WS-APPLICATION-DISP)
               ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-APP-STATUS WS-APP-CUSTOMER
                        WS-TEMP-PRINCIPAL WS-TEMP-TERM WS-TEMP-RATE
                        WS-PRODUCT-CODE
               END-UNSTRING
               COMPUTE WS-PRINCIPAL =
                   FUNCTION NUMVAL(WS-TEMP-PRINCIPAL)
               COMPUTE WS-TERM-MONTHS = FUNCTION NUMVAL(WS-TEMP-TERM)
               COMPUTE WS-ANNUAL-RATE = FUNCTION NUMVAL(WS-TEMP-RATE)
           END-IF.

       COMPUTE-PAYMENT-PARA.
      *> Standard annuity: payment = P * i / (1 - (1+i)^-n). A zero
                   / (WS-FACTOR - 1)
           END-IF.

       LOAD-DAY-BASIS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE((SELECT day_count_basis FROM products "
               "WHERE product_code = '" FUNCTION TRIM(WS-PRODUCT-CODE)
               "'), '30360');"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA
           MOVE "30360" TO WS-DAY-BASIS
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE WS-PSQL-RESULT TO WS-DAY-BASIS
           END-IF.

       BOOK-LOAN-PARA.
      *> The loan master row. next_due_date is the first payment day
      *> strictly after the disbursement month, so a loan booked on
      *> the 20th with payment day 15 is not billed five days later.
      *> The insert only lands while the application is still
      *> APPROVED, and the application flips to BOOKED with it.
           MOVE WS-PRINCIPAL TO WS-FMT-PRINCIPAL
           MOVE WS-ANNUAL-RATE TO WS-FMT-RATE
           MOVE WS-TERM-MONTHS TO WS-MONTHS-DISP
           MOVE WS-PAYMENT TO WS-FMT-PAYMENT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH ins AS (INSERT INTO loans (account_number, "
               "principal, principal_balance, annual_rate, "
               "term_months, payment_day, payment_amount, loan_status, "
               "disbursement_date, next_due_date, operator_id, "
               "product_code, application_id) "
               "SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', "
               FUNCTION TRIM(WS-FMT-PRINCIPAL) ", "
               FUNCTION TRIM(WS-FMT-PRINCIPAL) ", "
               FUNCTION TRIM(WS-FMT-RATE) ", "
               "CURRENT_DATE, (date_trunc('month', CURRENT_DATE) "
               "+ INTERVAL '1 month')::date + ("
               FUNCTION TRIM(WS-PAYDAY-DISP) " - 1), '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               FUNCTION TRIM(WS-PRODUCT-CODE) "', "
               FUNCTION TRIM(WS-APPLICATION-DISP)
               " WHERE EXISTS (SELECT 1 FROM loan_applications WHERE "
               "application_id = " FUNCTION TRIM(WS-APPLICATION-DISP)
               " AND app_status = 'APPROVED') RETURNING loan_id), "
               "app AS (UPDATE loan_applications a SET app_status = "
               "'BOOKED', loan_id = ins.loan_id, booked_at = NOW() "
               "FROM ins WHERE a.application_id = "
               FUNCTION TRIM(WS-APPLICATION-DISP) ") "
               "SELECT loan_id FROM ins;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-LOAN-SQL-PARA
           MOVE "BEGIN;" TO STATEMENTS-RECORD
           WRITE STATEMENTS-RECORD

      *> Due dates follow the loan row: the payment day of each month
      *> after the disbursement month, the first period running from
      *> the disbursement date itself.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-YMD
           MOVE SPACES TO WS-PERIOD-START
           STRING WS-CURRENT-YYYY "-" WS-CURRENT-MM "-" WS-CURRENT-DD
               INTO WS-PERIOD-START
           MOVE WS-PRINCIPAL TO WS-RUNNING-BALANCE
           PERFORM WRITE-ONE-INSTALLMENT-PARA
               VARYING WS-INSTALLMENT-NO FROM 1 BY 1
           END-IF.

       WRITE-ONE-INSTALLMENT-PARA.
      *> Interest on the declining balance for the period since the
      *> previous due date, over the product's day-count basis; the
      *> last installment takes whatever principal remains so
      *> rounding never leaves a stub.
           PERFORM COMPUTE-DUE-DATE-PARA
           CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS WS-PERIOD-START
               WS-DUE-DATE WS-DAY-COUNT WS-YEAR-DAYS WS-YEAR-FRACTION
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-RUNNING-BALANCE * WS-ANNUAL-RATE * WS-YEAR-FRACTION
           MOVE WS-DUE-DATE TO WS-PERIOD-START
           IF WS-INSTALLMENT-NO = WS-TERM-MONTHS
               MOVE WS-RUNNING-BALANCE TO WS-PRINCIPAL-PART
               COMPUTE WS-PAYMENT = WS-PRINCIPAL-PART
               "due_date, payment_amount, principal_part, "
               "interest_part, installment_status, retry_count) "
               "VALUES (" FUNCTION TRIM(WS-LOAN-ID) ", "
               FUNCTION TRIM(WS-INSTALLMENT-DISP) ", DATE '"
               WS-DUE-DATE "', "
               FUNCTION TRIM(WS-FMT-PAYMENT) ", "
               FUNCTION TRIM(WS-FMT-PRIN-PART) ", "
               FUNCTION TRIM(WS-FMT-INT-PART) ", 'PENDING', 0);"
               INTO WS-SQL-COMMAND
           WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND.

       COMPUTE-DUE-DATE-PARA.
      *> Installment n falls on the payment day n months after the
      *> disbursement month (payment days stop at 28, so every month
      *> has one).
           COMPUTE WS-DUE-MONTHS = WS-CURRENT-MM - 1 + WS-INSTALLMENT-NO
           DIVIDE WS-DUE-MONTHS BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-DUE-MM
           ADD WS-CURRENT-YYYY TO WS-DUE-YYYY
           ADD 1 TO WS-DUE-MM
           MOVE WS-PAYMENT-DAY TO WS-DUE-DD
           MOVE SPACES TO WS-DUE-DATE
           STRING WS-DUE-YYYY "-" WS-DUE-MM "-" WS-DUE-DD
               INTO WS-DUE-DATE.

       PAYOFF-QUOTE-PARA.
           DISPLAY "Enter Loan ID:"
           ACCEPT WS-LOAN-ID-NUM
           DISPLAY "Enter Good-Through Date (YYYY-MM-DD):"
           ACCEPT WS-GOOD-THROUGH
           PERFORM CHECK-DATE-PARA
           IF WS-DATE-OK NOT = 'Y'
               DISPLAY "Invalid date format."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           IF WS-GOOD-THROUGH < WS-BUSINESS-DATE
               DISPLAY "Good-through date cannot be before the "
                   "business date " WS-BUSINESS-DATE "."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM LOAD-PAYOFF-PARA
           IF WS-LOAN-FOUND NOT = 'Y'
               DISPLAY "Loan not found."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           IF WS-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "Loan is " FUNCTION TRIM(WS-LOAN-STATUS)
                   " -- no payoff to quote."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM RECORD-QUOTE-PARA
           PERFORM PRINT-QUOTE-PARA
           DISPLAY "Payoff good through " WS-GOOD-THROUGH ": "
               FUNCTION TRIM(WS-FMT-PAYOFF)
           DISPLAY "Quote written to "
               FUNCTION TRIM(WS-PRINT-FILE-NAME) ".".

       LOAD-PAYOFF-PARA.
      *> Interest runs from the last settled date to the good-through
      *> date, counted under the loan product's day-count basis --
      *> the same basis the installments were scheduled on.
      *> Late charges still OPEN on the loan are part of the payoff.
           MOVE WS-LOAN-ID-NUM TO WS-LOAN-ID-DISP
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT l.account_number, l.principal_balance, "
               "l.annual_rate, l.loan_status, l.payment_amount, "
               "to_char(COALESCE((SELECT MAX(s.due_date) FROM "
               "loan_schedule s WHERE s.loan_id = l.loan_id AND "
               "s.installment_status = 'PAID'), l.disbursement_date),"
               " 'YYYY-MM-DD'), COALESCE((SELECT p.day_count_basis "
               "FROM products p WHERE p.product_code = "
               "l.product_code), '30360')"
               ", COALESCE((SELECT SUM(c.amount) FROM "
               "loan_late_charges c WHERE c.loan_id = l.loan_id AND "
               "c.charge_status = 'OPEN'), 0) "
               "FROM loans l WHERE l.loan_id = "
               FUNCTION TRIM(WS-LOAN-ID-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE 'Y' TO WS-LOAN-FOUND
               PERFORM COMPUTE-PAYOFF-PARA
           END-IF.

       COMPUTE-PAYOFF-PARA.
           MOVE SPACES TO WS-TEMP-BALANCE WS-TEMP-RATE
               WS-TEMP-PAYMENT WS-LOAN-STATUS WS-INTEREST-FROM
               WS-TEMP-LATE WS-DAY-BASIS
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-TEMP-BALANCE WS-TEMP-RATE
                    WS-LOAN-STATUS WS-TEMP-PAYMENT WS-INTEREST-FROM
                    WS-DAY-BASIS WS-TEMP-LATE
           END-UNSTRING
           COMPUTE WS-PRINCIPAL-BALANCE =
               FUNCTION NUMVAL(WS-TEMP-BALANCE)
           COMPUTE WS-ANNUAL-RATE = FUNCTION NUMVAL(WS-TEMP-RATE)
           COMPUTE WS-PAYMENT = FUNCTION NUMVAL(WS-TEMP-PAYMENT)
           MOVE 0 TO WS-LATE-CHARGES
           IF WS-TEMP-LATE NOT = SPACES
               COMPUTE WS-LATE-CHARGES = FUNCTION NUMVAL(WS-TEMP-LATE)
           END-IF

      *> A period that may cross a year end takes the year fraction;
      *> the per-diem is one day's interest over the year length the
      *> day after the good-through date falls in.
           CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS WS-INTEREST-FROM
               WS-GOOD-THROUGH WS-DAY-COUNT WS-YEAR-DAYS
               WS-YEAR-FRACTION
           MOVE WS-DAY-COUNT TO WS-ACCRUAL-DAYS
           COMPUTE WS-ACCRUED-INTEREST ROUNDED =
               WS-PRINCIPAL-BALANCE * WS-ANNUAL-RATE * WS-YEAR-FRACTION
           CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS WS-GOOD-THROUGH
               WS-NO-TO-DATE WS-DAY-COUNT WS-YEAR-DAYS
               WS-YEAR-FRACTION
           COMPUTE WS-PER-DIEM ROUNDED =
               WS-PRINCIPAL-BALANCE * WS-ANNUAL-RATE / WS-YEAR-DAYS
           COMPUTE WS-LOAN-PART =
               WS-PRINCIPAL-BALANCE + WS-ACCRUED-INTEREST
           COMPUTE WS-PAYOFF-AMOUNT = WS-LOAN-PART + WS-LATE-CHARGES

           MOVE WS-PRINCIPAL-BALANCE TO WS-FMT-BALANCE
           MOVE WS-ACCRUED-INTEREST TO WS-FMT-INTEREST
           MOVE WS-LATE-CHARGES TO WS-FMT-LATE
           MOVE WS-LOAN-PART TO WS-FMT-LOAN-PART
           MOVE WS-PAYOFF-AMOUNT TO WS-FMT-PAYOFF
           MOVE WS-PER-DIEM TO WS-FMT-PER-DIEM
           MOVE WS-ACCRUAL-DAYS TO WS-DAYS-DISP.

       RECORD-QUOTE-PARA.
      *> The quote is kept so a payoff cheque that arrives against it
      *> can be traced back to what the branch told the customer.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO loan_payoff_quotes (loan_id, "
               "good_through_date, principal_balance, "
               "interest_amount, late_charge_amount, per_diem, "
               "payoff_amount, quoted_by, quoted_at) VALUES ("
               FUNCTION TRIM(WS-LOAN-ID-DISP) ", '"
               WS-GOOD-THROUGH "', "
               FUNCTION TRIM(WS-FMT-BALANCE) ", "
               FUNCTION TRIM(WS-FMT-INTEREST) ", "
               FUNCTION TRIM(WS-FMT-LATE) ", "
               FUNCTION TRIM(WS-FMT-PER-DIEM) ", "
               FUNCTION TRIM(WS-FMT-PAYOFF) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW()) RETURNING quote_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA.

       PRINT-QUOTE-PARA.
           MOVE SPACES TO WS-PRINT-FILE-NAME
           STRING "./loan_payoff_"
               FUNCTION TRIM(WS-LOAN-ID-DISP) ".txt"
               INTO WS-PRINT-FILE-NAME
           OPEN OUTPUT PAYOFF-PRINT-FILE

           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "Payoff quote -- loan "
               FUNCTION TRIM(WS-LOAN-ID-DISP)
               "  linked account " WS-ACCOUNT-NUMBER
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "Quoted " WS-BUSINESS-DATE " by "
               FUNCTION TRIM(WS-OPERATOR-ID)
               "   good through " WS-GOOD-THROUGH
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD

           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "Principal balance            "
               WS-FMT-BALANCE
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "Interest " WS-INTEREST-FROM " to "
               WS-GOOD-THROUGH " (" FUNCTION TRIM(WS-DAYS-DISP)
               " days)"
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "  accrued interest           "
               WS-FMT-INTEREST
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           IF WS-LATE-CHARGES > 0
               MOVE SPACES TO PAYOFF-PRINT-RECORD
               STRING "Unpaid late charges          "
                   WS-FMT-LATE
                   INTO PAYOFF-PRINT-RECORD
               WRITE PAYOFF-PRINT-RECORD
           END-IF
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "Total payoff amount          "
               WS-FMT-PAYOFF
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD
           MOVE SPACES TO PAYOFF-PRINT-RECORD
           STRING "Per-diem interest after " WS-GOOD-THROUGH ": "
               FUNCTION TRIM(WS-FMT-PER-DIEM)
               " for each additional day."
               INTO PAYOFF-PRINT-RECORD
           WRITE PAYOFF-PRINT-RECORD

           CLOSE PAYOFF-PRINT-FILE.

       PREPAYMENT-PARA.
           PERFORM CHECK-SUPERVISOR-PARA
           IF WS-IS-SUPERVISOR NOT = 'Y'
               DISPLAY "Prepayments require the SUP role."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Enter Loan ID:"
           ACCEPT WS-LOAN-ID-NUM
           MOVE WS-BUSINESS-DATE TO WS-GOOD-THROUGH
           PERFORM LOAD-PAYOFF-PARA
           IF WS-LOAN-FOUND NOT = 'Y'
               DISPLAY "Loan not found."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF
           IF WS-LOAN-STATUS NOT = "ACTIVE"
               DISPLAY "Loan is " FUNCTION TRIM(WS-LOAN-STATUS)
                   " -- prepayment refused."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           DISPLAY "Principal balance: " FUNCTION TRIM(WS-FMT-BALANCE)
               "  payoff today: " FUNCTION TRIM(WS-FMT-PAYOFF)
           DISPLAY "Enter Prepayment Amount (the payoff figure or "
               "more retires the loan):"
           ACCEPT WS-PREPAY-AMOUNT
           IF WS-PREPAY-AMOUNT NOT NUMERIC OR WS-PREPAY-AMOUNT <= 0
               DISPLAY "Invalid amount -- must be greater than zero."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-PREPAY-AMOUNT >= WS-PAYOFF-AMOUNT
               PERFORM FULL-PAYOFF-PARA
           ELSE
               IF WS-PREPAY-AMOUNT >= WS-PRINCIPAL-BALANCE
                   DISPLAY "Amount clears the principal but not the "
                       "interest and charges -- take the payoff of "
                       FUNCTION TRIM(WS-FMT-PAYOFF) "."
                   CALL "WORK-FILE-CLEANUP-SUB" USING
                       WS-RESULT-FILE-NAME
                   GOBACK
               END-IF
               PERFORM PARTIAL-PREPAYMENT-PARA
           END-IF.

       FULL-PAYOFF-PARA.
           MOVE WS-PAYOFF-AMOUNT TO WS-PREPAY-AMOUNT
           MOVE WS-PREPAY-AMOUNT TO WS-FMT-PREPAY
           DISPLAY "Pay loan " FUNCTION TRIM(WS-LOAN-ID-DISP)
               " off for " FUNCTION TRIM(WS-FMT-PREPAY)
               " from account " WS-ACCOUNT-NUMBER
               "? (Y to approve):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Payoff abandoned -- nothing changed."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           MOVE SPACES TO WS-PREPAY-KEY
           STRING "LOAN-PAYOFF-" FUNCTION TRIM(WS-LOAN-ID-DISP)
               INTO WS-PREPAY-KEY

      *> Debit, 'W' row, loan retirement, schedule cancellation and
      *> the prepayment record as one statement -- the debit's WHERE
      *> clause is the funds guard (the LOAN-COLLECTION-BATCH shape)
      *> and nothing downstream fires unless it landed. The payoff
      *> key makes a rerun harmless. Open late charges ride the same
      *> debit as their own 'F' row and are marked PAID. A statement
      *> that does not fit is never sent -- a truncated CTE could
      *> drop the funds guard.
           MOVE 0 TO WS-RETURN-CODE
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH upd AS (UPDATE accounts SET current_balance = "
               "current_balance - " FUNCTION TRIM(WS-FMT-PREPAY)
               " WHERE account_number = '" WS-ACCOUNT-NUMBER "'"
               " AND current_balance + COALESCE(overdraft_limit, 0)"
               " >= " FUNCTION TRIM(WS-FMT-PREPAY)
               " AND NOT EXISTS (SELECT 1 FROM account_freezes fz"
               " WHERE fz.account_number = accounts.account_number"
               " AND fz.freeze_status = 'ACTIVE'"
               " AND fz.freeze_scope IN ('D', 'A')"
               " AND (fz.expiry_date IS NULL"
               " OR fz.expiry_date >= CURRENT_DATE))"
               " AND NOT EXISTS (SELECT 1 FROM transactions t"
               " WHERE t.idempotency_key = '"
               FUNCTION TRIM(WS-PREPAY-KEY) "')"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, "
               "idempotency_key) SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FMT-LOAN-PART) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               FUNCTION TRIM(WS-PREPAY-KEY)
               "' FROM upd RETURNING transaction_id), "
               "latefee AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, "
               "idempotency_key) SELECT account_number, 'F', "
               FUNCTION TRIM(WS-FMT-LATE) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               FUNCTION TRIM(WS-PREPAY-KEY) "-LATE' FROM upd WHERE "
               FUNCTION TRIM(WS-FMT-LATE) " > 0), "
               "latepaid AS (UPDATE loan_late_charges SET "
               "charge_status = 'PAID', paid_date = '"
               WS-BUSINESS-DATE "' WHERE loan_id = "
               FUNCTION TRIM(WS-LOAN-ID-DISP)
               " AND charge_status = 'OPEN'"
               " AND EXISTS (SELECT 1 FROM upd)), "
               "bal AS (UPDATE loans SET principal_balance = 0, "
               "loan_status = 'PAID-OFF' WHERE loan_id = "
               FUNCTION TRIM(WS-LOAN-ID-DISP)
               " AND EXISTS (SELECT 1 FROM upd)), "
               "sch AS (UPDATE loan_schedule SET installment_status "
               "= 'CANCELLED' WHERE loan_id = "
               FUNCTION TRIM(WS-LOAN-ID-DISP)
               " AND installment_status = 'PENDING'"
               " AND EXISTS (SELECT 1 FROM upd)), "
               "pp AS (INSERT INTO loan_prepayments (loan_id, "
               "transaction_id, business_date, prepay_amount, "
               "principal_part, interest_part, prepay_type, "
               "operator_id, prepaid_at) SELECT "
               FUNCTION TRIM(WS-LOAN-ID-DISP) ", transaction_id, '"
               WS-BUSINESS-DATE "', "
               FUNCTION TRIM(WS-FMT-LOAN-PART)
               ", " FUNCTION TRIM(WS-FMT-BALANCE) ", "
               FUNCTION TRIM(WS-FMT-INTEREST) ", 'PAYOFF', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM ins) "
               "SELECT transaction_id FROM ins;"
               INTO WS-SQL-COMMAND
               ON OVERFLOW
                   DISPLAY "Payoff statement too long -- not sent."
                   MOVE 1 TO WS-RETURN-CODE
           END-STRING
           IF WS-RETURN-CODE = 0
               PERFORM RUN-LOAN-SQL-PARA
           END-IF

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Loan " FUNCTION TRIM(WS-LOAN-ID-DISP)
                   " PAID-OFF. Transaction ID: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               DISPLAY "Payoff did not post -- insufficient funds, "
                   "account frozen, or already paid off."
           END-IF.

       PARTIAL-PREPAYMENT-PARA.
           DISPLAY "Re-amortize: T=Keep payment, shorten term; "
               "L=Keep term, lower payment:"
           ACCEPT WS-REAMORT-MODE
           EVALUATE WS-REAMORT-MODE
               WHEN "T"
                   MOVE "CURTAIL-TERM" TO WS-PREPAY-TYPE
               WHEN "L"
                   MOVE "CURTAIL-PMT" TO WS-PREPAY-TYPE
               WHEN OTHER
                   DISPLAY "Invalid option -- must be T or L."
                   CALL "WORK-FILE-CLEANUP-SUB" USING
                       WS-RESULT-FILE-NAME
                   GOBACK
           END-EVALUATE

           PERFORM LOAD-PENDING-PARA
           IF WS-PENDING-COUNT = 0
               DISPLAY "No PENDING installments to re-amortize."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           COMPUTE WS-PRINCIPAL =
               WS-PRINCIPAL-BALANCE - WS-PREPAY-AMOUNT
           COMPUTE WS-MONTHLY-RATE = WS-ANNUAL-RATE / 12
           IF WS-REAMORT-MODE = "L"
               MOVE WS-PENDING-COUNT TO WS-TERM-MONTHS
               PERFORM COMPUTE-PAYMENT-PARA
           END-IF

           MOVE WS-PREPAY-AMOUNT TO WS-FMT-PREPAY
           MOVE WS-PAYMENT TO WS-FMT-PAYMENT
           DISPLAY "Apply " FUNCTION TRIM(WS-FMT-PREPAY)
               " to principal from account " WS-ACCOUNT-NUMBER
               ", installment " FUNCTION TRIM(WS-FMT-PAYMENT)
               "? (Y to approve):"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "Prepayment abandoned -- nothing changed."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           MOVE SPACES TO WS-PREPAY-KEY
           STRING "LOAN-PREPAY-" FUNCTION TRIM(WS-LOAN-ID-DISP)
               "-" WS-TIMESTAMP(1:14)
               INTO WS-PREPAY-KEY

      *> Posting first, then every schedule rewrite -- all in one
      *> ON_ERROR_STOP session, and every rewrite gated on the
      *> prepayment's own transaction row existing, so an NSF or
      *> frozen account leaves the schedule exactly as it was.
           OPEN OUTPUT STATEMENTS-FILE
           MOVE "BEGIN;" TO STATEMENTS-RECORD
           WRITE STATEMENTS-RECORD

           PERFORM WRITE-PREPAY-POSTING-PARA

           MOVE 0 TO WS-CANCELLED-COUNT
           MOVE WS-PRINCIPAL TO WS-RUNNING-BALANCE
           MOVE WS-INTEREST-FROM TO WS-PERIOD-START
           PERFORM REAMORTIZE-ONE-PARA
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT

      *> The term follows whatever installments survived the rewrite.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE loans SET term_months = (SELECT COUNT(*) FROM "
               "loan_schedule s WHERE s.loan_id = loans.loan_id AND "
               "s.installment_status <> 'CANCELLED') WHERE loan_id = "
               FUNCTION TRIM(WS-LOAN-ID-DISP)
               " AND EXISTS (SELECT 1 FROM transactions t WHERE "
               "t.idempotency_key = '"
               FUNCTION TRIM(WS-PREPAY-KEY) "');"
               INTO WS-SQL-COMMAND
           WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND

           MOVE "COMMIT;" TO STATEMENTS-RECORD
           WRITE STATEMENTS-RECORD
           CLOSE STATEMENTS-FILE

           PERFORM RUN-STATEMENTS-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT transaction_id FROM transactions WHERE "
               "idempotency_key = '" FUNCTION TRIM(WS-PREPAY-KEY)
               "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               MOVE WS-CANCELLED-COUNT TO WS-MONTHS-DISP
               DISPLAY "Prepayment posted. Transaction ID: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
               DISPLAY "Schedule re-amortized; installments "
                   "cancelled: " FUNCTION TRIM(WS-MONTHS-DISP)
           ELSE
               DISPLAY "Prepayment did not post -- insufficient "
                   "funds or account frozen. Schedule unchanged."
           END-IF.

       LOAD-PENDING-PARA.
           MOVE 0 TO WS-PENDING-COUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT schedule_id, to_char(due_date, 'YYYY-MM-DD') "
               "FROM loan_schedule WHERE "
               "loan_id = " FUNCTION TRIM(WS-LOAN-ID-DISP)
               " AND installment_status = 'PENDING' "
               "ORDER BY installment_no;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END PERFORM STORE-PENDING-PARA
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
           END-IF.

       STORE-PENDING-PARA.
           IF WS-PENDING-COUNT < 999
               ADD 1 TO WS-PENDING-COUNT
               MOVE SPACES TO WS-TEMP-SCHEDULE-ID
                   WS-PENDING-DUE(WS-PENDING-COUNT)
               UNSTRING PSQL-RESULT-RECORD DELIMITED BY "|"
                   INTO WS-TEMP-SCHEDULE-ID
                        WS-PENDING-DUE(WS-PENDING-COUNT)
               END-UNSTRING
               COMPUTE WS-PENDING-ID(WS-PENDING-COUNT) =
                   FUNCTION NUMVAL(WS-TEMP-SCHEDULE-ID)
           END-IF.

       REAMORTIZE-ONE-PARA.
      *> Interest on the curtailed declining balance, each period
      *> from the previous due date (the last settled date for the
      *> first) over the product's day-count basis. The last
      *> installment -- or, shortening the term, the first one the
      *> level payment covers outright -- takes whatever principal
      *> remains; any installment after that is cancelled.
           MOVE WS-PENDING-ID(WS-PENDING-IDX) TO WS-SCHEDULE-ID-DISP
           IF WS-RUNNING-BALANCE = 0
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE SPACES TO WS-SQL-COMMAND
               STRING
                   "UPDATE loan_schedule SET installment_status = "
                   "'CANCELLED' WHERE schedule_id = "
                   FUNCTION TRIM(WS-SCHEDULE-ID-DISP)
                   " AND EXISTS (SELECT 1 FROM transactions t WHERE "
                   "t.idempotency_key = '"
                   FUNCTION TRIM(WS-PREPAY-KEY) "');"
                   INTO WS-SQL-COMMAND
               WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND
           ELSE
               CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS WS-PERIOD-START
                   WS-PENDING-DUE(WS-PENDING-IDX) WS-DAY-COUNT
                   WS-YEAR-DAYS WS-YEAR-FRACTION
               MOVE WS-PENDING-DUE(WS-PENDING-IDX) TO WS-PERIOD-START
               COMPUTE WS-INTEREST-PART ROUNDED =
                   WS-RUNNING-BALANCE * WS-ANNUAL-RATE
                   * WS-YEAR-FRACTION
               IF WS-PENDING-IDX = WS-PENDING-COUNT
                       OR WS-RUNNING-BALANCE + WS-INTEREST-PART
                          <= WS-PAYMENT
                   MOVE WS-RUNNING-BALANCE TO WS-PRINCIPAL-PART
               ELSE
                   COMPUTE WS-PRINCIPAL-PART =
                       WS-PAYMENT - WS-INTEREST-PART
               END-IF
               SUBTRACT WS-PRINCIPAL-PART FROM WS-RUNNING-BALANCE
               MOVE WS-INTEREST-PART TO WS-FMT-INT-PART
               MOVE WS-PRINCIPAL-PART TO WS-FMT-PRIN-PART
               MOVE SPACES TO WS-SQL-COMMAND
               STRING
                   "UPDATE loan_schedule SET payment_amount = "
                   FUNCTION TRIM(WS-FMT-PRIN-PART) " + "
                   FUNCTION TRIM(WS-FMT-INT-PART)
                   ", principal_part = "
                   FUNCTION TRIM(WS-FMT-PRIN-PART)
                   ", interest_part = "
                   FUNCTION TRIM(WS-FMT-INT-PART)
                   " WHERE schedule_id = "
                   FUNCTION TRIM(WS-SCHEDULE-ID-DISP)
                   " AND EXISTS (SELECT 1 FROM transactions t WHERE "
                   "t.idempotency_key = '"
                   FUNCTION TRIM(WS-PREPAY-KEY) "');"
                   INTO WS-SQL-COMMAND
               WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND
           END-IF.

       WRITE-PREPAY-POSTING-PARA.
      *> The guarded debit, the 'W' row, the balance curtailment and
      *> the prepayment record -- the same funds guard and freeze
      *> check LOAN-COLLECTION-BATCH applies to an installment.
           MOVE WS-PREPAY-AMOUNT TO WS-FMT-PREPAY
           MOVE WS-PAYMENT TO WS-FMT-PAYMENT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH upd AS (UPDATE accounts SET current_balance = "
               "current_balance - " FUNCTION TRIM(WS-FMT-PREPAY)
               " WHERE account_number = '" WS-ACCOUNT-NUMBER "'"
               " AND current_balance + COALESCE(overdraft_limit, 0)"
               " >= " FUNCTION TRIM(WS-FMT-PREPAY)
               " AND NOT EXISTS (SELECT 1 FROM account_freezes fz"
               " WHERE fz.account_number = accounts.account_number"
               " AND fz.freeze_status = 'ACTIVE'"
               " AND fz.freeze_scope IN ('D', 'A')"
               " AND (fz.expiry_date IS NULL"
               " OR fz.expiry_date >= CURRENT_DATE))"
               " RETURNING account_number), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, "
               "idempotency_key) SELECT account_number, 'W', "
               FUNCTION TRIM(WS-FMT-PREPAY) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               FUNCTION TRIM(WS-PREPAY-KEY)
               "' FROM upd RETURNING transaction_id), "
               "bal AS (UPDATE loans SET principal_balance = "
               "principal_balance - " FUNCTION TRIM(WS-FMT-PREPAY)
               ", payment_amount = " FUNCTION TRIM(WS-FMT-PAYMENT)
               " WHERE loan_id = " FUNCTION TRIM(WS-LOAN-ID-DISP)
               " AND EXISTS (SELECT 1 FROM upd)) "
               "INSERT INTO loan_prepayments (loan_id, "
               "transaction_id, business_date, prepay_amount, "
               "principal_part, interest_part, prepay_type, "
               "operator_id, prepaid_at) SELECT "
               FUNCTION TRIM(WS-LOAN-ID-DISP) ", transaction_id, '"
               WS-BUSINESS-DATE "', " FUNCTION TRIM(WS-FMT-PREPAY)
               ", " FUNCTION TRIM(WS-FMT-PREPAY) ", 0, '"
               FUNCTION TRIM(WS-PREPAY-TYPE) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM ins;"
               INTO WS-SQL-COMMAND
           WRITE STATEMENTS-RECORD FROM WS-SQL-COMMAND.

       RUN-STATEMENTS-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME)
               " -q -v ON_ERROR_STOP=1 "
               "-f ./loan_schedule_statements.sql"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-OPER-SUB" USING
               "LOAN-SERVICING" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       CHECK-SUPERVISOR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "' AND operator_role = 'SUP';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-LOAN-SQL-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-IS-SUPERVISOR
           END-IF.

       CHECK-DATE-PARA.
           MOVE 'Y' TO WS-DATE-OK
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 10
               IF WS-GOOD-THROUGH(WS-CHAR-IDX:1) NOT NUMERIC
                       AND WS-GOOD-THROUGH(WS-CHAR-IDX:1) NOT = "-"
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-PERFORM.

       RUN-LOAN-SQL-PARA.
           MOVE 0 TO WS-RETURN-CODE
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND
               ON OVERFLOW
                   DISPLAY "Command too long -- not sent."
                   MOVE 1 TO WS-RETURN-CODE
           END-STRING.

           IF WS-RETURN-CODE = 0
               CALL "SYSTEM" USING WS-SHELL-COMMAND
                   RETURNING WS-RETURN-CODE
               END-CALL
           END-IF.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "LOAN-SERVICING" WS-ACCOUNT-NUMBER
