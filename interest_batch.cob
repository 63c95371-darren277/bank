       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FEED-FILE
           ASSIGN TO "./interest_batch_accounts.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE
           ASSIGN TO "./interest_batch.checkpoint"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPITALIZE-RESULT-FILE
           ASSIGN TO "./interest_batch_capitalize.tmp"
       01  WS-TEMP-REL-BALANCE      PIC X(20) VALUE SPACES.
       01  WS-REL-BALANCE           PIC S9(15)V99 VALUE 0.
       01  WS-REL-RATE              PIC 9(5)V9999 VALUE 0.
       01  WS-PROMO-FLAG            PIC X(1) VALUE SPACES.
           88  WS-ON-PROMOTION      VALUE "P".

      *> Day-count convention from the account's product
      *> (products.day_count_basis -- A360, A365, AACT or 30360; none
      *> on file is A365). DAY-COUNT-SUB turns the night's one-day
      *> accrual period into days over a year length, and every rate
      *> below -- flat, tiered, relationship and debit -- applies
      *> over that instead of a fixed 365.
       01  WS-DAY-BASIS             PIC X(5) VALUE SPACES.
       01  WS-DAY-COUNT             PIC S9(5) VALUE 0.
       01  WS-YEAR-DAYS             PIC 9(3) VALUE 365.
       01  WS-YEAR-FRACTION         PIC 9(3)V9(12) VALUE 0.
       01  WS-NO-TO-DATE            PIC X(10) VALUE SPACES.

      *> Balance tiers loaded once per run from rate_tiers, lowest
      *> floor first. An empty table means tiered pricing is not in

       SIMULATE-RUN-PARA.
           DISPLAY "Simulation mode -- no postings will be made."
      *> The projection is priced as of the business date, the same
      *> as the real run: promotion status and each product's
      *> day-count period both key off it.
           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not "
                   "running."
               GOBACK
           END-IF
           PERFORM LOAD-RATE-TIERS-PARA
           MOVE SPACES TO WS-CHECKPOINT-ACCOUNT
           PERFORM EXTRACT-ACCOUNTS-PARA
           END-IF

           OPEN OUTPUT PROJECTION-REPORT-FILE
           MOVE SPACES TO PROJECTION-REPORT-RECORD
           STRING "Projected interest report "
               "(simulation -- nothing posted)"
               INTO PROJECTION-REPORT-RECORD
           WRITE PROJECTION-REPORT-RECORD
           MOVE "Account     Balance           Projected interest"
               TO PROJECTION-REPORT-RECORD
           END-READ
           CLOSE CHECKPOINT-FILE

           MOVE FUNCTION TRIM(WS-CHECKPOINT-ACCOUNT)
               TO WS-CHECKPOINT-ACCOUNT
           IF WS-CHECKPOINT-ACCOUNT NOT = SPACES
               DISPLAY "Prior run abended after account "
                   WS-CHECKPOINT-ACCOUNT
               "ON rb.customer_id = h.customer_id "
               "WHERE h.account_number = accounts.account_number "
               "AND rb.business_date = (SELECT MAX(business_date) "
               "FROM relationship_balances)), 0), "
      *> An account inside its promotional period is flagged P: it
      *> earns the promotional rate flat, never a tier.
               "CASE WHEN promo_expiry_date >= DATE '"
               WS-BUSINESS-DATE "' AND promo_stepdown_date IS NULL "
               "THEN 'P' ELSE ' ' END, "
               "COALESCE((SELECT p.day_count_basis FROM products p "
               "WHERE p.product_code = accounts.product_code), "
               "'A365') FROM accounts "
               "WHERE (account_status = 'ACTIVE' "
               "OR account_status IS NULL)"
               FUNCTION TRIM(WS-SQL-WHERE)
      *> Estate policy: accrual stops once a holder's date of death is
      *> recorded -- an account inside an open estate earns nothing
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./interest_batch_accounts.tmp"
               INTO WS-SHELL-COMMAND.

           *> The balance comes through NUMVAL, not a direct numeric
           *> move -- UNSTRING's alphanumeric move drops the minus
           *> sign on an overdrawn account's "-175.00".
           MOVE SPACES TO WS-TEMP-REL-BALANCE WS-PROMO-FLAG
               WS-DAY-BASIS
           UNSTRING ACCOUNTS-FEED-RECORD DELIMITED BY "|"
               INTO WS-ACCOUNT-NUMBER WS-TEMP-BALANCE WS-RATE
                    WS-DEBIT-RATE WS-TEMP-REL-BALANCE WS-PROMO-FLAG
                    WS-DAY-BASIS
           END-UNSTRING
           CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS WS-BUSINESS-DATE
               WS-NO-TO-DATE WS-DAY-COUNT WS-YEAR-DAYS
               WS-YEAR-FRACTION
           COMPUTE WS-BALANCE =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-BALANCE))
           MOVE 0 TO WS-REL-BALANCE
           *> file).
           MOVE 0 TO WS-INTEREST
           IF WS-BALANCE > 0
               IF WS-TIER-COUNT > 0 AND NOT WS-ON-PROMOTION
                   IF WS-REL-BALANCE > WS-BALANCE
                       PERFORM COMPUTE-RELATIONSHIP-RATE-PARA
                   ELSE
                   END-IF
               ELSE
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-BALANCE * WS-RATE * WS-DAY-COUNT
                       / WS-YEAR-DAYS
               END-IF
           END-IF

           IF WS-BALANCE < 0 AND WS-DEBIT-RATE > 0 AND NOT SIMULATE-ON
               COMPUTE WS-NEGATIVE-BALANCE = 0 - WS-BALANCE
               COMPUTE WS-INTEREST ROUNDED =
                   WS-NEGATIVE-BALANCE * WS-DEBIT-RATE * WS-DAY-COUNT
                   / WS-YEAR-DAYS
               IF WS-INTEREST > 0
                   PERFORM RECORD-DEBIT-ACCRUAL-PARA
                   SUBTRACT WS-INTEREST FROM WS-NET-ACCRUAL
                       WS-TIER-CEILING - WS-TIER-FLOOR(WS-TIER-IDX)
                   COMPUTE WS-INTEREST ROUNDED = WS-INTEREST +
                       (WS-TIER-SLICE * WS-TIER-RATE(WS-TIER-IDX)
                        * WS-DAY-COUNT / WS-YEAR-DAYS)
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM
           COMPUTE WS-INTEREST ROUNDED =
               WS-BALANCE * WS-REL-RATE * WS-DAY-COUNT
               / WS-YEAR-DAYS.

       LOAD-RATE-TIERS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
