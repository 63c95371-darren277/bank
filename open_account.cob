      *> holder) so a new account can actually be opened through this
      *> system instead of requiring someone to add the row directly
      *> in the database.
      *> An entity customer (customer_type E) can only be the primary
      *> holder once its beneficial ownership has been certified in
      *> MAINTAIN-CUSTOMER -- no certification, no account.
      *> Every account is opened under an FDIC ownership category
      *> (SINGLE, JOINT, RETIRE, TRUST or BUSINESS; a revocable trust
      *> also carries its beneficiary count), which
      *> FDIC-COVERAGE-BATCH uses to sum insured balances per
      *> depositor.
      *> A promotion code (promotions) opens the account at the
      *> promotional rate instead of the product's; the account
      *> carries the code, the date the promotion runs to and the
      *> balance it opened with, and PROMO-STEPDOWN-BATCH returns it
      *> to its product or index rate after that date.
      *> Each account carries its statement cycle day (1-31, 31
      *> meaning month-end): keyed here for a customer who wants
      *> statements on their own accounting date, otherwise taken
      *> from the product (month-end where the product names none).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PRODUCT-LEN        PIC 9(2) COMP.
       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-SQL-COMMAND        PIC X(1600).
       01  WS-SHELL-COMMAND      PIC X(1800).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(60).
       01  WS-HOLDER-NAME        PIC X(120) VALUE SPACES.
       01  WS-SCREEN-CONTEXT     PIC X(20) VALUE "OPEN-ACCOUNT".
       01  WS-SANCTIONS-MATCH    PIC X(1) VALUE 'N'.
       01  WS-HOLDER-TYPE        PIC X(1) VALUE SPACES.
       01  WS-CERTIFIED-DATE     PIC X(10) VALUE SPACES.
      *> Term-deposit products (product_type 'CD') carry a term on the
      *> product row; the account gets a maturity date, a disposition
      *> for the maturity batch (renew, or sweep to a linked account),
       01  WS-CD-DISPOSITION     PIC X(5) VALUE SPACES.
       01  WS-LINKED-ACCOUNT     PIC X(10) VALUE SPACES.
       01  WS-LINKED-VALID       PIC X(1) VALUE 'Y'.
      *> FDIC ownership category; an entity holder defaults to
      *> BUSINESS, anyone else to SINGLE, when the prompt is left
      *> blank.
       01  WS-OWNERSHIP-CHOICE   PIC X(1) VALUE SPACES.
       01  WS-OWNERSHIP-CATEGORY PIC X(8) VALUE SPACES.
       01  WS-TRUST-BENEFICIARIES PIC 9(2) VALUE 0.
      *> Promotion: rate and expiry come back from the offer check.
       01  WS-PROMO-CODE         PIC X(10) VALUE SPACES.
       01  WS-PROMO-LEN          PIC 9(2) COMP.
       01  WS-PROMO-RATE         PIC X(12) VALUE SPACES.
       01  WS-PROMO-EXPIRY       PIC X(10) VALUE SPACES.
       01  WS-CYCLE-DAY          PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.

           DISPLAY "Enter Primary Holder Customer Number (0 to skip):"
           ACCEPT WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID > 0
               PERFORM CHECK-ENTITY-CERTIFIED-PARA
           END-IF

           PERFORM CAPTURE-OWNERSHIP-PARA

           DISPLAY "Enter Statement Cycle Day (1-31, 0 for the "
               "product's):"
           ACCEPT WS-CYCLE-DAY
           IF WS-CYCLE-DAY NOT NUMERIC OR WS-CYCLE-DAY > 31
               DISPLAY "Invalid statement cycle day -- must be 1-31, "
                   "or 0."
               GOBACK
           END-IF

           DISPLAY "Enter Promotion Code (blank for none):"
           ACCEPT WS-PROMO-CODE
           IF WS-PROMO-CODE NOT = SPACES
               PERFORM CHECK-PROMOTION-PARA
           END-IF

           *> The INSERT selects its attribute values off the product
           *> row itself, so an unknown product code opens nothing --
               "INSERT INTO accounts (account_number, current_balance, "
               "interest_rate, account_status, currency, daily_limit, "
               "product_code, branch_code, maturity_date, "
               "cd_disposition, linked_account_number, "
               "ownership_category, trust_beneficiaries, "
               "promo_code, promo_expiry_date, promo_opening_balance, "
               "statement_cycle_day) "
               "SELECT '" FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', "
               FUNCTION TRIM(WS-FORMATTED-DEPOSIT)
               ", COALESCE(NULLIF('" FUNCTION TRIM(WS-PROMO-RATE)
               "', '')::numeric, default_interest_rate), 'ACTIVE', "
               "currency, "
               "daily_limit, product_code, '"
               FUNCTION TRIM(WS-BRANCH-CODE) "', "
               "CASE WHEN product_type = 'CD' THEN (CURRENT_DATE + "
               "make_interval(months => term_months))::date END, "
               "NULLIF('" FUNCTION TRIM(WS-CD-DISPOSITION)
               "', ''), NULLIF('"
               FUNCTION TRIM(WS-LINKED-ACCOUNT) "', ''), '"
               FUNCTION TRIM(WS-OWNERSHIP-CATEGORY) "', NULLIF("
               WS-TRUST-BENEFICIARIES ", 0), NULLIF('"
               FUNCTION TRIM(WS-PROMO-CODE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-PROMO-EXPIRY) "', '')::date, "
               "CASE WHEN '"
               FUNCTION TRIM(WS-PROMO-CODE) "' <> '' THEN "
               FUNCTION TRIM(WS-FORMATTED-DEPOSIT) " END, "
               "COALESCE(NULLIF(" WS-CYCLE-DAY ", 0), "
               "statement_cycle_day, 31) FROM products "
               "WHERE product_code = '" FUNCTION TRIM(WS-PRODUCT-CODE)
               "' AND EXISTS (SELECT 1 FROM branches WHERE "
               "branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
           PERFORM RUN-OPEN-SQL-PARA.

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error opening account. Return code: "
                   WS-RETURN-CODE
               GOBACK
           END-IF

           END-IF

           DISPLAY "Account opened: " FUNCTION TRIM(WS-ACCOUNT-NUMBER)
           IF WS-PROMO-CODE NOT = SPACES
               DISPLAY "Promotion " FUNCTION TRIM(WS-PROMO-CODE)
                   " at " FUNCTION TRIM(WS-PROMO-RATE)
                   " through " WS-PROMO-EXPIRY
           END-IF

           IF WS-CUSTOMER-ID > 0
               PERFORM ADD-PRIMARY-HOLDER-PARA
               END-IF
           END-IF.

       CAPTURE-OWNERSHIP-PARA.
           DISPLAY "Enter Ownership Category (S=Single, J=Joint, "
               "R=Retirement, T=Revocable trust, B=Business; "
               "blank for default):"
           ACCEPT WS-OWNERSHIP-CHOICE
           IF WS-OWNERSHIP-CHOICE = SPACES
               IF WS-HOLDER-TYPE = "E"
                   MOVE "B" TO WS-OWNERSHIP-CHOICE
               ELSE
                   MOVE "S" TO WS-OWNERSHIP-CHOICE
               END-IF
           END-IF
           EVALUATE WS-OWNERSHIP-CHOICE
               WHEN "S"
                   MOVE "SINGLE" TO WS-OWNERSHIP-CATEGORY
               WHEN "J"
                   MOVE "JOINT" TO WS-OWNERSHIP-CATEGORY
               WHEN "R"
                   MOVE "RETIRE" TO WS-OWNERSHIP-CATEGORY
               WHEN "T"
                   MOVE "TRUST" TO WS-OWNERSHIP-CATEGORY
               WHEN "B"
                   MOVE "BUSINESS" TO WS-OWNERSHIP-CATEGORY
               WHEN OTHER
                   DISPLAY "Invalid ownership category -- must be S, "
                       "J, R, T or B."
                   GOBACK
           END-EVALUATE
           IF WS-OWNERSHIP-CATEGORY = "TRUST"
               DISPLAY "Enter Number of Trust Beneficiaries:"
               ACCEPT WS-TRUST-BENEFICIARIES
               IF WS-TRUST-BENEFICIARIES NOT NUMERIC
                       OR WS-TRUST-BENEFICIARIES = 0
                   DISPLAY "A revocable trust needs at least one "
                       "beneficiary."
                   GOBACK
               END-IF
           END-IF.

       CHECK-PROMOTION-PARA.
      *> The code splices into SQL -- letters and digits only, the
      *> product code's rule. The offer check returns the rate and the
      *> expiry only when every condition holds: inside the offer
      *> window, the product on the eligible list, the opening
      *> deposit at least the new-money minimum, and -- for a
      *> new-money-only promotion -- a primary holder with no open
      *> account in any of the promotion's products already.
           COMPUTE WS-PROMO-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PROMO-CODE))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-PROMO-LEN
               IF WS-PROMO-CODE(WS-CHAR-IDX:1) NOT NUMERIC
                       AND (WS-PROMO-CODE(WS-CHAR-IDX:1) < "A"
                            OR WS-PROMO-CODE(WS-CHAR-IDX:1) > "Z")
                   DISPLAY "Invalid promotion code -- letters and "
                       "digits only."
                   GOBACK
               END-IF
           END-PERFORM

           MOVE WS-OPENING-DEPOSIT TO WS-FORMATTED-DEPOSIT
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT p.promo_rate || '|' || CASE WHEN "
               "p.duration_months IS NULL THEN p.end_date ELSE "
               "LEAST((CURRENT_DATE + make_interval(months => "
               "p.duration_months) - 1)::date, COALESCE(p.end_date, "
               "DATE '9999-12-31')) END FROM promotions p WHERE "
               "p.promo_code = '" FUNCTION TRIM(WS-PROMO-CODE)
               "' AND COALESCE(p.offer_start_date, CURRENT_DATE) <= "
               "CURRENT_DATE AND COALESCE(p.offer_end_date, "
               "CURRENT_DATE) >= CURRENT_DATE AND (',' || "
               "replace(p.eligible_products, ' ', '') || ',') LIKE "
               "'%,' || '" FUNCTION TRIM(WS-PRODUCT-CODE) "' || ',%' "
               "AND " FUNCTION TRIM(WS-FORMATTED-DEPOSIT)
               " >= COALESCE(p.min_new_money, 0) AND (COALESCE("
               "p.new_money_only, 'N') <> 'Y' OR NOT EXISTS (SELECT "
               "1 FROM account_holders h JOIN accounts a ON "
               "a.account_number = h.account_number WHERE "
               "h.customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " AND COALESCE(a.account_status, 'ACTIVE') <> "
               "'CLOSED' AND (',' || replace(p.eligible_products, "
               "' ', '') || ',') LIKE '%,' || a.product_code || "
               "',%'));"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPEN-SQL-PARA
           MOVE SPACES TO WS-PROMO-RATE WS-PROMO-EXPIRY
           IF WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-PROMO-RATE WS-PROMO-EXPIRY
               END-UNSTRING
           END-IF
           IF WS-PROMO-RATE = SPACES OR WS-PROMO-EXPIRY = SPACES
               DISPLAY "Promotion " FUNCTION TRIM(WS-PROMO-CODE)
                   " not available -- unknown code, outside its offer "
                   "window, product not eligible, or new-money rules "
                   "not met. Account not opened."
               GOBACK
           END-IF.

       VALIDATE-BRANCH-CODE-PARA.
           *> Branch codes splice into SQL below -- digits only.
           IF FUNCTION TRIM(WS-BRANCH-CODE) = SPACES
               END-IF
           END-IF.

       CHECK-ENTITY-CERTIFIED-PARA.
      *> Checked before the account row is written, so a refused
      *> entity leaves nothing half-opened behind it.
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(customer_type, 'I') || '|' || "
               "COALESCE(ownership_certified_date::text, '') FROM "
               "customers WHERE customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OPEN-SQL-PARA
           MOVE SPACES TO WS-HOLDER-TYPE WS-CERTIFIED-DATE
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-HOLDER-TYPE WS-CERTIFIED-DATE
           END-UNSTRING
           IF WS-HOLDER-TYPE = "E" AND WS-CERTIFIED-DATE = SPACES
               DISPLAY "Customer " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   " is an entity with no beneficial ownership "
                   "certification -- account not opened."
               GOBACK
           END-IF.

       FETCH-HOLDER-NAME-PARA.
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.
