      *> RECONCILIATION-BATCH can explain the date discrepancy
      *> instead of flagging it), and in the same statement recomputes
      *> the interest the account would have accrued for the missed
      *> days at its own rate over its product's day-count basis --
      *> exactly the INTEREST-BATCH calculation -- posting the
      *> adjustment straight into
      *> accrued_interest so the next capitalization pays it.

       ENVIRONMENT DIVISION.
       01  WS-ADJUST-SIGN        PIC X(1) VALUE "+".
       01  WS-BALANCE-SIGN       PIC X(1) VALUE "+".

      *> The missed days, effective date up to the business date,
      *> counted under the product's day-count basis (DAY-COUNT-SUB)
      *> and carried into the adjustment SQL as days / year length --
      *> or, for Actual/Actual across a year end, the year fraction.
       01  WS-DAY-BASIS          PIC X(5) VALUE SPACES.
       01  WS-DAY-COUNT          PIC S9(5) VALUE 0.
       01  WS-YEAR-DAYS          PIC 9(3) VALUE 365.
       01  WS-YEAR-FRACTION      PIC 9(3)V9(12) VALUE 0.
       01  WS-DAY-COUNT-DISP     PIC Z(4)9.
       01  WS-FRACTION-DISP      PIC ZZ9.9(12).
       01  WS-DAY-FACTOR         PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           PERFORM LOAD-DAY-FACTOR-PARA
           PERFORM POST-BACKDATED-PARA

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               END-IF
           END-PERFORM.

       LOAD-DAY-FACTOR-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(p.day_count_basis, 'A365') FROM "
               "accounts a LEFT JOIN products p ON p.product_code = "
               "a.product_code WHERE a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-BACKDATE-SQL-PARA
           MOVE "A365" TO WS-DAY-BASIS
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE WS-PSQL-RESULT TO WS-DAY-BASIS
           END-IF
           CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS WS-EFFECTIVE-DATE
               WS-BUSINESS-DATE WS-DAY-COUNT WS-YEAR-DAYS
               WS-YEAR-FRACTION
           MOVE SPACES TO WS-DAY-FACTOR
           IF WS-DAY-BASIS = "AACT"
               MOVE WS-YEAR-FRACTION TO WS-FRACTION-DISP
               MOVE FUNCTION TRIM(WS-FRACTION-DISP) TO WS-DAY-FACTOR
           ELSE
               MOVE WS-DAY-COUNT TO WS-DAY-COUNT-DISP
               STRING FUNCTION TRIM(WS-DAY-COUNT-DISP) " / "
                   WS-YEAR-DAYS
                   INTO WS-DAY-FACTOR
           END-IF.

       POST-BACKDATED-PARA.
           *> One statement: the guarded posting (funds, freezes and
           *> the charged-off block on a W; credits post plainly)
           *> carries value_date and the backdated flag, and the
           *> accrual adjustment -- the account's own rate times the
           *> missed days over the product's day-count basis, the
           *> INTEREST-BATCH arithmetic -- lands in
           *> accrued_interest in the same CTE: a back-valued deposit
           *> earns the days it missed, a back-valued withdrawal gives
           *> them back.
               "adj AS (UPDATE accounts a SET accrued_interest = "
               "COALESCE(a.accrued_interest, 0) " WS-ADJUST-SIGN
               " ROUND(" FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " * u.rate * " FUNCTION TRIM(WS-DAY-FACTOR) ", 2) "
               "FROM upd u WHERE a.account_number = u.account_number "
               "RETURNING ROUND(" FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " * u.rate * " FUNCTION TRIM(WS-DAY-FACTOR)
               ", 2) AS adjusted), "
               "ins AS (INSERT INTO transactions (account_number, "
               "transaction_type, amount, operator_id, value_date, "
               "backdated_flag) SELECT account_number, '"
