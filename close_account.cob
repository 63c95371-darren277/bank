
      *> Companion to open_account.cob. Closing is a settlement
      *> workflow now, not just a status flip: compute and post the
      *> final accrued interest -- the bucket plus the closing day's
      *> own accrual at the product's day-count basis -- (the same
      *> capitalization shape INTEREST-BATCH uses on cycle dates,
      *> withholding included),
      *> assess the product's closing fee if one is on the schedule,
      *> disburse whatever balance remains as a withdrawal or a
      *> transfer to another account, and only then flip
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-SQL-COMMAND        PIC X(1400).
       01  WS-SHELL-COMMAND      PIC X(1600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(80).
       01  WS-TARGET-ACCOUNT     PIC X(10) VALUE SPACES.
       01  WS-TARGET-VALID       PIC X(1) VALUE 'Y'.
       01  WS-ESTATE-HOLD        PIC X(1) VALUE 'N'.
       01  WS-POD-ROUTED         PIC X(1) VALUE 'N'.

      *> The closing day's own accrual. INTEREST-BATCH skips a CLOSED
      *> account, so the night the account closes would otherwise
      *> earn nothing: one day on the closing balance at the
      *> account's own rate, over the product's day-count basis
      *> (DAY-COUNT-SUB), added to the bucket being capitalized.
       01  WS-RATE               PIC 9(5)V9999 VALUE 0.
       01  WS-TEMP-RATE          PIC X(20) VALUE SPACES.
       01  WS-CLOSING-DATE       PIC X(10) VALUE SPACES.
       01  WS-DAY-BASIS          PIC X(5) VALUE SPACES.
       01  WS-DAY-COUNT          PIC S9(5) VALUE 0.
       01  WS-YEAR-DAYS          PIC 9(3) VALUE 365.
       01  WS-YEAR-FRACTION      PIC 9(3)V9(12) VALUE 0.
       01  WS-NO-TO-DATE         PIC X(10) VALUE SPACES.
       01  WS-CLOSING-DAY-INT    PIC 9(15)V99 VALUE 0.
       01  WS-FMT-CLOSING-DAY    PIC Z(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
               GOBACK
           END-IF

           *> A payable-on-death account routed to its beneficiaries
           *> is settled by ESTATE-SETTLEMENT's POD payout, which
           *> splits the balance by share -- never disbursed here.
           PERFORM CHECK-POD-ROUTING-PARA
           IF WS-POD-ROUTED = 'Y'
               DISPLAY "Account is routed to POD beneficiary payout -- "
                   "settle it with ESTATE-SETTLEMENT action P."
               GOBACK
           END-IF

           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Closure settlement for account "
               MOVE 'Y' TO WS-ESTATE-HOLD
           END-IF.

       CHECK-POD-ROUTING-PARA.
           MOVE 'N' TO WS-POD-ROUTED
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM accounts WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND pod_payout_status = 'DUE';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CLOSE-SQL-PARA
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-POD-ROUTED
           END-IF.

       LOOKUP-ACCOUNT-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
           *> runs on cycle dates, scoped to this one account --
           *> withholding split, 'D' posting, rate-history stamp and
           *> bucket reset all land together or not at all.
           PERFORM COMPUTE-CLOSING-DAY-PARA
           IF WS-ACCRUED = 0 AND WS-CLOSING-DAY-INT = 0
               MOVE "Final interest:      none accrued"
                   TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
           ELSE
               IF WS-CLOSING-DAY-INT > 0
                   MOVE WS-CLOSING-DAY-INT TO WS-FMT-CLOSING-DAY
                   MOVE SPACES TO SUMMARY-RECORD
                   STRING "Closing-day accrual: "
                       FUNCTION TRIM(WS-FMT-CLOSING-DAY)
                       "  (" FUNCTION TRIM(WS-DAY-BASIS) " basis)"
                       INTO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
               PERFORM CAPITALIZE-FINAL-PARA
           END-IF.

       COMPUTE-CLOSING-DAY-PARA.
           MOVE 0 TO WS-CLOSING-DAY-INT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(a.interest_rate, 0), "
               "to_char(CURRENT_DATE, 'YYYY-MM-DD'), "
               "COALESCE(p.day_count_basis, 'A365') FROM accounts a "
               "LEFT JOIN products p ON p.product_code = "
               "a.product_code WHERE a.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CLOSE-SQL-PARA
           IF WS-PSQL-RESULT NOT = SPACES AND WS-BALANCE > 0
               MOVE SPACES TO WS-TEMP-RATE WS-CLOSING-DATE
                   WS-DAY-BASIS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TEMP-RATE WS-CLOSING-DATE WS-DAY-BASIS
               END-UNSTRING
               COMPUTE WS-RATE = FUNCTION NUMVAL(WS-TEMP-RATE)
               CALL "DAY-COUNT-SUB" USING WS-DAY-BASIS
                   WS-CLOSING-DATE WS-NO-TO-DATE WS-DAY-COUNT
                   WS-YEAR-DAYS WS-YEAR-FRACTION
               COMPUTE WS-CLOSING-DAY-INT ROUNDED =
                   WS-BALANCE * WS-RATE * WS-DAY-COUNT / WS-YEAR-DAYS
           END-IF.

       CAPITALIZE-FINAL-PARA.
           MOVE WS-CLOSING-DAY-INT TO WS-FMT-CLOSING-DAY
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH acc AS (SELECT account_number, "
               "COALESCE(accrued_interest, 0) + "
               FUNCTION TRIM(WS-FMT-CLOSING-DAY) " AS amt, "
               "withholding_flag, withholding_rate FROM accounts "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "' FOR UPDATE), "
               "due AS (SELECT account_number, amt, "
               "CASE WHEN COALESCE(withholding_flag, 'N') = "
               "'Y' AND amt > 0 THEN ROUND(amt * "
               "COALESCE(withholding_rate, 0.24), 2) ELSE 0 END AS wh "
               "FROM acc WHERE amt <> 0), "
               "upd AS (UPDATE accounts a SET current_balance = "
               "COALESCE(a.current_balance, 0) + d.amt - d.wh, "
               "accrued_interest = 0 FROM due d "
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE accounts SET account_status = 'CLOSED' "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND account_status <> 'CLOSED' "
               "AND COALESCE(current_balance, 0) = 0 "
               "AND COALESCE(accrued_interest, 0) = 0 "
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.
