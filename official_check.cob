      *>       through presentment, reversing the liability;
      *>   R = Report: stale-dated items -- OUTSTANDING checks older
      *>       than 180 days, the liability the examiners ask us to
      *>       prove;
      *>   L = Monetary instrument log for a month: every logged cash
      *>       purchase with its serial number, amount and purchaser,
      *>       the record BSA recordkeeping has examiners ask for.
      *>
      *> A drawer-cash purchase always records the purchaser's ID type
      *> and number on the register row, so the same person's
      *> purchases can be added up across the day however many checks
      *> they are split over. Once that day's cash purchases reach the
      *> monetary instrument band (3,000.00 to 10,000.00 inclusive,
      *> overridable by a monetary_instrument_config row) the teller
      *> captures the purchaser in full, and this instrument -- plus
      *> any earlier same-day purchases by the same person not yet
      *> logged -- lands in monetary_instrument_log in the issuing
      *> statement. Past the top of the band the purchase is logged
      *> all the same and the teller is told it is CTR territory.
      *>
      *> In training mode the issue runs against the training
      *> database and every check it "issues" is marked VOID on the
      *> screen.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(400).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-PAYEE-NAME         PIC X(60) VALUE SPACES.
       01  WS-SERIAL-NUMBER      PIC 9(9) VALUE 0.
       01  WS-SERIAL-DISP        PIC Z(8)9.
       01  WS-SQL-COMMAND        PIC X(3000).
       01  WS-SQL-PTR            PIC 9(4) COMP.
       01  WS-SHELL-COMMAND      PIC X(3200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(132).
       01  WS-FORMATTED-AMOUNT   PIC Z(13)9.99.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
      *> Y when the operator signed on in training -- everything
      *> from here on runs against the training database.
       01  WS-TRAINING-MODE      PIC X(1) VALUE 'N'.
      *> An account-funded issue shows the account's service memos
      *> first, and stops on a refused must-acknowledge memo.
       01  WS-MEMO-OK            PIC X(1) VALUE 'Y'.
      *> Monetary instrument band and the purchaser behind a cash
      *> purchase.
       01  WS-MIL-MINIMUM        PIC 9(15)V99 VALUE 3000.00.
       01  WS-MIL-MAXIMUM        PIC 9(15)V99 VALUE 10000.00.
       01  WS-DAY-PURCHASES      PIC 9(15)V99 VALUE 0.
       01  WS-DAY-PURCHASES-DISP PIC Z(13)9.99.
       01  WS-TEMP-TOTAL         PIC X(20) VALUE SPACES.
       01  WS-TEMP-MINIMUM       PIC X(20) VALUE SPACES.
       01  WS-TEMP-MAXIMUM       PIC X(20) VALUE SPACES.
       01  WS-MIL-REQUIRED       PIC X(1) VALUE 'N'.
       01  WS-PURCHASER-ID-TYPE  PIC X(12) VALUE SPACES.
       01  WS-PURCHASER-ID-NUMBER PIC X(30) VALUE SPACES.
       01  WS-PURCHASER-NAME     PIC X(60) VALUE SPACES.
       01  WS-PURCHASER-ADDRESS  PIC X(100) VALUE SPACES.
       01  WS-PURCHASER-DOB      PIC X(10) VALUE SPACES.
       01  WS-PURCHASER-TIN      PIC X(11) VALUE SPACES.
       01  WS-PURCHASER-ACCOUNT  PIC X(10) VALUE SPACES.
       01  WS-LOG-MONTH          PIC X(7) VALUE SPACES.
       01  WS-LOG-LINES          PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-TRAINING-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK WS-TRAINING-MODE
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           CALL "TRAINING-SCREEN-SUB" USING DB-CONFIG WS-TRAINING-MODE

           DISPLAY "Enter Action (I=Issue, C=Clear presented check, "
               "R=Stale-dated report, L=Monetary instrument log):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM CLEAR-CHECK-PARA
               WHEN "R"
                   PERFORM STALE-REPORT-PARA
               WHEN "L"
                   PERFORM INSTRUMENT-LOG-REPORT-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be I, C, R or L."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
                   DISPLAY "Invalid account number format."
                   GOBACK
               END-IF
               CALL "ACCOUNT-MEMO-SUB" USING
                   WS-OPERATOR-ID WS-ACCOUNT-NUMBER WS-MEMO-OK
               IF WS-MEMO-OK NOT = 'Y'
                   DISPLAY "Check not issued -- account memo not "
                       "acknowledged."
                   GOBACK
               END-IF
           END-IF

           DISPLAY "Enter Check Amount:"
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Official check issued. Serial number: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
               PERFORM TRAINING-VOID-PARA
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Issue declined -- insufficient funds or "
           *> count absorbs the cash and the GL entry is the chart's
           *> cash-funded pair ('Q': debit vault/teller cash, credit
           *> official-checks liability).
           DISPLAY "Purchaser ID Type (DL, PASSPORT, STATEID, "
               "MILITARY, OTHER):"
           ACCEPT WS-PURCHASER-ID-TYPE
           DISPLAY "Purchaser ID Number:"
           ACCEPT WS-PURCHASER-ID-NUMBER
           INSPECT WS-PURCHASER-ID-TYPE REPLACING ALL "'" BY " "
           INSPECT WS-PURCHASER-ID-TYPE REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT WS-PURCHASER-ID-NUMBER REPLACING ALL "'" BY " "
           INSPECT WS-PURCHASER-ID-NUMBER REPLACING ALL
               WS-DOUBLE-QUOTE BY " "
           IF FUNCTION TRIM(WS-PURCHASER-ID-TYPE) = SPACES
                   OR FUNCTION TRIM(WS-PURCHASER-ID-NUMBER) = SPACES
               DISPLAY "Purchaser identification is required for a "
                   "cash purchase. Nothing issued."
               GOBACK
           END-IF

           PERFORM CHECK-INSTRUMENT-BAND-PARA
           IF WS-MIL-REQUIRED = 'Y'
               PERFORM CAPTURE-PURCHASER-PARA
               IF FUNCTION TRIM(WS-PURCHASER-NAME) = SPACES
                       OR FUNCTION TRIM(WS-PURCHASER-ADDRESS) = SPACES
                   DISPLAY "Purchaser name and address are required "
                       "for the monetary instrument log. Nothing "
                       "issued."
                   GOBACK
               END-IF
           END-IF

           MOVE WS-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH reg AS (INSERT INTO official_checks "
               "(serial_number, payee_name, amount, funding_source, "
               "issued_by, issued_date, check_status, "
               "purchaser_id_type, purchaser_id_number) "
               "VALUES ((SELECT COALESCE(MAX(serial_number), 100000) "
               "+ 1 FROM official_checks), '"
               FUNCTION TRIM(WS-PAYEE-NAME) "', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", 'CASH', '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', CURRENT_DATE, 'OUTSTANDING', '"
               FUNCTION TRIM(WS-PURCHASER-ID-TYPE) "', '"
               FUNCTION TRIM(WS-PURCHASER-ID-NUMBER) "') "
               "RETURNING serial_number, amount), "
               "gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT CURRENT_DATE, c.debit_gl_account, "
               "c.credit_gl_account, "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               " FROM chart_of_accounts c "
               "WHERE c.transaction_type = 'Q')"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           IF WS-MIL-REQUIRED = 'Y'
               PERFORM APPEND-INSTRUMENT-LOG-PARA
           END-IF

           STRING " SELECT serial_number FROM reg;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           PERFORM RUN-OFFCHECK-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Official check issued against drawer cash. "
                   "Serial number: " FUNCTION TRIM(WS-PSQL-RESULT)
               PERFORM TRAINING-VOID-PARA
               IF WS-MIL-REQUIRED = 'Y'
                   DISPLAY "Purchase recorded in the monetary "
                       "instrument log."
               END-IF
           ELSE
               DISPLAY "Error issuing check. Return code: "
                   WS-RETURN-CODE
           END-IF.

       CHECK-INSTRUMENT-BAND-PARA.
           *> The same person's cash purchases today, voided
           *> instruments aside, plus this one -- a purchase split
           *> across several checks is one purchase for the log.
           MOVE 'N' TO WS-MIL-REQUIRED
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(SUM(amount), 0) || '|' || "
               "COALESCE((SELECT min_amount || '|' || max_amount "
               "FROM monetary_instrument_config LIMIT 1), '') "
               "FROM official_checks WHERE funding_source = 'CASH' "
               "AND issued_date = CURRENT_DATE "
               "AND check_status <> 'VOID' "
               "AND purchaser_id_type = '"
               FUNCTION TRIM(WS-PURCHASER-ID-TYPE)
               "' AND purchaser_id_number = '"
               FUNCTION TRIM(WS-PURCHASER-ID-NUMBER) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-OFFCHECK-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           MOVE 0 TO WS-DAY-PURCHASES
           IF WS-PSQL-RESULT NOT = SPACES
               MOVE SPACES TO WS-TEMP-TOTAL WS-TEMP-MINIMUM
                   WS-TEMP-MAXIMUM
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TEMP-TOTAL WS-TEMP-MINIMUM WS-TEMP-MAXIMUM
               END-UNSTRING
               IF FUNCTION TRIM(WS-TEMP-TOTAL) NOT = SPACES
                   COMPUTE WS-DAY-PURCHASES = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TEMP-TOTAL))
               END-IF
               IF FUNCTION TRIM(WS-TEMP-MINIMUM) NOT = SPACES
                   COMPUTE WS-MIL-MINIMUM = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TEMP-MINIMUM))
               END-IF
               IF FUNCTION TRIM(WS-TEMP-MAXIMUM) NOT = SPACES
                   COMPUTE WS-MIL-MAXIMUM = FUNCTION NUMVAL(
                       FUNCTION TRIM(WS-TEMP-MAXIMUM))
               END-IF
           END-IF
           ADD WS-AMOUNT TO WS-DAY-PURCHASES

           IF WS-DAY-PURCHASES >= WS-MIL-MINIMUM
               MOVE 'Y' TO WS-MIL-REQUIRED
               MOVE WS-DAY-PURCHASES TO WS-DAY-PURCHASES-DISP
               DISPLAY "Cash instrument purchases by this person "
                   "today come to "
                   FUNCTION TRIM(WS-DAY-PURCHASES-DISP)
                   " -- purchaser details are required for the log."
               IF WS-DAY-PURCHASES > WS-MIL-MAXIMUM
                   DISPLAY "Over the top of the band -- this is "
                       "currency transaction report territory; "
                       "refer to compliance."
               END-IF
           END-IF.

       CAPTURE-PURCHASER-PARA.
           DISPLAY "Purchaser Name:"
           ACCEPT WS-PURCHASER-NAME
           DISPLAY "Purchaser Address:"
           ACCEPT WS-PURCHASER-ADDRESS
           DISPLAY "Purchaser Date of Birth (YYYY-MM-DD):"
           ACCEPT WS-PURCHASER-DOB
           DISPLAY "Purchaser SSN/TIN:"
           ACCEPT WS-PURCHASER-TIN
           DISPLAY "Purchaser Account Number (blank if not a "
               "customer):"
           ACCEPT WS-PURCHASER-ACCOUNT
           INSPECT WS-PURCHASER-NAME REPLACING ALL "'" BY " "
           INSPECT WS-PURCHASER-NAME REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT WS-PURCHASER-ADDRESS REPLACING ALL "'" BY " "
           INSPECT WS-PURCHASER-ADDRESS REPLACING ALL WS-DOUBLE-QUOTE
               BY " "
           INSPECT WS-PURCHASER-DOB REPLACING ALL "'" BY " "
           INSPECT WS-PURCHASER-TIN REPLACING ALL "'" BY " "
           INSPECT WS-PURCHASER-ACCOUNT REPLACING ALL "'" BY " ".

       TRAINING-VOID-PARA.
      *> A check printed in training must never leave the counter
      *> looking like a real instrument.
           IF WS-TRAINING-MODE = 'Y'
               DISPLAY "*** TRAINING -- VOID, not a bank instrument ***"
           END-IF.

       APPEND-INSTRUMENT-LOG-PARA.
           *> This instrument from reg, plus the person's earlier
           *> same-day cash instruments not yet on the log -- the
           *> purchase that crossed into the band pulls the whole
           *> day's purchases in with it.
           STRING
               ", mil AS (INSERT INTO monetary_instrument_log "
               "(serial_number, instrument_type, amount, "
               "purchase_date, purchaser_name, purchaser_address, "
               "purchaser_dob, purchaser_tin, purchaser_id_type, "
               "purchaser_id_number, purchaser_account, logged_by, "
               "logged_at) SELECT p.serial_number, 'OFFICIAL-CHECK', "
               "p.amount, CURRENT_DATE, '"
               FUNCTION TRIM(WS-PURCHASER-NAME) "', '"
               FUNCTION TRIM(WS-PURCHASER-ADDRESS) "', NULLIF('"
               FUNCTION TRIM(WS-PURCHASER-DOB) "', '')::date, '"
               FUNCTION TRIM(WS-PURCHASER-TIN) "', '"
               FUNCTION TRIM(WS-PURCHASER-ID-TYPE) "', '"
               FUNCTION TRIM(WS-PURCHASER-ID-NUMBER) "', NULLIF('"
               FUNCTION TRIM(WS-PURCHASER-ACCOUNT) "', ''), '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() "
               "FROM (SELECT serial_number, amount FROM reg "
               "UNION ALL SELECT o.serial_number, o.amount "
               "FROM official_checks o WHERE o.funding_source = "
               "'CASH' AND o.issued_date = CURRENT_DATE "
               "AND o.check_status <> 'VOID' "
               "AND o.purchaser_id_type = '"
               FUNCTION TRIM(WS-PURCHASER-ID-TYPE)
               "' AND o.purchaser_id_number = '"
               FUNCTION TRIM(WS-PURCHASER-ID-NUMBER)
               "' AND NOT EXISTS (SELECT 1 FROM "
               "monetary_instrument_log m WHERE m.serial_number = "
               "o.serial_number)) p)"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR.

       CLEAR-CHECK-PARA.
           DISPLAY "Enter Serial Number:"
           ACCEPT WS-SERIAL-NUMBER
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       INSTRUMENT-LOG-REPORT-PARA.
           DISPLAY "Enter Month (YYYY-MM):"
           ACCEPT WS-LOG-MONTH
           IF WS-LOG-MONTH(1:4) NOT NUMERIC
                   OR WS-LOG-MONTH(5:1) NOT = "-"
                   OR WS-LOG-MONTH(6:2) NOT NUMERIC
               DISPLAY "Invalid month -- use YYYY-MM."
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT m.purchase_date || ' | serial ' || "
               "m.serial_number || ' | ' || m.instrument_type || "
               "' | ' || m.amount || ' | ' || m.purchaser_name || "
               "' | DOB ' || COALESCE(m.purchaser_dob::text, 'n/a') "
               "|| ' | TIN ' || COALESCE(m.purchaser_tin, '') || "
               "' | ID ' || m.purchaser_id_type || ' ' || "
               "m.purchaser_id_number || ' | acct ' || "
               "COALESCE(m.purchaser_account, 'none') || ' | ' || "
               "m.purchaser_address || ' | by ' || m.logged_by "
               "FROM monetary_instrument_log m "
               "WHERE m.purchase_date >= DATE '" WS-LOG-MONTH "-01' "
               "AND m.purchase_date < DATE '" WS-LOG-MONTH
               "-01' + INTERVAL '1 month' "
               "ORDER BY m.purchase_date, m.purchaser_id_number, "
               "m.serial_number;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-OFFCHECK-SQL-PARA
           DISPLAY "Monetary instrument log -- " WS-LOG-MONTH
           MOVE 0 TO WS-LOG-LINES
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       DISPLAY "  " FUNCTION TRIM(PSQL-RESULT-RECORD)
                       ADD 1 TO WS-LOG-LINES
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE
           DISPLAY "Instruments logged: " WS-LOG-LINES.

       READ-ONE-RESULT-PARA.
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
