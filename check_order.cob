       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-ORDER.
       AUTHOR. DARREN-MACKENZIE.

      *> Check book ordering. Every order is recorded in check_orders
      *> with the account, the check style, the quantity, and the
      *> serial range it issues (starting and ending serial), shipped
      *> to the primary holder's address on the customer record --
      *> the ship-to is copied onto the order, so a later address
      *> change does not rewrite where a box already went. The next
      *> starting serial is suggested from the account's last order
      *> (its ending serial plus one; with no order on file, the
      *> highest check already paid plus one, else the configured
      *> first serial), and a range that overlaps one already issued
      *> is refused. Each order is appended to
      *> ./check_printer_orders.dat for the check printer. The ranges
      *> are what the teller and cash letter paths check a presented
      *> serial against (out of range, or already paid, goes to the
      *> positive-pay exception queue), and what CHECK-LOW-STOCK-BATCH
      *> reads to prompt reorders.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRINTER-ORDER-FILE
           ASSIGN TO "./check_printer_orders.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(200).
       FD  PRINTER-ORDER-FILE.
       01  PRINTER-ORDER-RECORD.
           05  CPO-RECORD-TYPE       PIC X(1).
           05  CPO-ORDER-ID          PIC 9(9).
           05  CPO-ACCOUNT-NUMBER    PIC X(10).
           05  CPO-CHECK-STYLE       PIC X(10).
           05  CPO-QUANTITY          PIC 9(5).
           05  CPO-START-SERIAL      PIC 9(10).
           05  CPO-END-SERIAL        PIC 9(10).
           05  CPO-SHIP-NAME         PIC X(40).
           05  CPO-SHIP-STREET       PIC X(40).
           05  CPO-SHIP-CITY         PIC X(40).
           05  CPO-ORDER-DATE        PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-ORDER-OK           PIC X(1) VALUE 'Y'.
       01  WS-CHECK-STYLE        PIC X(10) VALUE SPACES.
           88  WS-STYLE-VALID    VALUE "STANDARD" "WALLET"
                                       "BUSINESS" "DUPLICATE".
       01  WS-QUANTITY           PIC 9(5) VALUE 0.
       01  WS-QUANTITY-DISP      PIC Z(4)9.
       01  WS-START-SERIAL       PIC 9(10) VALUE 0.
       01  WS-END-SERIAL         PIC 9(10) VALUE 0.
       01  WS-SERIAL-DISP        PIC Z(9)9.
       01  WS-END-SERIAL-DISP    PIC Z(9)9.
      *> What the account's order history suggests: next serial,
      *> and the style and quantity of the last order as defaults.
       01  WS-SUGGEST-FIELDS.
           05  WS-SUGGEST-START  PIC X(12).
           05  WS-LAST-STYLE     PIC X(10).
           05  WS-LAST-QUANTITY  PIC X(6).
       01  WS-SUGGESTED-SERIAL   PIC 9(10) VALUE 0.
       01  WS-SHIP-FIELDS.
           05  WS-SHIP-NAME      PIC X(40).
           05  WS-SHIP-STREET    PIC X(40).
           05  WS-SHIP-CITY      PIC X(40).
       01  WS-ORDER-FIELDS.
           05  WS-ORDER-ID       PIC X(10).
           05  WS-ORDER-DATE     PIC X(10).
       01  WS-SQL-COMMAND        PIC X(1400).
       01  WS-SHELL-COMMAND      PIC X(1600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           DISPLAY "Enter Action (O=Order checks, L=List orders):"
           ACCEPT WS-ACTION

           DISPLAY "Enter Account Number:"
           ACCEPT WS-ACCOUNT-NUMBER
           CALL "VALIDATE-ACCOUNT-SUB" USING
               WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
           IF WS-ACCOUNT-VALID NOT = 'Y'
               DISPLAY "Invalid account number."
               CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
               GOBACK
           END-IF

           EVALUATE WS-ACTION
               WHEN "O"
                   PERFORM ORDER-CHECKS-PARA
               WHEN "L"
                   PERFORM LIST-ORDERS-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be O or L."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       LIST-ORDERS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT order_id || ' | ' || ordered_at::date || "
               "' | ' || check_style || ' x' || quantity || "
               "' | serials ' || start_serial || '-' || end_serial || "
               "' | to ' || ship_name || ', ' || "
               "COALESCE(ship_city_state_zip, '') || ' | by ' || "
               "ordered_by FROM check_orders WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' ORDER BY start_serial;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ORDER-SQL-PARA
           DISPLAY "Check orders for account "
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) ":"
           PERFORM SHOW-ALL-LINES-PARA.

       ORDER-CHECKS-PARA.
      *> Ship-to comes from the primary holder's customer record; an
      *> account with no primary holder or no street address on file
      *> has nowhere to ship a box of checks.
           MOVE 'Y' TO WS-ORDER-OK
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.legal_name || '|' || "
               "COALESCE(c.street_address, '') || '|' || "
               "COALESCE(c.city_state_zip, '') FROM account_holders h "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE h.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND h.holder_role = 'P' LIMIT 1;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ORDER-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE SPACES TO WS-SHIP-FIELDS
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-SHIP-NAME WS-SHIP-STREET WS-SHIP-CITY
           END-UNSTRING
           IF WS-SHIP-NAME = SPACES OR WS-SHIP-STREET = SPACES
               DISPLAY "No primary holder address on file -- "
                   "update the customer record before ordering."
               MOVE 'N' TO WS-ORDER-OK
           END-IF

           IF WS-ORDER-OK = 'Y'
               PERFORM SUGGEST-SERIAL-PARA
               IF WS-SUGGESTED-SERIAL = 0
                   DISPLAY "Could not read the account's order "
                       "history."
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF

           IF WS-ORDER-OK = 'Y'
               DISPLAY "Enter Check Style (STANDARD, WALLET, "
                   "BUSINESS, DUPLICATE; blank = "
                   FUNCTION TRIM(WS-LAST-STYLE) "):"
               MOVE SPACES TO WS-CHECK-STYLE
               ACCEPT WS-CHECK-STYLE
               MOVE FUNCTION UPPER-CASE(WS-CHECK-STYLE)
                   TO WS-CHECK-STYLE
               IF WS-CHECK-STYLE = SPACES
                   MOVE WS-LAST-STYLE TO WS-CHECK-STYLE
               END-IF
               IF NOT WS-STYLE-VALID
                   DISPLAY "Invalid check style."
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF

           IF WS-ORDER-OK = 'Y'
               DISPLAY "Enter Quantity (0 = "
                   FUNCTION TRIM(WS-LAST-QUANTITY) "):"
               ACCEPT WS-QUANTITY
               IF WS-QUANTITY = 0
                   COMPUTE WS-QUANTITY =
                       FUNCTION NUMVAL(WS-LAST-QUANTITY)
               END-IF
               IF WS-QUANTITY = 0
                   DISPLAY "Quantity must be greater than zero."
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF

           IF WS-ORDER-OK = 'Y'
               MOVE WS-SUGGESTED-SERIAL TO WS-SERIAL-DISP
               DISPLAY "Enter Starting Serial (0 = suggested "
                   FUNCTION TRIM(WS-SERIAL-DISP) "):"
               ACCEPT WS-START-SERIAL
               IF WS-START-SERIAL = 0
                   MOVE WS-SUGGESTED-SERIAL TO WS-START-SERIAL
               END-IF
               IF WS-START-SERIAL + WS-QUANTITY - 1 > 9999999999
                   DISPLAY "Serial range runs past 9999999999."
                   MOVE 'N' TO WS-ORDER-OK
               END-IF
           END-IF

           IF WS-ORDER-OK = 'Y'
               COMPUTE WS-END-SERIAL =
                   WS-START-SERIAL + WS-QUANTITY - 1
               PERFORM RECORD-ORDER-PARA
           END-IF.

       SUGGEST-SERIAL-PARA.
      *> Next serial: the last order's ending serial plus one; with
      *> no order on file, the highest numeric check already paid on
      *> the account plus one; with neither, the configured first
      *> serial (check_order_config.default_start_serial, 101).
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE((SELECT MAX(end_serial) + 1 FROM "
               "check_orders WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "'), (SELECT MAX(NULLIF(substring(check_number from "
               "'^[0-9]{1,10}$'), '')::bigint) + 1 FROM transactions "
               "WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND transaction_type = 'W'), (SELECT "
               "default_start_serial FROM check_order_config LIMIT 1)"
               ", 101) || '|' || COALESCE((SELECT check_style || '|' "
               "|| quantity FROM check_orders WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' ORDER BY end_serial DESC LIMIT 1), 'STANDARD|' || "
               "COALESCE((SELECT default_quantity FROM "
               "check_order_config LIMIT 1), 200));"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ORDER-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           MOVE SPACES TO WS-SUGGEST-FIELDS
           MOVE 0 TO WS-SUGGESTED-SERIAL
           IF WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-SUGGEST-START WS-LAST-STYLE
                        WS-LAST-QUANTITY
               END-UNSTRING
               COMPUTE WS-SUGGESTED-SERIAL =
                   FUNCTION NUMVAL(WS-SUGGEST-START)
           END-IF.

       RECORD-ORDER-PARA.
      *> One statement: the order lands only if its range overlaps
      *> no range already issued on the account.
           MOVE WS-QUANTITY TO WS-QUANTITY-DISP
           MOVE WS-START-SERIAL TO WS-SERIAL-DISP
           MOVE WS-END-SERIAL TO WS-END-SERIAL-DISP
           INSPECT WS-SHIP-FIELDS REPLACING ALL "'" BY " "
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO check_orders (account_number, "
               "check_style, quantity, start_serial, end_serial, "
               "ship_name, ship_street_address, ship_city_state_zip, "
               "order_status, ordered_by, ordered_at) SELECT '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "', '"
               FUNCTION TRIM(WS-CHECK-STYLE) "', "
               FUNCTION TRIM(WS-QUANTITY-DISP) ", "
               FUNCTION TRIM(WS-SERIAL-DISP) ", "
               FUNCTION TRIM(WS-END-SERIAL-DISP) ", '"
               FUNCTION TRIM(WS-SHIP-NAME) "', '"
               FUNCTION TRIM(WS-SHIP-STREET) "', '"
               FUNCTION TRIM(WS-SHIP-CITY) "', 'ORDERED', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() "
               "WHERE NOT EXISTS (SELECT 1 FROM check_orders o "
               "WHERE o.account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND o.start_serial <= "
               FUNCTION TRIM(WS-END-SERIAL-DISP)
               " AND o.end_serial >= "
               FUNCTION TRIM(WS-SERIAL-DISP)
               ") RETURNING order_id || '|' || ordered_at::date;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ORDER-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error recording order. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Serials " FUNCTION TRIM(WS-SERIAL-DISP)
                       "-" FUNCTION TRIM(WS-END-SERIAL-DISP)
                       " overlap a range already issued -- not "
                       "ordered."
               ELSE
                   PERFORM WRITE-PRINTER-ORDER-PARA
               END-IF
           END-IF.

       WRITE-PRINTER-ORDER-PARA.
           MOVE SPACES TO WS-ORDER-FIELDS
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-ORDER-ID WS-ORDER-DATE
           END-UNSTRING

           OPEN EXTEND PRINTER-ORDER-FILE
           MOVE "O" TO CPO-RECORD-TYPE
           COMPUTE CPO-ORDER-ID = FUNCTION NUMVAL(WS-ORDER-ID)
           MOVE WS-ACCOUNT-NUMBER TO CPO-ACCOUNT-NUMBER
           MOVE WS-CHECK-STYLE TO CPO-CHECK-STYLE
           MOVE WS-QUANTITY TO CPO-QUANTITY
           MOVE WS-START-SERIAL TO CPO-START-SERIAL
           MOVE WS-END-SERIAL TO CPO-END-SERIAL
           MOVE WS-SHIP-NAME TO CPO-SHIP-NAME
           MOVE WS-SHIP-STREET TO CPO-SHIP-STREET
           MOVE WS-SHIP-CITY TO CPO-SHIP-CITY
           MOVE WS-ORDER-DATE TO CPO-ORDER-DATE
           WRITE PRINTER-ORDER-RECORD
           CLOSE PRINTER-ORDER-FILE

           DISPLAY "Check order " FUNCTION TRIM(WS-ORDER-ID)
               " recorded: " FUNCTION TRIM(WS-QUANTITY-DISP) " "
               FUNCTION TRIM(WS-CHECK-STYLE) " checks, serials "
               FUNCTION TRIM(WS-SERIAL-DISP) "-"
               FUNCTION TRIM(WS-END-SERIAL-DISP)
           DISPLAY "Ship to: " FUNCTION TRIM(WS-SHIP-NAME) ", "
               FUNCTION TRIM(WS-SHIP-STREET) ", "
               FUNCTION TRIM(WS-SHIP-CITY).

       SHOW-ALL-LINES-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(WS-PSQL-RESULT)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       READ-ONE-RESULT-PARA.
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       RUN-ORDER-SQL-PARA.
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
               "CHECK-ORDER" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM CHECK-ORDER.
