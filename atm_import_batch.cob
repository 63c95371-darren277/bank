      *>                  foreign-ATM flag (1), trace (15)
      *>   '9' trailer -- entry count (6) and total amount (15)
      *> Postings go through the balance-guarded CTE with the terminal
      *> ID carried on the transaction row and the terminal's location
      *> from the ATM register as its narrative ("ATM <location>", or
      *> "ATM <terminal>" for a machine not on the register), with the
      *> network trace as its external reference; a foreign-ATM
      *> withdrawal draws the ATMFOR surcharge from the fee schedule
      *> as a follow-on 'F'; the trailer is balanced against what posted
      *> plus what bounced; and a settlement summary is written for
      *> the GL desk.
      *> Every withdrawal at one of our own terminals (a terminal on
      *> the ATM-CASH-MANAGEMENT register, foreign flag off) is cash
      *> that left the machine whether or not the account posting
      *> went through, so each one is recorded as a DISPENSE row on
      *> atm_cash_movements and taken off the terminal's expected
      *> cash -- keyed ATMD-<trace>, so a rerun never takes it twice.
      *> Every rejected entry is also booked to GL suspense through
      *> SUSPENSE-ITEM-SUB -- a withdrawal the network settled but no
      *> account took is money already out (direction D), a deposit
      *> is money held for nobody (C) -- and stays an open item until
      *> SUSPENSE-WORKBENCH applies or returns it. A reject whose
      *> trace already posted (a released re-drop) is not suspended.
      *> The file is proven against its trailer and registered through
      *> INBOUND-FILE-SUB before a record of it is read here -- an
      *> out-of-balance file, or a re-drop of one already loaded, is
      *> refused with nothing posted.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1600).
       01  WS-SHELL-COMMAND          PIC X(1800).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
           05  WS-TRAILER-COUNT      PIC 9(6).
           05  WS-TRAILER-AMOUNT     PIC 9(13)V99.

      *> The entry's narrative and external reference, ready to drop
      *> into a VALUES/SELECT list.
       01  WS-ATM-NARRATIVE-SQL      PIC X(200) VALUE SPACES.
       01  WS-ACCOUNT-VALID          PIC X(1) VALUE 'Y'.
       01  WS-FORMATTED-AMOUNT       PIC Z(13)9.99.
       01  WS-SURCHARGE              PIC 9(5)V99 VALUE 0.
       01  WS-ENTRIES-READ           PIC 9(9) VALUE 0.
       01  WS-ENTRIES-POSTED         PIC 9(9) VALUE 0.
       01  WS-ENTRIES-REJECTED       PIC 9(9) VALUE 0.
       01  WS-ENTRIES-SUSPENDED      PIC 9(9) VALUE 0.
       01  WS-SUSPENSE-SOURCE        PIC X(10) VALUE "ATM".
       01  WS-SUSPENSE-REF           PIC X(30) VALUE SPACES.
       01  WS-SUSPENSE-DIRECTION     PIC X(1) VALUE SPACES.
       01  WS-SUSPENSE-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-SUSPENSE-REASON        PIC X(30) VALUE
           "NSF-OR-BAD-ACCOUNT".
       01  WS-SUSPENSE-ID            PIC X(20) VALUE SPACES.
       01  WS-SURCHARGES-POSTED      PIC 9(9) VALUE 0.
       01  WS-AMOUNT-SEEN            PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-WITHDRAWN        PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-DEPOSITED        PIC 9(15)V99 VALUE 0.
       01  WS-TOTAL-SURCHARGED       PIC 9(15)V99 VALUE 0.
       01  WS-DISPENSES-RECORDED     PIC 9(9) VALUE 0.
       01  WS-TOTAL-DISPENSED        PIC 9(15)V99 VALUE 0.
       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-TOTAL-DISP             PIC Z(13)9.99.
       01  WS-FILE-DATE              PIC X(10) VALUE SPACES.
      *> The header's file date, quoted for SQL -- or CURRENT_DATE
      *> when the header is missing or not a YYYY-MM-DD date.
       01  WS-DISPENSE-DATE          PIC X(12) VALUE SPACES.

       01  WS-BATCH-NAME             PIC X(30) VALUE "ATM-IMPORT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-INBOUND-FILE-NAME      PIC X(40) VALUE
           "./atm_settlement.dat".
       01  WS-INBOUND-AMOUNT-POS     PIC 9(2) VALUE 12.
       01  WS-INBOUND-DATE-POS       PIC 9(2) VALUE 1.
       01  WS-INBOUND-TRAILER-AMT    PIC X(1) VALUE 'Y'.
       01  WS-INBOUND-FILE-ID        PIC X(20) VALUE SPACES.
       01  WS-INBOUND-FILE-OK        PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> Prove the file against its own trailer and against every file
      *> already loaded before a single record of it is read here.
           CALL "INBOUND-FILE-SUB" USING WS-BATCH-NAME
               WS-INBOUND-FILE-NAME WS-INBOUND-AMOUNT-POS
               WS-INBOUND-DATE-POS WS-INBOUND-TRAILER-AMT
               WS-INBOUND-FILE-ID WS-INBOUND-FILE-OK
           IF WS-INBOUND-FILE-OK NOT = 'Y'
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ENTRIES-READ WS-RUN-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SURCHARGE-PARA

           OPEN INPUT ATM-INBOUND-FILE

           PERFORM WRITE-SUMMARY-PARA

           CALL "INBOUND-FILE-DONE-SUB" USING
               WS-INBOUND-FILE-ID WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ENTRIES-READ WS-RUN-STATUS
           DISPLAY "ATM-IMPORT-BATCH complete. Entries: "
               PERFORM WRITE-REJECT-PARA
           ELSE
               PERFORM POST-ENTRY-SQL-PARA
           END-IF

           IF WS-ENTRY-TYPE = "W" AND WS-ENTRY-FOREIGN NOT = "Y"
               PERFORM RECORD-DISPENSE-PARA
           END-IF.

       RECORD-DISPENSE-PARA.
      *> Only a terminal on the register takes the dispense -- a
      *> terminal ID we do not own selects nothing. The movement row
      *> and the expected-cash reduction land together, and the
      *> ON CONFLICT on the idempotency key skips both on a rerun.
           MOVE WS-ENTRY-AMOUNT TO WS-FORMATTED-AMOUNT
           IF WS-FILE-DATE(1:4) IS NUMERIC
                   AND WS-FILE-DATE(5:1) = "-"
                   AND WS-FILE-DATE(6:2) IS NUMERIC
                   AND WS-FILE-DATE(8:1) = "-"
                   AND WS-FILE-DATE(9:2) IS NUMERIC
               MOVE SPACES TO WS-DISPENSE-DATE
               STRING "'" WS-FILE-DATE "'" INTO WS-DISPENSE-DATE
           ELSE
               MOVE "CURRENT_DATE" TO WS-DISPENSE-DATE
           END-IF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH mv AS (INSERT INTO atm_cash_movements "
               "(terminal_id, branch_code, movement_type, amount, "
               "business_date, moved_at, idempotency_key) "
               "SELECT terminal_id, branch_code, 'DISPENSE', "
               FUNCTION TRIM(WS-FORMATTED-AMOUNT)
               ", " FUNCTION TRIM(WS-DISPENSE-DATE) ", NOW(), 'ATMD-"
               FUNCTION TRIM(WS-ENTRY-TRACE)
               "' FROM atm_terminals WHERE terminal_id = '"
               WS-ENTRY-TERMINAL "' ON CONFLICT (idempotency_key) "
               "DO NOTHING RETURNING terminal_id, amount) "
               "UPDATE atm_terminals t SET expected_cash = "
               "t.expected_cash - mv.amount FROM mv "
               "WHERE t.terminal_id = mv.terminal_id "
               "RETURNING t.terminal_id;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-ATM-SQL-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               ADD 1 TO WS-DISPENSES-RECORDED
               ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DISPENSED
           END-IF.

       POST-ENTRY-SQL-PARA.
      *> trace as the idempotency key so a re-run of the same file
      *> posts nothing twice.
           MOVE WS-ENTRY-AMOUNT TO WS-FORMATTED-AMOUNT
           MOVE SPACES TO WS-ATM-NARRATIVE-SQL
           STRING "COALESCE((SELECT 'ATM ' || location FROM "
               "atm_terminals WHERE terminal_id = '"
               FUNCTION TRIM(WS-ENTRY-TERMINAL)
               "' AND COALESCE(location, '') <> ''), 'ATM "
               FUNCTION TRIM(WS-ENTRY-TERMINAL) "'), NULLIF('"
               FUNCTION TRIM(WS-ENTRY-TRACE) "', '')"
               DELIMITED BY SIZE INTO WS-ATM-NARRATIVE-SQL
           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-ENTRY-TYPE = "W"
               STRING
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, atm_terminal_id, "
                   "idempotency_key, narrative, external_reference) "
                   "SELECT account_number, 'W', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
                   WS-ENTRY-TERMINAL "', 'ATM-"
                   FUNCTION TRIM(WS-ENTRY-TRACE) "', "
                   FUNCTION TRIM(WS-ATM-NARRATIVE-SQL)
                   " FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   " RETURNING account_number) "
                   "INSERT INTO transactions (account_number, "
                   "transaction_type, amount, atm_terminal_id, "
                   "idempotency_key, narrative, external_reference) "
                   "SELECT account_number, 'D', "
                   FUNCTION TRIM(WS-FORMATTED-AMOUNT) ", '"
                   WS-ENTRY-TERMINAL "', 'ATM-"
                   FUNCTION TRIM(WS-ENTRY-TRACE) "', "
                   FUNCTION TRIM(WS-ATM-NARRATIVE-SQL)
                   " FROM upd RETURNING transaction_id;"
                   INTO WS-SQL-COMMAND
           END-IF

               " RETURNING account_number) "
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, atm_terminal_id, "
               "idempotency_key, narrative, external_reference) "
               "SELECT account_number, 'F', "
               FUNCTION TRIM(WS-SURCHARGE-DISP) ", '"
               WS-ENTRY-TERMINAL "', 'ATMF-"
               FUNCTION TRIM(WS-ENTRY-TRACE)
               "', 'Foreign ATM surcharge', NULLIF('"
               FUNCTION TRIM(WS-ENTRY-TRACE)
               "', '') FROM upd RETURNING transaction_id;"
               INTO WS-SQL-COMMAND

           PERFORM RUN-ATM-SQL-PARA
           MOVE SPACES TO ATM-REJECT-RECORD
           STRING ATM-INBOUND-RECORD "  REJECT-NSF-OR-BAD-ACCOUNT"
               INTO ATM-REJECT-RECORD
           WRITE ATM-REJECT-RECORD
           PERFORM SUSPEND-ENTRY-PARA.

       SUSPEND-ENTRY-PARA.
           MOVE SPACES TO WS-SUSPENSE-REF
           STRING "ATM-" FUNCTION TRIM(WS-ENTRY-TRACE)
               DELIMITED BY SIZE INTO WS-SUSPENSE-REF
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT transaction_id FROM transactions "
               "WHERE idempotency_key = '"
               FUNCTION TRIM(WS-SUSPENSE-REF) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-SQL-PARA
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Entry " FUNCTION TRIM(WS-ENTRY-TRACE)
                   " already posted or unverifiable -- not suspended."
           ELSE
               IF WS-ENTRY-TYPE = "W"
                   MOVE "D" TO WS-SUSPENSE-DIRECTION
               ELSE
                   MOVE "C" TO WS-SUSPENSE-DIRECTION
               END-IF
               MOVE WS-ENTRY-AMOUNT TO WS-SUSPENSE-AMOUNT
               CALL "SUSPENSE-ITEM-SUB" USING
                   WS-SUSPENSE-SOURCE WS-INBOUND-FILE-ID
                   WS-SUSPENSE-REF WS-ENTRY-ACCOUNT
                   WS-SUSPENSE-DIRECTION WS-SUSPENSE-AMOUNT
                   WS-SUSPENSE-REASON WS-SUSPENSE-ID
               IF WS-SUSPENSE-ID = SPACES
                   MOVE "FAILED" TO WS-RUN-STATUS
               ELSE
                   ADD 1 TO WS-ENTRIES-SUSPENDED
               END-IF
           END-IF.

       BALANCE-TRAILER-PARA.
           MOVE 'Y' TO WS-TRAILER-SEEN
           STRING "Surcharges assessed: " WS-TOTAL-DISP
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE WS-TOTAL-DISPENSED TO WS-TOTAL-DISP
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Own-terminal cash:   " WS-TOTAL-DISP
               "  dispensed in " WS-DISPENSES-RECORDED " entries"
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Entries " WS-ENTRIES-READ
               "  posted " WS-ENTRIES-POSTED
               "  rejected " WS-ENTRIES-REJECTED
               "  to suspense " WS-ENTRIES-SUSPENDED
               INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE.
