       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATM-CASH-MANAGEMENT.
       AUTHOR. DARREN-MACKENZIE.

      *> ATM terminal cash. ATM-IMPORT-BATCH posts the network's
      *> entries by terminal ID, but the cash inside our own machines
      *> sat on no ledger -- a load simply vanished from the vault
      *> count. This program keeps the terminal register (atm_terminals,
      *> one row per terminal ID, owned by a branch) and moves cash
      *> between the branch vault and a terminal the way
      *> VAULT-MANAGEMENT moves it to a drawer: the vault denomination
      *> position, the vault_movements row (stamped with the terminal
      *> instead of a drawer) and the terminal's atm_cash_movements
      *> row land in one statement. Each terminal carries a running
      *> expected cash position -- up on a load, down on an unload,
      *> and down by every dispense ATM-IMPORT-BATCH settles against
      *> it. At replenishment the custodian counts what is left in the
      *> cassettes; the count replaces the expected position, and any
      *> difference is journaled as cash over / short against the
      *> same chart_of_accounts 'O' / 'S' pair the teller drawers use.
      *> A load also sets the terminal's next scheduled load (business
      *> date plus its load interval) that ATM-CASH-FORECAST-BATCH
      *> forecasts against.
      *> Actions:
      *>   T = register a Terminal to the branch
      *>   L = Load cash from the vault into a terminal
      *>   U = Unload cash from a terminal back to the vault
      *>   C = Count remaining cash at replenishment (over / short)
      *>   P = terminal cash Position list for the branch

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-ACTION             PIC X(1).
       01  WS-BRANCH-CODE        PIC X(4) VALUE SPACES.
       01  WS-TERMINAL-ID        PIC X(8) VALUE SPACES.
       01  WS-LOCATION           PIC X(40) VALUE SPACES.
       01  WS-LOAD-INTERVAL      PIC 9(3) VALUE 0.
       01  WS-LOAD-INTERVAL-DISP PIC ZZ9.
       01  WS-DENOMINATION       PIC 9(4) VALUE 0.
       01  WS-DENOM-DISP         PIC ZZZ9.
       01  WS-NOTE-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOTE-COUNT-DISP    PIC Z(6)9.
       01  WS-MOVE-AMOUNT        PIC 9(15)V99 VALUE 0.
       01  WS-FMT-AMOUNT         PIC Z(13)9.99.
      *> Expected can run below zero when dispenses settle against a
      *> terminal whose load was never keyed -- the count corrects it.
       01  WS-EXPECTED-CASH      PIC S9(15)V99 VALUE 0.
       01  WS-EXPECTED-DISP      PIC -(14)9.99.
       01  WS-COUNTED-CASH       PIC 9(15)V99 VALUE 0.
       01  WS-COUNTED-DISP       PIC Z(13)9.99.
       01  WS-OVER-SHORT         PIC S9(15)V99 VALUE 0.
       01  WS-ABS-OVER-SHORT     PIC 9(15)V99 VALUE 0.
       01  WS-SIGNED-DISP        PIC -(14)9.99.
       01  WS-OS-TYPE            PIC X(1) VALUE SPACE.
       01  WS-COUNT-MOVEMENT-ID  PIC X(12) VALUE SPACES.
       01  WS-CHAR-IDX           PIC 9(2) COMP.
       01  WS-FIELD-LEN          PIC 9(2) COMP.
       01  WS-SQL-COMMAND        PIC X(1800).
       01  WS-SHELL-COMMAND      PIC X(2000).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(160).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE

           DISPLAY "Enter Branch Code:"
           ACCEPT WS-BRANCH-CODE
           PERFORM VALIDATE-BRANCH-PARA

           DISPLAY "Enter Action (T=Register terminal, L=Load from "
               "vault, U=Unload to vault, C=Count at replenishment, "
               "P=Position list):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "T"
                   PERFORM ACCEPT-TERMINAL-PARA
                   PERFORM REGISTER-TERMINAL-PARA
               WHEN "L"
                   PERFORM ACCEPT-TERMINAL-PARA
                   PERFORM LOAD-TERMINAL-PARA
               WHEN "U"
                   PERFORM ACCEPT-TERMINAL-PARA
                   PERFORM UNLOAD-TERMINAL-PARA
               WHEN "C"
                   PERFORM ACCEPT-TERMINAL-PARA
                   PERFORM COUNT-TERMINAL-PARA
               WHEN "P"
                   PERFORM POSITION-LIST-PARA
               WHEN OTHER
                   DISPLAY "Invalid action."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       VALIDATE-BRANCH-PARA.
           *> Branch codes splice into SQL below -- digits only, the
           *> same check VAULT-MANAGEMENT applies.
           IF FUNCTION TRIM(WS-BRANCH-CODE) = SPACES
               DISPLAY "Branch code is required."
               GOBACK
           END-IF
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-BRANCH-CODE))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-FIELD-LEN
               IF WS-BRANCH-CODE(WS-CHAR-IDX:1) NOT NUMERIC
                   DISPLAY "Invalid branch code -- digits only."
                   GOBACK
               END-IF
           END-PERFORM.

       ACCEPT-TERMINAL-PARA.
           *> The terminal ID is the network's 8-character ID -- the
           *> same value ATM-IMPORT-BATCH carries on each entry.
           *> Letters and digits only before it goes near SQL.
           DISPLAY "Enter Terminal ID:"
           ACCEPT WS-TERMINAL-ID
           MOVE FUNCTION UPPER-CASE(WS-TERMINAL-ID) TO WS-TERMINAL-ID
           IF FUNCTION TRIM(WS-TERMINAL-ID) = SPACES
               DISPLAY "Terminal ID is required."
               GOBACK
           END-IF
           COMPUTE WS-FIELD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TERMINAL-ID))
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-FIELD-LEN
               IF (WS-TERMINAL-ID(WS-CHAR-IDX:1) NOT NUMERIC
                   AND WS-TERMINAL-ID(WS-CHAR-IDX:1) NOT ALPHABETIC)
                   OR WS-TERMINAL-ID(WS-CHAR-IDX:1) = SPACE
                   DISPLAY "Invalid terminal ID -- letters and "
                       "digits only."
                   GOBACK
               END-IF
           END-PERFORM.

       ACCEPT-DENOMINATION-PARA.
           DISPLAY "Enter Denomination (e.g. 100, 50, 20):"
           ACCEPT WS-DENOMINATION
           DISPLAY "Enter Note Count:"
           ACCEPT WS-NOTE-COUNT
           IF WS-DENOMINATION = 0 OR WS-NOTE-COUNT = 0
               DISPLAY "Denomination and note count are required."
               GOBACK
           END-IF
           MOVE WS-DENOMINATION TO WS-DENOM-DISP
           MOVE WS-NOTE-COUNT TO WS-NOTE-COUNT-DISP
           COMPUTE WS-MOVE-AMOUNT =
               WS-DENOMINATION * WS-NOTE-COUNT
           MOVE WS-MOVE-AMOUNT TO WS-FMT-AMOUNT.

       REGISTER-TERMINAL-PARA.
           DISPLAY "Enter Location (site description):"
           ACCEPT WS-LOCATION
           INSPECT WS-LOCATION REPLACING ALL "'" BY " "
           DISPLAY "Enter Load Interval in days (blank = 7):"
           ACCEPT WS-LOAD-INTERVAL
           IF WS-LOAD-INTERVAL = 0
               MOVE 7 TO WS-LOAD-INTERVAL
           END-IF
           MOVE WS-LOAD-INTERVAL TO WS-LOAD-INTERVAL-DISP

           *> A terminal ID belongs to one branch -- re-registering an
           *> existing ID is refused rather than moving its cash.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO atm_terminals (terminal_id, branch_code, "
               "location, load_interval_days, expected_cash, "
               "terminal_status, registered_by, registered_at) "
               "VALUES ('" FUNCTION TRIM(WS-TERMINAL-ID) "', '"
               FUNCTION TRIM(WS-BRANCH-CODE) "', '"
               FUNCTION TRIM(WS-LOCATION) "', "
               FUNCTION TRIM(WS-LOAD-INTERVAL-DISP)
               ", 0, 'ACTIVE', '" FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW()) ON CONFLICT (terminal_id) DO NOTHING "
               "RETURNING terminal_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Terminal " FUNCTION TRIM(WS-TERMINAL-ID)
                   " registered to branch "
                   FUNCTION TRIM(WS-BRANCH-CODE)
                   " -- load every "
                   FUNCTION TRIM(WS-LOAD-INTERVAL-DISP) " days."
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Terminal " FUNCTION TRIM(WS-TERMINAL-ID)
                       " is already registered."
               ELSE
                   DISPLAY "Error registering terminal. Return code: "
                       WS-RETURN-CODE
               END-IF
           END-IF.

       LOAD-TERMINAL-PARA.
           PERFORM ACCEPT-DENOMINATION-PARA

           *> One statement: the vault gives up the notes (guarded so
           *> no denomination goes below zero), the vault ledger and
           *> the terminal ledger both record the move, and the
           *> terminal's expected cash and load schedule move with
           *> it. The terminal must be this branch's and ACTIVE.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH trm AS (SELECT terminal_id, branch_code FROM "
               "atm_terminals WHERE terminal_id = '"
               FUNCTION TRIM(WS-TERMINAL-ID)
               "' AND branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
               "' AND terminal_status = 'ACTIVE'), "
               "pos AS (UPDATE vault_positions v SET note_count = "
               "v.note_count - " FUNCTION TRIM(WS-NOTE-COUNT-DISP)
               " FROM trm WHERE v.branch_code = trm.branch_code "
               "AND v.denomination = " FUNCTION TRIM(WS-DENOM-DISP)
               " AND v.note_count >= "
               FUNCTION TRIM(WS-NOTE-COUNT-DISP)
               " RETURNING v.branch_code), "
               "vm AS (INSERT INTO vault_movements (branch_code, "
               "drawer_id, atm_terminal_id, direction, denomination, "
               "note_count, amount, operator_id, moved_at) "
               "SELECT branch_code, NULL, '"
               FUNCTION TRIM(WS-TERMINAL-ID) "', 'OUT', "
               FUNCTION TRIM(WS-DENOM-DISP) ", "
               FUNCTION TRIM(WS-NOTE-COUNT-DISP) ", "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM pos RETURNING branch_code), "
               "am AS (INSERT INTO atm_cash_movements (terminal_id, "
               "branch_code, movement_type, denomination, note_count, "
               "amount, operator_id, business_date, moved_at) "
               "SELECT '" FUNCTION TRIM(WS-TERMINAL-ID)
               "', branch_code, 'LOAD', "
               FUNCTION TRIM(WS-DENOM-DISP) ", "
               FUNCTION TRIM(WS-NOTE-COUNT-DISP) ", "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               WS-BUSINESS-DATE "', NOW() FROM vm "
               "RETURNING movement_id) "
               "UPDATE atm_terminals t SET expected_cash = "
               "t.expected_cash + " FUNCTION TRIM(WS-FMT-AMOUNT)
               ", last_load_date = '" WS-BUSINESS-DATE
               "', next_load_date = DATE '" WS-BUSINESS-DATE
               "' + COALESCE(t.load_interval_days, 7) FROM am "
               "WHERE t.terminal_id = '"
               FUNCTION TRIM(WS-TERMINAL-ID)
               "' RETURNING am.movement_id || '|' || "
               "t.expected_cash || '|' || t.next_load_date;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Load of " FUNCTION TRIM(WS-FMT-AMOUNT)
                   " recorded (movement | expected now | next load): "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Load refused -- terminal not ACTIVE at "
                       "this branch, or the vault does not hold that "
                       "many notes of that denomination."
               ELSE
                   DISPLAY "Error recording load. Return code: "
                       WS-RETURN-CODE
               END-IF
           END-IF.

       UNLOAD-TERMINAL-PARA.
           PERFORM ACCEPT-DENOMINATION-PARA

           *> The reverse move: the terminal's expected cash comes
           *> down (guarded -- an unload cannot take out more than the
           *> terminal is expected to hold; count it first if the
           *> position is wrong), the notes rejoin the vault count and
           *> both ledgers record the move. Any status may unload, so
           *> a terminal being retired can be emptied.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH trm AS (UPDATE atm_terminals SET expected_cash = "
               "expected_cash - " FUNCTION TRIM(WS-FMT-AMOUNT)
               " WHERE terminal_id = '" FUNCTION TRIM(WS-TERMINAL-ID)
               "' AND branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
               "' AND expected_cash >= " FUNCTION TRIM(WS-FMT-AMOUNT)
               " RETURNING branch_code), "
               "pos AS (INSERT INTO vault_positions (branch_code, "
               "denomination, note_count) SELECT branch_code, "
               FUNCTION TRIM(WS-DENOM-DISP) ", "
               FUNCTION TRIM(WS-NOTE-COUNT-DISP)
               " FROM trm ON CONFLICT (branch_code, denomination) "
               "DO UPDATE SET note_count = vault_positions.note_count "
               "+ EXCLUDED.note_count RETURNING branch_code), "
               "vm AS (INSERT INTO vault_movements (branch_code, "
               "drawer_id, atm_terminal_id, direction, denomination, "
               "note_count, amount, operator_id, moved_at) "
               "SELECT branch_code, NULL, '"
               FUNCTION TRIM(WS-TERMINAL-ID) "', 'IN', "
               FUNCTION TRIM(WS-DENOM-DISP) ", "
               FUNCTION TRIM(WS-NOTE-COUNT-DISP) ", "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID)
               "', NOW() FROM pos RETURNING branch_code) "
               "INSERT INTO atm_cash_movements (terminal_id, "
               "branch_code, movement_type, denomination, note_count, "
               "amount, operator_id, business_date, moved_at) "
               "SELECT '" FUNCTION TRIM(WS-TERMINAL-ID)
               "', branch_code, 'UNLOAD', "
               FUNCTION TRIM(WS-DENOM-DISP) ", "
               FUNCTION TRIM(WS-NOTE-COUNT-DISP) ", "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               WS-BUSINESS-DATE "', NOW() FROM vm "
               "RETURNING movement_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               DISPLAY "Unload of " FUNCTION TRIM(WS-FMT-AMOUNT)
                   " returned to the vault. Movement ID: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Unload refused -- terminal not at this "
                       "branch, or it is not expected to hold that "
                       "much. Count it first."
               ELSE
                   DISPLAY "Error recording unload. Return code: "
                       WS-RETURN-CODE
               END-IF
           END-IF.

       COUNT-TERMINAL-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT expected_cash FROM atm_terminals "
               "WHERE terminal_id = '" FUNCTION TRIM(WS-TERMINAL-ID)
               "' AND branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
               "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Terminal " FUNCTION TRIM(WS-TERMINAL-ID)
                   " is not registered to branch "
                   FUNCTION TRIM(WS-BRANCH-CODE)
               GOBACK
           END-IF
           COMPUTE WS-EXPECTED-CASH =
               FUNCTION NUMVAL(WS-PSQL-RESULT)
           MOVE WS-EXPECTED-CASH TO WS-EXPECTED-DISP

           *> The custodian counts blind -- expected is not shown
           *> until the count is keyed.
           DISPLAY "Enter Counted remaining cash in the terminal:"
           ACCEPT WS-COUNTED-CASH
           MOVE WS-COUNTED-CASH TO WS-COUNTED-DISP
           COMPUTE WS-OVER-SHORT = WS-COUNTED-CASH - WS-EXPECTED-CASH
           MOVE WS-OVER-SHORT TO WS-SIGNED-DISP

           *> The count replaces the expected position -- guarded on
           *> the expected figure just read, so a settlement posted
           *> against the terminal mid-count refuses the count rather
           *> than journaling a phantom difference.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH trm AS (UPDATE atm_terminals SET expected_cash = "
               FUNCTION TRIM(WS-COUNTED-DISP) ", last_count_date = '"
               WS-BUSINESS-DATE "' WHERE terminal_id = '"
               FUNCTION TRIM(WS-TERMINAL-ID)
               "' AND branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
               "' AND expected_cash = "
               FUNCTION TRIM(WS-EXPECTED-DISP)
               " RETURNING terminal_id, branch_code) "
               "INSERT INTO atm_cash_movements (terminal_id, "
               "branch_code, movement_type, amount, expected_cash, "
               "counted_cash, variance, operator_id, business_date, "
               "moved_at) SELECT terminal_id, branch_code, 'COUNT', "
               FUNCTION TRIM(WS-COUNTED-DISP) ", "
               FUNCTION TRIM(WS-EXPECTED-DISP) ", "
               FUNCTION TRIM(WS-COUNTED-DISP) ", "
               FUNCTION TRIM(WS-SIGNED-DISP) ", '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', '"
               WS-BUSINESS-DATE "', NOW() FROM trm "
               "RETURNING movement_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Count not recorded -- the terminal's expected "
                   "cash moved while counting. Run the count again."
               GOBACK
           END-IF
           MOVE WS-PSQL-RESULT TO WS-COUNT-MOVEMENT-ID

           DISPLAY "Terminal " FUNCTION TRIM(WS-TERMINAL-ID)
               "  expected " FUNCTION TRIM(WS-EXPECTED-DISP)
               "  counted " FUNCTION TRIM(WS-COUNTED-DISP)
               "  over/short " FUNCTION TRIM(WS-SIGNED-DISP)
           DISPLAY "Count recorded. Movement ID: "
               FUNCTION TRIM(WS-COUNT-MOVEMENT-ID)

           IF WS-OVER-SHORT NOT = 0
               PERFORM POST-OVER-SHORT-PARA
           END-IF.

       POST-OVER-SHORT-PARA.
           *> Terminal cash over / short journals exactly as a teller
           *> drawer's does -- chart_of_accounts 'O' (over) or 'S'
           *> (short). No row on the chart means the difference sits
           *> on the count row only.
           IF WS-OVER-SHORT > 0
               MOVE "O" TO WS-OS-TYPE
               MOVE WS-OVER-SHORT TO WS-ABS-OVER-SHORT
           ELSE
               MOVE "S" TO WS-OS-TYPE
               COMPUTE WS-ABS-OVER-SHORT = 0 - WS-OVER-SHORT
           END-IF
           MOVE WS-ABS-OVER-SHORT TO WS-FMT-AMOUNT

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH gl AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount) "
               "SELECT '" WS-BUSINESS-DATE "', c.debit_gl_account, "
               "c.credit_gl_account, "
               FUNCTION TRIM(WS-FMT-AMOUNT)
               " FROM chart_of_accounts c WHERE c.transaction_type = "
               "'" WS-OS-TYPE "' RETURNING journal_id) "
               "UPDATE atm_cash_movements m SET journal_id = "
               "gl.journal_id FROM gl WHERE m.movement_id = "
               FUNCTION TRIM(WS-COUNT-MOVEMENT-ID)
               " RETURNING gl.journal_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM READ-ONE-RESULT-PARA

           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No '" WS-OS-TYPE "' row on chart_of_accounts "
                   "-- over/short NOT journaled."
           ELSE
               DISPLAY "Over/short journaled. Journal entry: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           END-IF.

       POSITION-LIST-PARA.
           DISPLAY "ATM terminals -- branch "
               FUNCTION TRIM(WS-BRANCH-CODE)
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT terminal_id || '  ' || terminal_status || "
               "'  expected ' || expected_cash || '  last load ' || "
               "COALESCE(last_load_date::text, '-') || "
               "'  next load ' || COALESCE(next_load_date::text, '-') "
               "|| '  last count ' || "
               "COALESCE(last_count_date::text, '-') || '  ' || "
               "COALESCE(location, '') FROM atm_terminals "
               "WHERE branch_code = '" FUNCTION TRIM(WS-BRANCH-CODE)
               "' ORDER BY terminal_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-ATM-CASH-SQL-PARA
           PERFORM SHOW-ALL-LINES-PARA.

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

       RUN-ATM-CASH-SQL-PARA.
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
               "ATM-CASH-MANAGEMENT" WS-TERMINAL-ID
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

       END PROGRAM ATM-CASH-MANAGEMENT.
