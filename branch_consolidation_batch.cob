       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CONSOLIDATION-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Branch consolidation run. Closing a branch used to be a raw
      *> UPDATE of accounts.branch_code, which left the due-to/due-
      *> from position, safe deposit boxes, staff, terminals and the
      *> statement return address (statements are run and addressed
      *> by the account's branch) hanging off a branch that no longer
      *> exists. Given
      *>   CONSOLIDATE_SOURCE     -- the branch being closed
      *>   CONSOLIDATE_TARGET     -- the branch taking it over
      *>   CONSOLIDATE_EFFECTIVE  -- effective date (business date when
      *>                             unset; never later than it)
      *> this batch refuses to run while the closing branch still has
      *> a teller drawer open, notes in its vault, a cash shipment in
      *> transit or an inter-branch posting GL-POSTING-BATCH has not
      *> yet journaled. Otherwise, in one statement:
      *>   - every account domiciled at the source moves to the
      *>     target, each recorded on branch_consolidation_accounts;
      *>   - vacant safe deposit boxes whose number is free at the
      *>     target move with it; every other box stays where it
      *>     physically is, flagged RELOCATE to the target;
      *>   - the source's operators and ATM terminals re-home;
      *>   - the source's net due-to/due-from position is journaled
      *>     across to the target on the chart's 'X' pair, leaving the
      *>     closing branch at zero;
      *>   - a BRANCH-CHANGE notice is queued to every customer on a
      *>     moved account or a box to relocate, listing them;
      *>   - the branch is marked CLOSED with its successor.
      *> The control report (./branch_consolidation_report.txt) sets
      *> each figure for both branches before and after side by side
      *> and proves that everything left the source and arrived at
      *> the target. A closed branch is refused, so a rerun does
      *> nothing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FEED-FILE
           ASSIGN TO "./branch_consolidation_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSOLIDATION-REPORT-FILE
           ASSIGN TO "./branch_consolidation_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE
           ASSIGN TO "./psql_result_consol.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FEED-FILE.
       01  SNAPSHOT-FEED-RECORD     PIC X(250).
       FD  CONSOLIDATION-REPORT-FILE.
       01  CONSOLIDATION-REPORT-RECORD PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(6000).
       01  WS-SHELL-COMMAND         PIC X(6200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(132).

       01  WS-SOURCE-BRANCH         PIC X(4) VALUE SPACES.
       01  WS-TARGET-BRANCH         PIC X(4) VALUE SPACES.
       01  WS-EFFECTIVE-DATE        PIC X(10) VALUE SPACES.
       01  WS-SOURCE-STATUS         PIC X(10) VALUE SPACES.
       01  WS-TARGET-STATUS         PIC X(10) VALUE SPACES.

      *> What still holds the closing branch open.
       01  WS-OPEN-DRAWERS          PIC X(10) VALUE SPACES.
       01  WS-VAULT-NOTES           PIC X(12) VALUE SPACES.
       01  WS-SHIPMENTS             PIC X(10) VALUE SPACES.
       01  WS-UNJOURNALED           PIC X(10) VALUE SPACES.
       01  WS-BLOCKERS              PIC 9(4) VALUE 0.
       01  WS-QUOTE-COUNT           PIC 9(4) VALUE 0.

      *> The consolidation statement's answer.
       01  WS-CONSOLIDATION-ID      PIC X(12) VALUE SPACES.
       01  WS-ACCOUNTS-TEXT         PIC X(12) VALUE SPACES.
       01  WS-BOXES-MOVED-TEXT      PIC X(12) VALUE SPACES.
       01  WS-BOXES-FLAGGED-TEXT    PIC X(12) VALUE SPACES.
       01  WS-NOTICES-TEXT          PIC X(12) VALUE SPACES.
       01  WS-TRANSFER-TEXT         PIC X(20) VALUE SPACES.
       01  WS-ACCOUNTS-MOVED        PIC 9(9) VALUE 0.

      *> Before/after snapshot: 1 source before, 2 target before,
      *> 3 source after, 4 target after; one value per report line.
       01  WS-SNAPSHOT-TABLE.
           05  WS-SNAPSHOT OCCURS 4 TIMES.
               10  WS-SNAP-VALUE    PIC S9(13)V99 OCCURS 7 TIMES.
       01  WS-SNAP-BASE             PIC 9(1) VALUE 0.
       01  WS-SNAP-ROW              PIC 9(1) VALUE 0.
       01  WS-SNAP-SLOT             PIC 9(1) VALUE 0.
       01  WS-SNAP-FIELD            PIC 9(1) VALUE 0.
       01  WS-SNAP-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-SNAP-TEXT-TABLE.
           05  WS-SNAP-TEXT         PIC X(20) OCCURS 7 TIMES.

      *> Report lines: label, and how the control proves the line --
      *>   M  moved: nothing left at the source, the target holds
      *>      both branches' before figures
      *>   K  kept: the two branches together hold what they held
      *>   I  for information only
       01  WS-LINE-DEFINITIONS.
           05  FILLER               PIC X(27) VALUE
               "MAccounts domiciled".
           05  FILLER               PIC X(27) VALUE
               "MAccount balances".
           05  FILLER               PIC X(27) VALUE
               "KSafe deposit boxes".
           05  FILLER               PIC X(27) VALUE
               "IBoxes to relocate".
           05  FILLER               PIC X(27) VALUE
               "MOperators".
           05  FILLER               PIC X(27) VALUE
               "MATM terminals".
           05  FILLER               PIC X(27) VALUE
               "MDue-to/due-from net".
       01  WS-LINE-TABLE REDEFINES WS-LINE-DEFINITIONS.
           05  WS-LINE-ENTRY OCCURS 7 TIMES.
               10  WS-LINE-CONTROL  PIC X(1).
               10  WS-LINE-LABEL    PIC X(26).
       01  WS-LINE-NO               PIC 9(1) VALUE 0.
       01  WS-LINE-RESULT           PIC X(8) VALUE SPACES.
       01  WS-CONTROL-BREAKS        PIC 9(4) VALUE 0.
       01  WS-FMT-VALUE-1           PIC -(12)9.99.
       01  WS-FMT-VALUE-2           PIC -(12)9.99.
       01  WS-FMT-VALUE-3           PIC -(12)9.99.
       01  WS-FMT-VALUE-4           PIC -(12)9.99.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "BRANCH-CONSOLIDATION-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "BRANCH-CONSOLIDATION-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-SOURCE-BRANCH FROM ENVIRONMENT
               "CONSOLIDATE_SOURCE"
           ACCEPT WS-TARGET-BRANCH FROM ENVIRONMENT
               "CONSOLIDATE_TARGET"
           ACCEPT WS-EFFECTIVE-DATE FROM ENVIRONMENT
               "CONSOLIDATE_EFFECTIVE"
           IF FUNCTION TRIM(WS-SOURCE-BRANCH) = SPACES
                   OR FUNCTION TRIM(WS-TARGET-BRANCH) = SPACES
               DISPLAY "CONSOLIDATE_SOURCE and CONSOLIDATE_TARGET "
                   "must both be set -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *> Branch codes go into the statement as literals.
           MOVE 0 TO WS-QUOTE-COUNT
           INSPECT WS-SOURCE-BRANCH TALLYING WS-QUOTE-COUNT
               FOR ALL "'" ALL '"'
           INSPECT WS-TARGET-BRANCH TALLYING WS-QUOTE-COUNT
               FOR ALL "'" ALL '"'
           IF WS-QUOTE-COUNT > 0
               DISPLAY "Branch codes may not contain quotes -- not "
                   "running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SOURCE-BRANCH = WS-TARGET-BRANCH
               DISPLAY "Source and target branch must differ -- not "
                   "running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF FUNCTION TRIM(WS-EFFECTIVE-DATE) = SPACES
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-EFFECTIVE-DATE > WS-BUSINESS-DATE
               DISPLAY "Effective date " WS-EFFECTIVE-DATE
                   " is after the business date " WS-BUSINESS-DATE
                   " -- run the consolidation on that day."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Consolidating branch "
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               " into " FUNCTION TRIM(WS-TARGET-BRANCH)
               " effective " WS-EFFECTIVE-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM CHECK-BRANCHES-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-MOVED WS-RUN-STATUS
               DISPLAY "BRANCH-CONSOLIDATION-BATCH rejected."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-OPEN-CASH-PARA
           IF WS-RETURN-CODE NOT = 0 OR WS-BLOCKERS > 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-MOVED WS-RUN-STATUS
               DISPLAY "BRANCH-CONSOLIDATION-BATCH rejected -- "
                   "nothing moved."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-SNAPSHOT-TABLE
           MOVE 0 TO WS-SNAP-BASE
           PERFORM TAKE-SNAPSHOT-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-MOVED WS-RUN-STATUS
               DISPLAY "BRANCH-CONSOLIDATION-BATCH failed taking the "
                   "before figures -- nothing moved."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CONSOLIDATE-PARA
           IF WS-RETURN-CODE NOT = 0
                   OR WS-CONSOLIDATION-ID = SPACES
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ACCOUNTS-MOVED WS-RUN-STATUS
               IF WS-RETURN-CODE NOT = 0
                   DISPLAY "BRANCH-CONSOLIDATION-BATCH failed "
                       "consolidating. Return code: " WS-RETURN-CODE
               ELSE
                   DISPLAY "Consolidation did not apply -- the "
                       "branch was closed, or cash opened there, "
                       "since the checks."
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 2 TO WS-SNAP-BASE
           PERFORM TAKE-SNAPSHOT-PARA
           PERFORM WRITE-REPORT-PARA

           IF WS-CONTROL-BREAKS > 0
               MOVE "BREAK" TO WS-RUN-STATUS
           END-IF
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ACCOUNTS-MOVED WS-RUN-STATUS
           IF WS-CONTROL-BREAKS > 0
               DISPLAY "BRANCH-CONSOLIDATION-BATCH complete with "
                   WS-CONTROL-BREAKS " control break(s) -- see "
                   "./branch_consolidation_report.txt."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "BRANCH-CONSOLIDATION-BATCH complete. Accounts "
               "moved: " WS-ACCOUNTS-MOVED
           GOBACK.

       CHECK-BRANCHES-PARA.
      *> Both branches must exist; neither may be closed already --
      *> a closed source means this consolidation has been run.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE((SELECT COALESCE(branch_status, "
               "'OPEN') FROM branches WHERE branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "'), 'MISSING') || '|' || "
               "COALESCE((SELECT COALESCE(branch_status, 'OPEN') "
               "FROM branches WHERE branch_code = '"
               FUNCTION TRIM(WS-TARGET-BRANCH)
               "'), 'MISSING');"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CONSOL-SQL-PARA
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Branch lookup failed. Return code: "
                   WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-SOURCE-STATUS WS-TARGET-STATUS
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-SOURCE-STATUS WS-TARGET-STATUS
               END-UNSTRING
               IF WS-SOURCE-STATUS = "MISSING"
                       OR WS-SOURCE-STATUS = "CLOSED"
                   DISPLAY "Source branch "
                       FUNCTION TRIM(WS-SOURCE-BRANCH) " is "
                       FUNCTION TRIM(WS-SOURCE-STATUS)
                       " -- nothing to consolidate."
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
               IF WS-TARGET-STATUS = "MISSING"
                       OR WS-TARGET-STATUS = "CLOSED"
                   DISPLAY "Target branch "
                       FUNCTION TRIM(WS-TARGET-BRANCH) " is "
                       FUNCTION TRIM(WS-TARGET-STATUS)
                       " -- it cannot take accounts."
                   MOVE 1 TO WS-RETURN-CODE
               END-IF
           END-IF.

       CHECK-OPEN-CASH-PARA.
      *> The branch's cash has to be wound down first: drawers
      *> balanced and closed (a drawer belongs to the branch of its
      *> operator), the vault shipped out to nothing, no shipment
      *> still on the road, and no inter-branch posting left for
      *> GL-POSTING-BATCH -- one journaled after the transfer would
      *> put a position back on the closed branch.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT (SELECT COUNT(*) FROM teller_drawers d JOIN "
               "operators o ON o.operator_id = d.operator_id WHERE "
               "d.drawer_status = 'OPEN' AND o.branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "') || '|' || "
               "(SELECT COALESCE(SUM(note_count), 0) FROM "
               "vault_positions WHERE branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "') || '|' || "
               "(SELECT COUNT(*) FROM cash_shipments WHERE "
               "shipment_status = 'IN-TRANSIT' AND branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "') || '|' || "
               "(SELECT COUNT(*) FROM transactions t WHERE "
               "t.origin_branch IS NOT NULL AND t.branch_code IS NOT "
               "NULL AND t.origin_branch <> t.branch_code AND ('"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' IN (t.origin_branch, t.branch_code)) AND NOT EXISTS "
               "(SELECT 1 FROM gl_journal j WHERE j.ib_transaction_id "
               "= t.transaction_id));"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CONSOL-SQL-PARA
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Open-cash check failed. Return code: "
                   WS-RETURN-CODE
           ELSE
               MOVE SPACES TO WS-OPEN-DRAWERS WS-VAULT-NOTES
                   WS-SHIPMENTS WS-UNJOURNALED
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-OPEN-DRAWERS WS-VAULT-NOTES
                       WS-SHIPMENTS WS-UNJOURNALED
               END-UNSTRING
               MOVE 0 TO WS-BLOCKERS
               IF FUNCTION NUMVAL(WS-OPEN-DRAWERS) > 0
                   ADD 1 TO WS-BLOCKERS
                   DISPLAY "  Teller drawers still open: "
                       FUNCTION TRIM(WS-OPEN-DRAWERS)
               END-IF
               IF FUNCTION NUMVAL(WS-VAULT-NOTES) > 0
                   ADD 1 TO WS-BLOCKERS
                   DISPLAY "  Notes still in the vault: "
                       FUNCTION TRIM(WS-VAULT-NOTES)
               END-IF
               IF FUNCTION NUMVAL(WS-SHIPMENTS) > 0
                   ADD 1 TO WS-BLOCKERS
                   DISPLAY "  Cash shipments in transit: "
                       FUNCTION TRIM(WS-SHIPMENTS)
               END-IF
               IF FUNCTION NUMVAL(WS-UNJOURNALED) > 0
                   ADD 1 TO WS-BLOCKERS
                   DISPLAY "  Inter-branch postings not yet "
                       "journaled: " FUNCTION TRIM(WS-UNJOURNALED)
               END-IF
               IF WS-BLOCKERS > 0
                   DISPLAY "Branch " FUNCTION TRIM(WS-SOURCE-BRANCH)
                       " is still open for cash -- close it down "
                       "and run again."
               END-IF
           END-IF.

       TAKE-SNAPSHOT-PARA.
      *> One line per branch, source first: accounts, balances,
      *> boxes, boxes flagged to relocate, operators, terminals, and
      *> the net due-to/due-from position over the whole journal
      *> (due FROM others less due TO others).
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT b.code || '|' || "
               "(SELECT COUNT(*) FROM accounts WHERE branch_code = "
               "b.code) || '|' || "
               "(SELECT COALESCE(SUM(current_balance), 0) FROM "
               "accounts WHERE branch_code = b.code) || '|' || "
               "(SELECT COUNT(*) FROM safe_deposit_boxes WHERE "
               "branch_code = b.code) || '|' || "
               "(SELECT COUNT(*) FROM safe_deposit_boxes WHERE "
               "branch_code = b.code AND relocation_status = "
               "'RELOCATE') || '|' || "
               "(SELECT COUNT(*) FROM operators WHERE branch_code = "
               "b.code) || '|' || "
               "(SELECT COUNT(*) FROM atm_terminals WHERE "
               "branch_code = b.code) || '|' || "
               "(SELECT COALESCE(SUM(CASE WHEN branch_from = b.code "
               "THEN amount ELSE 0 END) - SUM(CASE WHEN branch_to = "
               "b.code THEN amount ELSE 0 END), 0) FROM gl_journal "
               "WHERE b.code IN (branch_from, branch_to)) "
               "FROM (VALUES (1, '" FUNCTION TRIM(WS-SOURCE-BRANCH)
               "'), (2, '" FUNCTION TRIM(WS-TARGET-BRANCH)
               "')) AS b(seq, code) ORDER BY b.seq;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./branch_consolidation_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               MOVE 0 TO WS-SNAP-ROW
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT SNAPSHOT-FEED-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ SNAPSHOT-FEED-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END PERFORM LOAD-SNAPSHOT-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE SNAPSHOT-FEED-FILE
           END-IF.

       LOAD-SNAPSHOT-LINE-PARA.
           ADD 1 TO WS-SNAP-ROW
           IF WS-SNAP-ROW <= 2
               MOVE SPACES TO WS-SNAP-BRANCH WS-SNAP-TEXT-TABLE
               UNSTRING SNAPSHOT-FEED-RECORD DELIMITED BY "|"
                   INTO WS-SNAP-BRANCH
                       WS-SNAP-TEXT(1) WS-SNAP-TEXT(2) WS-SNAP-TEXT(3)
                       WS-SNAP-TEXT(4) WS-SNAP-TEXT(5) WS-SNAP-TEXT(6)
                       WS-SNAP-TEXT(7)
               END-UNSTRING
               COMPUTE WS-SNAP-SLOT = WS-SNAP-BASE + WS-SNAP-ROW
               PERFORM VARYING WS-SNAP-FIELD FROM 1 BY 1
                       UNTIL WS-SNAP-FIELD > 7
                   COMPUTE WS-SNAP-VALUE(WS-SNAP-SLOT, WS-SNAP-FIELD) =
                       FUNCTION NUMVAL(WS-SNAP-TEXT(WS-SNAP-FIELD))
               END-PERFORM
           END-IF.

       CONSOLIDATE-PARA.
      *> One statement, all or nothing, in the CIF-MERGE manner: go
      *> records the consolidation only if both branches are open and
      *> the source is still clear of cash (the checks again, so
      *> nothing that opened since can slip through), and every other
      *> step runs off go.
      *>   mv    the accounts moving, locked
      *>   ins   their before/after branch on the consolidation
      *>   upd   the re-domicile itself
      *>   box   boxes: a vacant box whose number is free at the
      *>         target moves; every other box is flagged RELOCATE
      *>   ops / atm   staff and terminals re-home
      *>   pos / jr    the source's net position journaled across on
      *>         the 'X' pair -- a source owed money (net due FROM)
      *>         is settled by a due-from on the target, and the other
      *>         way round -- so the source nets to zero
      *>   who / ltr   one notice per customer listing their moved
      *>         accounts and boxes; lg logs the run's notices
      *>   br    the branch closes, pointing at its successor
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH go AS (INSERT INTO branch_consolidations "
               "(source_branch, target_branch, effective_date, "
               "business_date, consolidated_at) SELECT '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "', '"
               FUNCTION TRIM(WS-TARGET-BRANCH) "', DATE '"
               WS-EFFECTIVE-DATE "', DATE '" WS-BUSINESS-DATE
               "', NOW() WHERE EXISTS (SELECT 1 FROM branches WHERE "
               "branch_code = '" FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' AND COALESCE(branch_status, 'OPEN') <> 'CLOSED') "
               "AND EXISTS (SELECT 1 FROM branches WHERE "
               "branch_code = '" FUNCTION TRIM(WS-TARGET-BRANCH)
               "' AND COALESCE(branch_status, 'OPEN') <> 'CLOSED') "
               "AND NOT EXISTS (SELECT 1 FROM teller_drawers d JOIN "
               "operators o ON o.operator_id = d.operator_id WHERE "
               "d.drawer_status = 'OPEN' AND o.branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "') "
               "AND NOT EXISTS (SELECT 1 FROM vault_positions WHERE "
               "note_count > 0 AND branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "') "
               "AND NOT EXISTS (SELECT 1 FROM cash_shipments WHERE "
               "shipment_status = 'IN-TRANSIT' AND branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "') "
               "AND NOT EXISTS (SELECT 1 FROM transactions t WHERE "
               "t.origin_branch <> t.branch_code AND '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' IN (t.origin_branch, t.branch_code) AND NOT EXISTS "
               "(SELECT 1 FROM gl_journal j WHERE j.ib_transaction_id "
               "= t.transaction_id)) "
               "RETURNING consolidation_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "mv AS (SELECT account_number, branch_code, "
               "current_balance, account_status FROM accounts WHERE "
               "branch_code = '" FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' AND EXISTS (SELECT 1 FROM go) FOR UPDATE), "
               "ins AS (INSERT INTO branch_consolidation_accounts "
               "(consolidation_id, account_number, old_branch, "
               "new_branch, balance_at_move) SELECT "
               "(SELECT consolidation_id FROM go), account_number, "
               "branch_code, '" FUNCTION TRIM(WS-TARGET-BRANCH)
               "', current_balance FROM mv), "
               "upd AS (UPDATE accounts a SET branch_code = '"
               FUNCTION TRIM(WS-TARGET-BRANCH)
               "' FROM mv WHERE a.account_number = mv.account_number "
               "RETURNING a.account_number), "
               "box AS (UPDATE safe_deposit_boxes b SET branch_code = "
               "CASE WHEN m.movable THEN '"
               FUNCTION TRIM(WS-TARGET-BRANCH)
               "' ELSE b.branch_code END, relocation_status = CASE "
               "WHEN m.movable THEN NULL ELSE 'RELOCATE' END, "
               "relocate_to_branch = CASE WHEN m.movable THEN NULL "
               "ELSE '" FUNCTION TRIM(WS-TARGET-BRANCH) "' END "
               "FROM (SELECT s.box_id, (s.box_status = 'VACANT' AND "
               "NOT EXISTS (SELECT 1 FROM safe_deposit_boxes x WHERE "
               "x.branch_code = '" FUNCTION TRIM(WS-TARGET-BRANCH)
               "' AND x.box_number = s.box_number)) AS movable FROM "
               "safe_deposit_boxes s WHERE s.branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' AND EXISTS (SELECT 1 FROM go)) m "
               "WHERE b.box_id = m.box_id RETURNING b.box_id, "
               "b.box_number, b.customer_id, m.movable), "
               "ops AS (UPDATE operators SET branch_code = '"
               FUNCTION TRIM(WS-TARGET-BRANCH)
               "' WHERE branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' AND EXISTS (SELECT 1 FROM go) "
               "RETURNING operator_id), "
               "atm AS (UPDATE atm_terminals SET branch_code = '"
               FUNCTION TRIM(WS-TARGET-BRANCH)
               "' WHERE branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' AND EXISTS (SELECT 1 FROM go) "
               "RETURNING terminal_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "pos AS (SELECT COALESCE(SUM(CASE WHEN branch_from = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' THEN amount ELSE 0 END) - SUM(CASE WHEN branch_to "
               "= '" FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' THEN amount ELSE 0 END), 0) AS net FROM gl_journal "
               "WHERE '" FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' IN (branch_from, branch_to)), "
               "jr AS (INSERT INTO gl_journal (business_date, "
               "debit_gl_account, credit_gl_account, amount, "
               "branch_from, branch_to) SELECT DATE '"
               WS-BUSINESS-DATE "', c.debit_gl_account, "
               "c.credit_gl_account, ABS(p.net), CASE WHEN p.net > 0 "
               "THEN '" FUNCTION TRIM(WS-TARGET-BRANCH) "' ELSE '"
               FUNCTION TRIM(WS-SOURCE-BRANCH) "' END, CASE WHEN "
               "p.net > 0 THEN '" FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' ELSE '" FUNCTION TRIM(WS-TARGET-BRANCH) "' END "
               "FROM pos p JOIN chart_of_accounts c ON "
               "c.transaction_type = 'X' WHERE p.net <> 0 AND EXISTS "
               "(SELECT 1 FROM go) RETURNING amount), "
               "who AS (SELECT w.customer_id, string_agg(w.item, "
               "', ' ORDER BY w.item) AS items FROM ("
               "SELECT h.customer_id, h.account_number AS item FROM mv "
               "JOIN account_holders h ON h.account_number = "
               "mv.account_number WHERE h.customer_id IS NOT NULL AND "
               "COALESCE(mv.account_status, 'ACTIVE') <> 'CLOSED' "
               "UNION SELECT customer_id, 'box ' || box_number FROM "
               "box WHERE NOT movable AND customer_id IS NOT NULL) w "
               "GROUP BY w.customer_id), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "ltr AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT cu.customer_id, 'BRANCH-CHANGE', cu.legal_name, "
               "cu.street_address, cu.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', cu.legal_name), '{account}', w.items), "
               "'{date}', '" WS-EFFECTIVE-DATE "'), '{branch}', '"
               FUNCTION TRIM(WS-TARGET-BRANCH) "'), NOW(), 'QUEUED' "
               "FROM who w JOIN customers cu ON cu.customer_id = "
               "w.customer_id AND COALESCE(cu.customer_status, "
               "'ACTIVE') <> 'MERGED' "
               "JOIN notice_templates t ON t.notice_type = "
               "'BRANCH-CHANGE' RETURNING customer_id), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'BRANCH-CHANGE', consolidation_id, "
               "'BRANCH-CHANGE', NOW() FROM go "
               "WHERE EXISTS (SELECT 1 FROM ltr)), "
               "br AS (UPDATE branches SET branch_status = 'CLOSED', "
               "closed_date = DATE '" WS-EFFECTIVE-DATE
               "', successor_branch = '"
               FUNCTION TRIM(WS-TARGET-BRANCH)
               "' WHERE branch_code = '"
               FUNCTION TRIM(WS-SOURCE-BRANCH)
               "' AND EXISTS (SELECT 1 FROM go)) "
               "SELECT go.consolidation_id || '|' || "
               "(SELECT COUNT(*) FROM upd) || '|' || "
               "(SELECT COUNT(*) FROM box WHERE movable) || '|' || "
               "(SELECT COUNT(*) FROM box WHERE NOT movable) || '|' || "
               "(SELECT COUNT(*) FROM ltr) || '|' || "
               "COALESCE((SELECT SUM(amount) FROM jr), 0) FROM go;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           PERFORM RUN-CONSOL-SQL-PARA

           MOVE SPACES TO WS-CONSOLIDATION-ID WS-ACCOUNTS-TEXT
               WS-BOXES-MOVED-TEXT WS-BOXES-FLAGGED-TEXT
               WS-NOTICES-TEXT WS-TRANSFER-TEXT
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-CONSOLIDATION-ID WS-ACCOUNTS-TEXT
                       WS-BOXES-MOVED-TEXT WS-BOXES-FLAGGED-TEXT
                       WS-NOTICES-TEXT WS-TRANSFER-TEXT
               END-UNSTRING
               COMPUTE WS-ACCOUNTS-MOVED =
                   FUNCTION NUMVAL(WS-ACCOUNTS-TEXT)
               DISPLAY "Consolidation "
                   FUNCTION TRIM(WS-CONSOLIDATION-ID) ": "
                   FUNCTION TRIM(WS-ACCOUNTS-TEXT) " account(s), "
                   FUNCTION TRIM(WS-BOXES-MOVED-TEXT) " box(es) moved, "
                   FUNCTION TRIM(WS-BOXES-FLAGGED-TEXT)
                   " flagged to relocate, "
                   FUNCTION TRIM(WS-NOTICES-TEXT) " notice(s) queued."
           END-IF.

       RUN-CONSOL-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_consol.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "BRANCH-CONSOLIDATION" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       WRITE-REPORT-PARA.
           OPEN OUTPUT CONSOLIDATION-REPORT-FILE
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "Branch consolidation "
               FUNCTION TRIM(WS-CONSOLIDATION-ID) " -- branch "
               FUNCTION TRIM(WS-SOURCE-BRANCH) " into "
               FUNCTION TRIM(WS-TARGET-BRANCH) " effective "
               WS-EFFECTIVE-DATE ", business date " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "                            Source before"
               "     Source after    Target before"
               "     Target after  Control"
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD

           MOVE 0 TO WS-CONTROL-BREAKS
           PERFORM VARYING WS-LINE-NO FROM 1 BY 1
                   UNTIL WS-LINE-NO > 7
               PERFORM WRITE-CONTROL-LINE-PARA
           END-PERFORM

           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "Accounts moved: " FUNCTION TRIM(WS-ACCOUNTS-TEXT)
               "   Boxes moved: " FUNCTION TRIM(WS-BOXES-MOVED-TEXT)
               "   Boxes flagged to relocate: "
               FUNCTION TRIM(WS-BOXES-FLAGGED-TEXT)
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING "Position transferred: "
               FUNCTION TRIM(WS-TRANSFER-TEXT)
               "   Branch-change notices queued: "
               FUNCTION TRIM(WS-NOTICES-TEXT)
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           IF WS-CONTROL-BREAKS = 0
               STRING "Controls: all in balance."
                   DELIMITED BY SIZE
                   INTO CONSOLIDATION-REPORT-RECORD
           ELSE
               STRING "Controls: " WS-CONTROL-BREAKS
                   " line(s) OUT OF BALANCE -- investigate before "
                   "the branch is struck off."
                   DELIMITED BY SIZE
                   INTO CONSOLIDATION-REPORT-RECORD
           END-IF
           WRITE CONSOLIDATION-REPORT-RECORD
           CLOSE CONSOLIDATION-REPORT-FILE.

       WRITE-CONTROL-LINE-PARA.
           MOVE SPACES TO WS-LINE-RESULT
           EVALUATE WS-LINE-CONTROL(WS-LINE-NO)
               WHEN "M"
                   IF WS-SNAP-VALUE(3, WS-LINE-NO) = 0
                       AND WS-SNAP-VALUE(4, WS-LINE-NO) =
                           WS-SNAP-VALUE(1, WS-LINE-NO)
                           + WS-SNAP-VALUE(2, WS-LINE-NO)
                       MOVE "OK" TO WS-LINE-RESULT
                   ELSE
                       MOVE "BREAK" TO WS-LINE-RESULT
                   END-IF
               WHEN "K"
                   IF WS-SNAP-VALUE(3, WS-LINE-NO)
                           + WS-SNAP-VALUE(4, WS-LINE-NO) =
                           WS-SNAP-VALUE(1, WS-LINE-NO)
                           + WS-SNAP-VALUE(2, WS-LINE-NO)
                       MOVE "OK" TO WS-LINE-RESULT
                   ELSE
                       MOVE "BREAK" TO WS-LINE-RESULT
                   END-IF
           END-EVALUATE
           IF WS-LINE-RESULT = "BREAK"
               ADD 1 TO WS-CONTROL-BREAKS
           END-IF
           MOVE WS-SNAP-VALUE(1, WS-LINE-NO) TO WS-FMT-VALUE-1
           MOVE WS-SNAP-VALUE(3, WS-LINE-NO) TO WS-FMT-VALUE-2
           MOVE WS-SNAP-VALUE(2, WS-LINE-NO) TO WS-FMT-VALUE-3
           MOVE WS-SNAP-VALUE(4, WS-LINE-NO) TO WS-FMT-VALUE-4
           MOVE SPACES TO CONSOLIDATION-REPORT-RECORD
           STRING WS-LINE-LABEL(WS-LINE-NO) " "
               WS-FMT-VALUE-1 " " WS-FMT-VALUE-2 " "
               WS-FMT-VALUE-3 " " WS-FMT-VALUE-4 "  "
               WS-LINE-RESULT
               DELIMITED BY SIZE
               INTO CONSOLIDATION-REPORT-RECORD
           WRITE CONSOLIDATION-REPORT-RECORD.

       END PROGRAM BRANCH-CONSOLIDATION-BATCH.
