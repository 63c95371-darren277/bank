       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-ITEM-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Shared suspense booking. A money item an import cannot apply
      *> -- an ACH entry to an account that does not exist, an ATM
      *> settlement entry that bounced, a card clearing record with
      *> nowhere to post, a lockbox bundle for an unusable account, a
      *> payment return matching no outbound debit -- used to leave
      *> its money sitting in the correspondent or settlement account
      *> with only a reject file to explain it. This books it to the
      *> GL suspense account and registers it as an OPEN row on
      *> suspense_items, in one statement, so the suspense GL balance
      *> and the open items can never disagree:
      *>   direction C -- funds received for nobody (an inbound credit,
      *>                  a returned payment): debit settlement,
      *>                  credit suspense -- the chart's 'U' row as it
      *>                  stands;
      *>   direction D -- funds paid out for nobody (a debit the
      *>                  network already settled): the same pair
      *>                  swapped, debit suspense, credit settlement.
      *> The item is keyed on source and source reference, so a rerun
      *> hands back the item already registered instead of booking it
      *> twice. SUSPENSE-WORKBENCH applies or returns the item, each
      *> posting clearing the suspense; SUSPENSE-AGING-BATCH ages the
      *> open items and proves them against the GL.
      *> The suspense_id comes back to the caller; spaces means
      *> nothing was booked.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_sus.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD     PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND         PIC X(1600).
       01  WS-SHELL-COMMAND       PIC X(1800).
       01  WS-SQL-PTR             PIC 9(4) COMP.
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT         PIC X(40).
       01  WS-FMT-AMOUNT          PIC Z(14)9.99.
       01  WS-FILE-ID-SQL         PIC X(20) VALUE SPACES.
       01  WS-SOURCE-REF          PIC X(30) VALUE SPACES.
       01  WS-PRESENTED-ACCOUNT   PIC X(10) VALUE SPACES.
       01  WS-REASON              PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-SOURCE-CODE         PIC X(10).
       01  LS-FILE-ID             PIC X(20).
       01  LS-SOURCE-REF          PIC X(30).
       01  LS-ACCOUNT-NUMBER      PIC X(10).
       01  LS-DIRECTION           PIC X(1).
       01  LS-AMOUNT              PIC 9(15)V99.
       01  LS-REASON              PIC X(30).
       01  LS-SUSPENSE-ID         PIC X(20).

       PROCEDURE DIVISION USING LS-SOURCE-CODE LS-FILE-ID
           LS-SOURCE-REF LS-ACCOUNT-NUMBER LS-DIRECTION LS-AMOUNT
           LS-REASON LS-SUSPENSE-ID.
       MAIN-PARA.
           MOVE SPACES TO LS-SUSPENSE-ID
           IF LS-DIRECTION NOT = "C" AND LS-DIRECTION NOT = "D"
               DISPLAY "Suspense direction must be C or D -- "
                   FUNCTION TRIM(LS-SOURCE-REF) " not booked."
               GOBACK
           END-IF

           MOVE "NULL" TO WS-FILE-ID-SQL
           IF LS-FILE-ID NOT = SPACES
               MOVE LS-FILE-ID TO WS-FILE-ID-SQL
           END-IF
           MOVE LS-AMOUNT TO WS-FMT-AMOUNT

           *> The presented fields come off a counterparty's file --
           *> quotes and shell metacharacters are blanked before they
           *> go into SQL.
           MOVE LS-SOURCE-REF TO WS-SOURCE-REF
           MOVE LS-ACCOUNT-NUMBER TO WS-PRESENTED-ACCOUNT
           MOVE LS-REASON TO WS-REASON
           INSPECT WS-SOURCE-REF REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE
           INSPECT WS-PRESENTED-ACCOUNT REPLACING ALL "'" BY SPACE
               ALL '"' BY SPACE ALL "$" BY SPACE ALL "`" BY SPACE
               ALL "\" BY SPACE

           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH ins AS (INSERT INTO suspense_items (source_code, "
               "file_id, source_reference, presented_account, "
               "direction, amount, reason_code, business_date, "
               "item_status, opened_at) SELECT '"
               FUNCTION TRIM(LS-SOURCE-CODE) "', "
               FUNCTION TRIM(WS-FILE-ID-SQL) ", '"
               FUNCTION TRIM(WS-SOURCE-REF) "', '"
               FUNCTION TRIM(WS-PRESENTED-ACCOUNT) "', '"
               LS-DIRECTION "', " FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-REASON) "', r.business_date, "
               "'OPEN', NOW() FROM run_control r "
               "WHERE r.control_id = 1 AND EXISTS (SELECT 1 FROM "
               "chart_of_accounts c WHERE c.transaction_type = 'U') "
               "AND NOT EXISTS (SELECT 1 "
               "FROM suspense_items s WHERE s.source_code = '"
               FUNCTION TRIM(LS-SOURCE-CODE)
               "' AND s.source_reference = '"
               FUNCTION TRIM(WS-SOURCE-REF) "') "
               "RETURNING suspense_id, direction, amount, "
               "business_date), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "gl AS (INSERT INTO gl_journal (business_date, "
               "suspense_id, debit_gl_account, credit_gl_account, "
               "amount) SELECT ins.business_date, ins.suspense_id, "
               "CASE WHEN ins.direction = 'C' THEN c.debit_gl_account "
               "ELSE c.credit_gl_account END, "
               "CASE WHEN ins.direction = 'C' THEN "
               "c.credit_gl_account ELSE c.debit_gl_account END, "
               "ins.amount FROM ins, chart_of_accounts c "
               "WHERE c.transaction_type = 'U' RETURNING journal_id) "
               "SELECT COALESCE((SELECT suspense_id FROM ins), (SELECT "
               "suspense_id FROM suspense_items WHERE source_code = '"
               FUNCTION TRIM(LS-SOURCE-CODE)
               "' AND source_reference = '"
               FUNCTION TRIM(WS-SOURCE-REF) "'));"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_sus.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "SUSPENSE-ITEM-SUB" LS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF

           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Suspense booking failed for "
                   FUNCTION TRIM(LS-SOURCE-CODE) " item "
                   FUNCTION TRIM(WS-SOURCE-REF)
                   " -- no 'U' row on chart_of_accounts, or the "
                   "database is unavailable."
           ELSE
               MOVE WS-PSQL-RESULT TO LS-SUSPENSE-ID
           END-IF
           GOBACK.

       END PROGRAM SUSPENSE-ITEM-SUB.
