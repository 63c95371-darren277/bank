       IDENTIFICATION DIVISION.
       PROGRAM-ID. FDIC-COVERAGE-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Deposit insurance coverage. Insurance is per depositor per
      *> ownership category, summed across every account the
      *> depositor owns in that category -- so nobody could say how
      *> much of a customer's money was insured. Each account carries
      *> its category (accounts.ownership_category, set at
      *> OPEN-ACCOUNT and changed in MANAGE-ACCOUNT-HOLDERS; none on
      *> file reads as SINGLE). This batch splits every open account's
      *> balance to its owners:
      *>   JOINT -- equally among every holder (P and J); a joint
      *>     account with a single holder on file counts as SINGLE;
      *>   SINGLE, RETIRE, TRUST, BUSINESS -- to the primary holder
      *>     (split equally if more than one P is on file).
      *> A depositor is the customer number, or the holder name for
      *> holder rows that predate the customers master; an account
      *> with no owner on file is reported as its own depositor so
      *> the bank total still covers every dollar. Each depositor's
      *> category total is insured up to fdic_config.standard_limit
      *> (default 250,000) -- for TRUST, that limit times the
      *> beneficiaries (the most on any of the owner's trust
      *> accounts, capped at fdic_config.max_trust_beneficiaries,
      *> default 5). Overdrawn balances count as zero.
      *> ./fdic_coverage_report.txt lists insured and uninsured by
      *> depositor and category with a depositor subtotal, and the
      *> bank-level totals close the report and are written to
      *> fdic_coverage_totals for the business date, where Treasury
      *> and LIQUIDITY-FORECAST-BATCH read the uninsured figure.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COVERAGE-FEED-FILE
           ASSIGN TO "./fdic_coverage_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COVERAGE-REPORT-FILE
           ASSIGN TO "./fdic_coverage_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COVERAGE-FEED-FILE.
       01  COVERAGE-FEED-RECORD     PIC X(200).
       FD  COVERAGE-REPORT-FILE.
       01  COVERAGE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(3000).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-SHELL-COMMAND         PIC X(3200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

      *> One feed line per depositor and category, depositor order.
       01  WS-FEED-DEPOSITOR        PIC X(40).
       01  WS-FEED-NAME             PIC X(60).
       01  WS-FEED-CATEGORY         PIC X(8).
       01  WS-TEMP-BALANCE          PIC X(20).
       01  WS-TEMP-INSURED          PIC X(20).
       01  WS-LINE-BALANCE          PIC S9(15)V99.
       01  WS-LINE-INSURED          PIC S9(15)V99.
       01  WS-LINE-UNINSURED        PIC S9(15)V99.

      *> Control break on depositor.
       01  WS-PREV-DEPOSITOR        PIC X(40) VALUE SPACES.
       01  WS-DEP-BALANCE           PIC S9(15)V99 VALUE 0.
       01  WS-DEP-INSURED           PIC S9(15)V99 VALUE 0.
       01  WS-DEP-UNINSURED         PIC S9(15)V99 VALUE 0.
       01  WS-DEP-LINES             PIC 9(3) VALUE 0.

       01  WS-BANK-BALANCE          PIC S9(15)V99 VALUE 0.
       01  WS-BANK-INSURED          PIC S9(15)V99 VALUE 0.
       01  WS-BANK-UNINSURED        PIC S9(15)V99 VALUE 0.
       01  WS-DEPOSITORS            PIC 9(9) VALUE 0.
       01  WS-DEPOSITORS-UNINSURED  PIC 9(9) VALUE 0.

       01  WS-BALANCE-DISP          PIC -(13)9.99.
       01  WS-INSURED-DISP          PIC -(13)9.99.
       01  WS-UNINSURED-DISP        PIC -(13)9.99.
       01  WS-DEPOSITORS-DISP       PIC Z(8)9.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "FDIC-COVERAGE-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FDIC-COVERAGE-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "FDIC-COVERAGE-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-COVERAGE-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-DEPOSITORS WS-RUN-STATUS
               DISPLAY "FDIC-COVERAGE-BATCH failed extracting."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-COVERAGE-REPORT-PARA
           PERFORM RECORD-BANK-TOTALS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-DEPOSITORS WS-RUN-STATUS
               DISPLAY "FDIC-COVERAGE-BATCH failed recording totals."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-DEPOSITORS WS-RUN-STATUS
           MOVE WS-BANK-UNINSURED TO WS-UNINSURED-DISP
           DISPLAY "FDIC-COVERAGE-BATCH complete. Depositors: "
               WS-DEPOSITORS " uninsured total: " WS-UNINSURED-DISP
           GOBACK.

       EXTRACT-COVERAGE-PARA.
      *> acct is every open account at its category; own the holders
      *> who own it under that category; sh each owner's share; grp
      *> the depositor-by-category totals against the limit.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH cfg AS (SELECT COALESCE((SELECT standard_limit "
               "FROM fdic_config LIMIT 1), 250000) AS lim, "
               "COALESCE((SELECT max_trust_beneficiaries FROM "
               "fdic_config LIMIT 1), 5) AS maxb), "
               "acct AS (SELECT a.account_number, "
               "GREATEST(COALESCE(a.current_balance, 0), 0) AS bal, "
               "COALESCE(a.ownership_category, 'SINGLE') AS cat, "
               "GREATEST(COALESCE(a.trust_beneficiaries, 1), 1) AS nb "
               "FROM accounts a WHERE COALESCE(a.account_status, "
               "'ACTIVE') <> 'CLOSED'), "
               "own AS (SELECT x.account_number, x.cat, x.nb, x.bal, "
               "COALESCE('C' || h.customer_id, 'H' || h.holder_name) "
               "AS dep, COALESCE(c.legal_name, h.holder_name) AS nm, "
               "COUNT(*) OVER (PARTITION BY x.account_number) AS n "
               "FROM acct x JOIN account_holders h ON "
               "h.account_number = x.account_number AND (x.cat = "
               "'JOINT' OR h.holder_role = 'P') LEFT JOIN customers c "
               "ON c.customer_id = h.customer_id), "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "sh AS (SELECT dep, nm, CASE WHEN cat = 'JOINT' AND "
               "n = 1 THEN 'SINGLE' ELSE cat END AS cat, nb, "
               "ROUND(bal / n, 2) AS share FROM own UNION ALL "
               "SELECT 'A' || x.account_number, 'NO OWNER ON FILE', "
               "x.cat, x.nb, x.bal FROM acct x WHERE NOT EXISTS "
               "(SELECT 1 FROM own o WHERE o.account_number = "
               "x.account_number)), "
               "grp AS (SELECT dep, MAX(nm) AS nm, cat, SUM(share) "
               "AS bal, CASE WHEN cat = 'TRUST' THEN cfg.lim * "
               "LEAST(MAX(nb), cfg.maxb) ELSE cfg.lim END AS lim "
               "FROM sh, cfg GROUP BY dep, cat, cfg.lim, cfg.maxb) "
               "SELECT dep, replace(nm, '|', ' '), cat, bal, "
               "LEAST(bal, lim) FROM grp WHERE bal > 0 "
               "ORDER BY dep, cat;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./fdic_coverage_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "FDIC-COVERAGE-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-COVERAGE-REPORT-PARA.
           OPEN OUTPUT COVERAGE-REPORT-FILE
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "Deposit insurance coverage -- business date "
               WS-BUSINESS-DATE
               INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "Depositor   Name                          Category"
               "        Balance           Insured         Uninsured"
               INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD

           MOVE SPACES TO WS-PREV-DEPOSITOR
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT COVERAGE-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ COVERAGE-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE COVERAGE-FEED-FILE
           IF WS-PREV-DEPOSITOR NOT = SPACES
               PERFORM WRITE-DEPOSITOR-TOTAL-PARA
           END-IF

           MOVE SPACES TO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE WS-BANK-BALANCE TO WS-BALANCE-DISP
           MOVE WS-BANK-INSURED TO WS-INSURED-DISP
           MOVE WS-BANK-UNINSURED TO WS-UNINSURED-DISP
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "BANK TOTAL                                        "
               "  " WS-BALANCE-DISP "  " WS-INSURED-DISP
               "  " WS-UNINSURED-DISP
               INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           MOVE WS-DEPOSITORS TO WS-DEPOSITORS-DISP
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING "Depositors: " WS-DEPOSITORS-DISP
               "   with uninsured funds: " WS-DEPOSITORS-UNINSURED
               INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD
           CLOSE COVERAGE-REPORT-FILE.

       WRITE-ONE-LINE-PARA.
           MOVE SPACES TO WS-FEED-DEPOSITOR WS-FEED-NAME
               WS-FEED-CATEGORY WS-TEMP-BALANCE WS-TEMP-INSURED
           UNSTRING COVERAGE-FEED-RECORD DELIMITED BY "|"
               INTO WS-FEED-DEPOSITOR WS-FEED-NAME WS-FEED-CATEGORY
                    WS-TEMP-BALANCE WS-TEMP-INSURED
           END-UNSTRING
           IF WS-FEED-DEPOSITOR NOT = WS-PREV-DEPOSITOR
               IF WS-PREV-DEPOSITOR NOT = SPACES
                   PERFORM WRITE-DEPOSITOR-TOTAL-PARA
               END-IF
               MOVE WS-FEED-DEPOSITOR TO WS-PREV-DEPOSITOR
               ADD 1 TO WS-DEPOSITORS
           END-IF

           COMPUTE WS-LINE-BALANCE =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-BALANCE))
           COMPUTE WS-LINE-INSURED =
               FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-INSURED))
           COMPUTE WS-LINE-UNINSURED =
               WS-LINE-BALANCE - WS-LINE-INSURED
           ADD WS-LINE-BALANCE TO WS-DEP-BALANCE WS-BANK-BALANCE
           ADD WS-LINE-INSURED TO WS-DEP-INSURED WS-BANK-INSURED
           ADD WS-LINE-UNINSURED TO WS-DEP-UNINSURED WS-BANK-UNINSURED
           ADD 1 TO WS-DEP-LINES

           MOVE WS-LINE-BALANCE TO WS-BALANCE-DISP
           MOVE WS-LINE-INSURED TO WS-INSURED-DISP
           MOVE WS-LINE-UNINSURED TO WS-UNINSURED-DISP
           MOVE SPACES TO COVERAGE-REPORT-RECORD
           STRING WS-FEED-DEPOSITOR(1:11) " " WS-FEED-NAME(1:29)
               " " WS-FEED-CATEGORY "  " WS-BALANCE-DISP
               "  " WS-INSURED-DISP "  " WS-UNINSURED-DISP
               INTO COVERAGE-REPORT-RECORD
           WRITE COVERAGE-REPORT-RECORD.

       WRITE-DEPOSITOR-TOTAL-PARA.
      *> A subtotal only earns a line when the depositor has money in
      *> more than one category.
           IF WS-DEP-LINES > 1
               MOVE WS-DEP-BALANCE TO WS-BALANCE-DISP
               MOVE WS-DEP-INSURED TO WS-INSURED-DISP
               MOVE WS-DEP-UNINSURED TO WS-UNINSURED-DISP
               MOVE SPACES TO COVERAGE-REPORT-RECORD
               STRING "            depositor total                   "
                   "    " WS-BALANCE-DISP "  " WS-INSURED-DISP
                   "  " WS-UNINSURED-DISP
                   INTO COVERAGE-REPORT-RECORD
               WRITE COVERAGE-REPORT-RECORD
           END-IF
           IF WS-DEP-UNINSURED > 0
               ADD 1 TO WS-DEPOSITORS-UNINSURED
           END-IF
           MOVE 0 TO WS-DEP-BALANCE WS-DEP-INSURED WS-DEP-UNINSURED
               WS-DEP-LINES.

       RECORD-BANK-TOTALS-PARA.
      *> One row per business date; a forced rerun replaces it.
           MOVE WS-BANK-BALANCE TO WS-BALANCE-DISP
           MOVE WS-BANK-INSURED TO WS-INSURED-DISP
           MOVE WS-BANK-UNINSURED TO WS-UNINSURED-DISP
           MOVE WS-DEPOSITORS TO WS-DEPOSITORS-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "DELETE FROM fdic_coverage_totals WHERE business_date "
               "= DATE '" WS-BUSINESS-DATE "'; "
               "INSERT INTO fdic_coverage_totals (business_date, "
               "total_deposits, insured_amount, uninsured_amount, "
               "depositor_count, computed_at) VALUES (DATE '"
               WS-BUSINESS-DATE "', "
               FUNCTION TRIM(WS-BALANCE-DISP) ", "
               FUNCTION TRIM(WS-INSURED-DISP) ", "
               FUNCTION TRIM(WS-UNINSURED-DISP) ", "
               FUNCTION TRIM(WS-DEPOSITORS-DISP) ", NOW());"
               INTO WS-SQL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE " -t -A > ./psql_result_fdic.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "FDIC-COVERAGE-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       END PROGRAM FDIC-COVERAGE-BATCH.
