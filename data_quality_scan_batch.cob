       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-QUALITY-SCAN-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Weekly referential-integrity and data-quality scan. Every
      *> program writes through its own SQL, and nothing in the
      *> schema stops the tables drifting apart -- a merge leaves
      *> holders on the ghost customer, a closed account keeps its
      *> standing orders, sweeps, cards and payees. This run checks
      *> the DQRULES catalogue across the account, customer, card,
      *> loan, standing order, sweep and payee tables ("closed" is an
      *> account CLOSED or CHARGED-OFF, or no account row at all):
      *>   DQ01 account_holders rows on a MERGED customer;
      *>   DQ02 account_holders rows naming a customer not on file
      *>        (name-only holders, with no customer id, are legal);
      *>   DQ03 account_holders rows on an account not on file;
      *>   DQ04 open accounts with no holder at all;
      *>   DQ05 standing orders from or to a closed account;
      *>   DQ06 sweep arrangements with a closed sub or master;
      *>   DQ07 ACTIVE, ISSUED or BLOCKED cards on a closed account;
      *>   DQ08 payees on a closed account;
      *>   DQ09 ACTIVE loans whose linked deposit account is closed;
      *>   DQ10 customers holding no account at all who are neither
      *>        merged nor redacted by CUSTOMER-RETENTION-BATCH.
      *> Every violation is listed to ./data_quality_report.txt under
      *> its rule with the offending key and the owner team from the
      *> catalogue. Each rule's count is kept on dq_scan_history by
      *> scan date, and the report sets it against the previous scan
      *> so the trend -- is the book getting cleaner -- reads straight
      *> off the summary. The scan fixes nothing itself: the owners
      *> work their rules through the normal maintenance programs.
      *> Runs in the nightly chain but scans only on the last
      *> business day of the week (weekends and bank_calendar
      *> holidays skipped); other nights it returns at once. The
      *> count on run history is the total of violations.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-FEED-FILE ASSIGN TO "./data_quality_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DQ-REPORT-FILE ASSIGN TO "./data_quality_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_dq.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-FEED-FILE.
       01  DQ-FEED-RECORD           PIC X(300).
       FD  DQ-REPORT-FILE.
       01  DQ-REPORT-RECORD         PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       COPY "dqrules".
       01  WS-SQL-COMMAND           PIC X(6000).
       01  WS-SHELL-COMMAND         PIC X(6200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).
       01  WS-WEEK-END-FLAG         PIC X(1) VALUE 'N'.

      *> Feed rows: S (summary) | rule | count | previous count |
      *> previous scan date, one per catalogue rule, then
      *> V (violation) | rule | key | detail.
       01  WS-DQ-ROW-TYPE           PIC X(1).
       01  WS-DQ-RULE-CODE          PIC X(8).
       01  WS-DQ-FIELD-3            PIC X(60).
       01  WS-DQ-FIELD-4            PIC X(120).
       01  WS-DQ-FIELD-5            PIC X(10).
       01  WS-DQ-COUNT              PIC 9(9) VALUE 0.
       01  WS-DQ-PREV-COUNT         PIC 9(9) VALUE 0.
       01  WS-DQ-COUNT-DISP         PIC Z(8)9.
       01  WS-DQ-PREV-DISP          PIC Z(8)9.
       01  WS-DQ-CHANGE             PIC S9(9) VALUE 0.
       01  WS-DQ-CHANGE-DISP        PIC -(8)9.
       01  WS-DQ-PREV-TOTAL         PIC 9(9) VALUE 0.
       01  WS-DQ-PREV-DATE          PIC X(10) VALUE SPACES.
       01  WS-DQ-LAST-RULE          PIC X(8) VALUE SPACES.
       01  WS-TOTALS-WRITTEN        PIC X(1) VALUE 'N'.
       01  WS-RULE-IDX              PIC 9(2) COMP.
       01  WS-RULE-FOUND            PIC 9(2) COMP.
       01  WS-RULE-TITLE            PIC X(44).
       01  WS-RULE-OWNER            PIC X(20).

       01  WS-VIOLATIONS            PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "DATA-QUALITY-SCAN-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "DATA-QUALITY-SCAN-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "DATA-QUALITY-SCAN-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           PERFORM CHECK-WEEK-END-PARA
           IF WS-WEEK-END-FLAG NOT = 'Y'
               DISPLAY "Business date " WS-BUSINESS-DATE
                   " does not close the week -- no scan tonight."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-VIOLATIONS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-VIOLATIONS WS-RUN-STATUS
               DISPLAY "DATA-QUALITY-SCAN-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-DQ-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-VIOLATIONS WS-RUN-STATUS
           DISPLAY "DATA-QUALITY-SCAN-BATCH complete. Violations: "
               WS-VIOLATIONS
           GOBACK.

       CHECK-WEEK-END-PARA.
      *> The last business day of the ISO week: no later weekday in
      *> the same week that is not a bank_calendar holiday.
           MOVE 'N' TO WS-WEEK-END-FLAG
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT CASE WHEN NOT EXISTS (SELECT 1 FROM "
               "generate_series(DATE '" WS-BUSINESS-DATE "' + 1, "
               "date_trunc('week', DATE '" WS-BUSINESS-DATE
               "')::date + 6, '1 day') d WHERE EXTRACT(ISODOW FROM "
               "d) < 6 AND NOT EXISTS (SELECT 1 FROM bank_calendar b "
               "WHERE b.holiday_date = d::date)) THEN 'Y' ELSE 'N' "
               "END;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE " -t -A > ./psql_result_dq.tmp"
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE
           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-WEEK-END-FLAG
           END-IF.

       EXTRACT-VIOLATIONS-PARA.
      *> live is every account not closed; v every violation tagged
      *> with its rule; r the catalogue's rule codes (built from
      *> DQRULES, so a clean rule still reports zero); h this scan's
      *> count per rule, recorded on dq_scan_history in the same
      *> statement; p the previous scan's counts.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH live AS (SELECT account_number FROM accounts "
               "WHERE COALESCE(account_status, 'ACTIVE') NOT IN "
               "('CLOSED', 'CHARGED-OFF')), "
               "v AS (SELECT 'DQ01' AS rule, 'account ' || "
               "h.account_number || ' customer ' || h.customer_id AS "
               "k, 'customer merged into ' || COALESCE("
               "c.merged_into::text, '?') AS d FROM account_holders "
               "h JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE c.customer_status = 'MERGED' "
               "UNION ALL SELECT 'DQ02', 'account ' || "
               "h.account_number || ' customer ' || h.customer_id, "
               "'holder ' || COALESCE(h.holder_name, '') FROM "
               "account_holders h WHERE h.customer_id IS NOT NULL "
               "AND NOT EXISTS (SELECT 1 FROM customers c WHERE "
               "c.customer_id = h.customer_id) "
               "UNION ALL SELECT 'DQ03', 'account ' || "
               "h.account_number, 'holder ' || COALESCE("
               "h.holder_name, '') || ' ' || COALESCE("
               "h.customer_id::text, '') FROM account_holders h "
               "WHERE NOT EXISTS (SELECT 1 FROM accounts a WHERE "
               "a.account_number = h.account_number) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT 'DQ04', 'account ' || "
               "l.account_number, 'no account_holders row' FROM live "
               "l WHERE NOT EXISTS (SELECT 1 FROM account_holders h "
               "WHERE h.account_number = l.account_number) "
               "UNION ALL SELECT 'DQ05', 'order ' || o.order_id, "
               "'from ' || o.account_number || ' to ' || COALESCE("
               "NULLIF(o.target_account_number, ''), 'external') "
               "FROM standing_orders o WHERE o.account_number NOT IN "
               "(SELECT account_number FROM live) OR (COALESCE("
               "o.target_account_number, '') <> '' AND "
               "o.target_account_number NOT IN (SELECT "
               "account_number FROM live)) "
               "UNION ALL SELECT 'DQ06', 'sub ' || s.sub_account || "
               "' master ' || s.master_account, 'target ' || "
               "s.target_balance FROM sweep_arrangements s WHERE "
               "s.sub_account NOT IN (SELECT account_number FROM "
               "live) OR s.master_account NOT IN (SELECT "
               "account_number FROM live) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT 'DQ07', 'card ' || "
               "c.card_reference, 'status ' || c.card_status || "
               "' on account ' || c.account_number FROM cards c "
               "WHERE c.card_status IN ('ACTIVE', 'ISSUED', "
               "'BLOCKED') AND c.account_number NOT IN (SELECT "
               "account_number FROM live) "
               "UNION ALL SELECT 'DQ08', 'payee ' || p.payee_id, "
               "'on account ' || p.account_number || ' pays ' || "
               "COALESCE(p.payee_account_number, '') FROM payees p "
               "WHERE p.account_number NOT IN (SELECT account_number "
               "FROM live) "
               "UNION ALL SELECT 'DQ09', 'loan ' || l.loan_id, "
               "'linked account ' || l.account_number || ' balance ' "
               "|| l.principal_balance FROM loans l WHERE "
               "l.loan_status = 'ACTIVE' AND l.account_number NOT IN "
               "(SELECT account_number FROM live) "
               "UNION ALL SELECT 'DQ10', 'customer ' || "
               "c.customer_id, 'status ' || COALESCE("
               "c.customer_status, 'ACTIVE') FROM customers c WHERE "
               "COALESCE(c.customer_status, 'ACTIVE') NOT IN "
               "('MERGED', 'REDACTED') AND NOT EXISTS (SELECT 1 FROM "
               "account_holders h WHERE h.customer_id = "
               "c.customer_id)), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING "r (rule) AS (VALUES "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > DQ-RULE-COUNT
               IF WS-RULE-IDX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
               END-IF
               STRING "('" FUNCTION TRIM(DQ-RULE-CODE(WS-RULE-IDX))
                   "')" DELIMITED BY SIZE
                   INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           END-PERFORM

           STRING
               "), h AS (INSERT INTO dq_scan_history (scan_date, "
               "rule_code, violation_count, scanned_at) SELECT DATE '"
               WS-BUSINESS-DATE "', r.rule, (SELECT COUNT(*) FROM v "
               "WHERE v.rule = r.rule), NOW() FROM r ON CONFLICT "
               "(scan_date, rule_code) DO UPDATE SET violation_count "
               "= EXCLUDED.violation_count, scanned_at = "
               "EXCLUDED.scanned_at RETURNING rule_code, "
               "violation_count), "
               "p AS (SELECT rule_code, violation_count, scan_date "
               "FROM dq_scan_history WHERE scan_date = (SELECT "
               "MAX(scan_date) FROM dq_scan_history WHERE scan_date "
               "< DATE '" WS-BUSINESS-DATE "')) "
               "SELECT * FROM (SELECT 'S' AS t, h.rule_code AS rule, "
               "h.violation_count::text AS f3, COALESCE("
               "p.violation_count::text, '') AS f4, COALESCE("
               "p.scan_date::text, '') AS f5 FROM h LEFT JOIN p ON "
               "p.rule_code = h.rule_code UNION ALL SELECT 'V', "
               "v.rule, v.k, v.d, '' FROM v) x ORDER BY 1, 2, 3;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./data_quality_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "DATA-QUALITY-SCAN" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-DQ-REPORT-PARA.
           OPEN OUTPUT DQ-REPORT-FILE
           MOVE SPACES TO DQ-REPORT-RECORD
           STRING "DATA QUALITY SCAN -- business date "
               WS-BUSINESS-DATE
               INTO DQ-REPORT-RECORD
           WRITE DQ-REPORT-RECORD
           MOVE SPACES TO DQ-REPORT-RECORD
           WRITE DQ-REPORT-RECORD
           MOVE SPACES TO DQ-REPORT-RECORD
           STRING "Rule  Title                             "
               "              Count  Previous    Change  Owner"
               INTO DQ-REPORT-RECORD
           WRITE DQ-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DQ-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ DQ-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-DQ-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE DQ-FEED-FILE
           IF WS-TOTALS-WRITTEN NOT = 'Y'
               PERFORM WRITE-TOTALS-PARA
           END-IF

           IF WS-VIOLATIONS = 0
               MOVE SPACES TO DQ-REPORT-RECORD
               WRITE DQ-REPORT-RECORD
               MOVE "No violations -- every rule is clean."
                   TO DQ-REPORT-RECORD
               WRITE DQ-REPORT-RECORD
           END-IF
           CLOSE DQ-REPORT-FILE.

       WRITE-ONE-DQ-LINE-PARA.
           MOVE SPACES TO WS-DQ-ROW-TYPE WS-DQ-RULE-CODE
               WS-DQ-FIELD-3 WS-DQ-FIELD-4 WS-DQ-FIELD-5
           UNSTRING DQ-FEED-RECORD DELIMITED BY "|"
               INTO WS-DQ-ROW-TYPE WS-DQ-RULE-CODE
                    WS-DQ-FIELD-3 WS-DQ-FIELD-4 WS-DQ-FIELD-5
           END-UNSTRING
           PERFORM FIND-RULE-PARA

           IF WS-DQ-ROW-TYPE = "S"
               MOVE FUNCTION NUMVAL(WS-DQ-FIELD-3) TO WS-DQ-COUNT
               ADD WS-DQ-COUNT TO WS-VIOLATIONS
               MOVE WS-DQ-COUNT TO WS-DQ-COUNT-DISP
               MOVE SPACES TO DQ-REPORT-RECORD
               IF WS-DQ-FIELD-4 = SPACES
                   STRING WS-DQ-RULE-CODE(1:4) "  " WS-RULE-TITLE
                       WS-DQ-COUNT-DISP "         -         -  "
                       WS-RULE-OWNER
                       DELIMITED BY SIZE INTO DQ-REPORT-RECORD
               ELSE
                   MOVE FUNCTION NUMVAL(WS-DQ-FIELD-4)
                       TO WS-DQ-PREV-COUNT
                   ADD WS-DQ-PREV-COUNT TO WS-DQ-PREV-TOTAL
                   MOVE WS-DQ-FIELD-5 TO WS-DQ-PREV-DATE
                   MOVE WS-DQ-PREV-COUNT TO WS-DQ-PREV-DISP
                   COMPUTE WS-DQ-CHANGE =
                       WS-DQ-COUNT - WS-DQ-PREV-COUNT
                   MOVE WS-DQ-CHANGE TO WS-DQ-CHANGE-DISP
                   STRING WS-DQ-RULE-CODE(1:4) "  " WS-RULE-TITLE
                       WS-DQ-COUNT-DISP " " WS-DQ-PREV-DISP " "
                       WS-DQ-CHANGE-DISP "  " WS-RULE-OWNER
                       DELIMITED BY SIZE INTO DQ-REPORT-RECORD
               END-IF
               WRITE DQ-REPORT-RECORD
           ELSE
               IF WS-TOTALS-WRITTEN NOT = 'Y'
                   PERFORM WRITE-TOTALS-PARA
               END-IF
               IF WS-DQ-RULE-CODE NOT = WS-DQ-LAST-RULE
                   MOVE WS-DQ-RULE-CODE TO WS-DQ-LAST-RULE
                   MOVE SPACES TO DQ-REPORT-RECORD
                   WRITE DQ-REPORT-RECORD
                   MOVE SPACES TO DQ-REPORT-RECORD
                   STRING FUNCTION TRIM(WS-DQ-RULE-CODE) " -- "
                       FUNCTION TRIM(WS-RULE-TITLE) " -- owner "
                       FUNCTION TRIM(WS-RULE-OWNER)
                       DELIMITED BY SIZE INTO DQ-REPORT-RECORD
                   WRITE DQ-REPORT-RECORD
               END-IF
               MOVE SPACES TO DQ-REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-DQ-RULE-CODE) "  "
                   FUNCTION TRIM(WS-DQ-FIELD-3) "  -- "
                   FUNCTION TRIM(WS-DQ-FIELD-4)
                   DELIMITED BY SIZE INTO DQ-REPORT-RECORD
               WRITE DQ-REPORT-RECORD
           END-IF.

       WRITE-TOTALS-PARA.
      *> Once, after the summary rows -- ahead of the first
      *> violation listed, or at the end when there are none.
           MOVE 'Y' TO WS-TOTALS-WRITTEN
           MOVE SPACES TO DQ-REPORT-RECORD
           WRITE DQ-REPORT-RECORD
           MOVE WS-VIOLATIONS TO WS-DQ-COUNT-DISP
           MOVE SPACES TO DQ-REPORT-RECORD
           IF WS-DQ-PREV-DATE = SPACES
               STRING "Total violations: "
                   FUNCTION TRIM(WS-DQ-COUNT-DISP)
                   " -- first scan, no trend yet."
                   DELIMITED BY SIZE INTO DQ-REPORT-RECORD
           ELSE
               MOVE WS-DQ-PREV-TOTAL TO WS-DQ-PREV-DISP
               STRING "Total violations: "
                   FUNCTION TRIM(WS-DQ-COUNT-DISP)
                   " against " FUNCTION TRIM(WS-DQ-PREV-DISP)
                   " at the previous scan on "
                   FUNCTION TRIM(WS-DQ-PREV-DATE)
                   DELIMITED BY SIZE INTO DQ-REPORT-RECORD
           END-IF
           WRITE DQ-REPORT-RECORD.

       FIND-RULE-PARA.
           MOVE SPACES TO WS-RULE-TITLE WS-RULE-OWNER
           MOVE 0 TO WS-RULE-FOUND
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > DQ-RULE-COUNT
               IF DQ-RULE-CODE(WS-RULE-IDX) = WS-DQ-RULE-CODE
                   MOVE WS-RULE-IDX TO WS-RULE-FOUND
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND > 0
               MOVE DQ-RULE-TITLE(WS-RULE-FOUND) TO WS-RULE-TITLE
               MOVE DQ-RULE-OWNER(WS-RULE-FOUND) TO WS-RULE-OWNER
           END-IF.

       END PROGRAM DATA-QUALITY-SCAN-BATCH.
