       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECLOSE-READINESS-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Pre-close readiness check -- the go/no-go the orchestrator
      *> asks before it closes the posting window and starts the
      *> nightly suite. Each condition that has bitten us the next
      *> morning is checked against the business date:
      *>   DRAWERS   -- teller drawers still OPEN;
      *>   WIRES     -- outbound wires still PENDING-APPROVAL with a
      *>                value date on or before the business date,
      *>                i.e. due out today and never released;
      *>   APPROVALS -- pending_approvals still PENDING for the day
      *>                (wires excluded -- they are counted above);
      *>   FILES     -- inbound files inbound_file_schedule expects
      *>                today with no inbound_file_registry row, the
      *>                cash letter and the ACH file among them;
      *>   POSPAY    -- positive-pay exceptions still PENDING that
      *>                were presented before today's decision cutoff
      *>                (positive_pay_config, 14:00 when unset).
      *> Every check is blocking. A check with items outstanding is
      *> NO-GO unless a supervisor has overridden it for the business
      *> date with a reason through PRECLOSE-OVERRIDE, when it is
      *> OVERRIDDEN. The checklist -- each check's result, item
      *> count and any override, with the items themselves listed
      *> under it -- goes to ./preclose_readiness_report.txt, and
      *> each check's result is kept on preclose_checks for the
      *> override console and the morning summary. The run's history
      *> row carries the overall result: COMPLETED (clean GO),
      *> OVERRIDDEN (GO on a supervisor's override) or NO-GO, with
      *> the count of checks that had items outstanding.
      *> Return code 8 on NO-GO (or when the check cannot run), so
      *> the orchestrator does not start the suite. Deliberately no
      *> BATCH-RAN-CHECK-SUB: after a NO-GO the items are worked or
      *> overridden and the check runs again for the same date.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READINESS-FEED-FILE
           ASSIGN TO "./preclose_readiness_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT READINESS-REPORT-FILE
           ASSIGN TO "./preclose_readiness_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  READINESS-FEED-FILE.
       01  READINESS-FEED-RECORD    PIC X(300).
       FD  READINESS-REPORT-FILE.
       01  READINESS-REPORT-RECORD  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(4000).
       01  WS-SHELL-COMMAND         PIC X(4200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

      *> Feed rows: C (check) | seq | code | title | items | result
      *> | overridden by | reason, each followed by its D (detail)
      *> rows | seq | code | item text | 0 | | |.
       01  WS-PR-ROW-TYPE           PIC X(1).
       01  WS-PR-SEQ                PIC X(2).
       01  WS-PR-CODE               PIC X(10).
       01  WS-PR-TITLE              PIC X(100).
       01  WS-PR-COUNT              PIC X(9).
       01  WS-PR-RESULT             PIC X(10).
       01  WS-PR-OVERRIDE-BY        PIC X(8).
       01  WS-PR-OVERRIDE-REASON    PIC X(60).
       01  WS-PR-TITLE-COL          PIC X(40).
       01  WS-PR-RESULT-COL         PIC X(12).

       01  WS-CHECKS-SEEN           PIC 9(9) VALUE 0.
       01  WS-CHECKS-NO-GO          PIC 9(9) VALUE 0.
       01  WS-CHECKS-OVERRIDDEN     PIC 9(9) VALUE 0.
       01  WS-CHECKS-HELD           PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "PRECLOSE-READINESS-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PRECLOSE-READINESS-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-READINESS-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CHECKS-HELD WS-RUN-STATUS
               DISPLAY "PRECLOSE-READINESS-BATCH failed -- readiness "
                   "not proven, treat as NO-GO."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-READINESS-REPORT-PARA

           COMPUTE WS-CHECKS-HELD =
               WS-CHECKS-NO-GO + WS-CHECKS-OVERRIDDEN
           IF WS-CHECKS-SEEN = 0
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               IF WS-CHECKS-NO-GO > 0
                   MOVE "NO-GO" TO WS-RUN-STATUS
               ELSE
                   IF WS-CHECKS-OVERRIDDEN > 0
                       MOVE "OVERRIDDEN" TO WS-RUN-STATUS
                   END-IF
               END-IF
           END-IF
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CHECKS-HELD WS-RUN-STATUS

           IF WS-RUN-STATUS = "COMPLETED" OR "OVERRIDDEN"
               DISPLAY "PRECLOSE-READINESS-BATCH complete -- GO. "
                   "Checks overridden: " WS-CHECKS-OVERRIDDEN
           ELSE
               DISPLAY "PRECLOSE-READINESS-BATCH complete -- NO-GO. "
                   "Blocking checks: " WS-CHECKS-NO-GO
                   " -- see preclose_readiness_report.txt."
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       EXTRACT-READINESS-PARA.
      *> k is the business date and positive-pay cutoff; det every
      *> outstanding item tagged with its check; c the count per
      *> check; o the latest override per check for the date; r the
      *> result. up records each result on preclose_checks in the
      *> same statement that reports it.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH k AS (SELECT DATE '" WS-BUSINESS-DATE "' AS d, "
               "COALESCE((SELECT decision_cutoff FROM "
               "positive_pay_config LIMIT 1), TIME '14:00') AS cut), "
               "det AS (SELECT 1 AS seq, 'drawer ' || drawer_id || "
               "' operator ' || operator_id || ' opened ' || "
               "to_char(opened_at, 'YYYY-MM-DD HH24:MI') AS txt FROM "
               "teller_drawers WHERE drawer_status = 'OPEN' "
               "UNION ALL SELECT 2, 'wire ' || w.wire_id || "
               "' account ' || w.account_number || ' amount ' || "
               "w.amount || ' value date ' || w.value_date FROM wires "
               "w, k WHERE w.wire_status = 'PENDING-APPROVAL' AND "
               "w.value_date <= k.d "
               "UNION ALL SELECT 3, 'request ' || a.approval_id || "
               "' account ' || a.account_number || ' type ' || "
               "a.transaction_type || ' amount ' || a.amount || "
               "' by ' || a.requested_by FROM pending_approvals a, k "
               "WHERE a.approval_status = 'PENDING' AND a.wire_id IS "
               "NULL AND COALESCE(a.effective_date, "
               "a.requested_at::date) <= k.d "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "UNION ALL SELECT 4, s.import_name || ' -- ' || "
               "s.file_name || ' not received' FROM "
               "inbound_file_schedule s, k WHERE s.active_flag = 'Y' "
               "AND POSITION(EXTRACT(ISODOW FROM k.d)::int::text IN "
               "s.expected_days) > 0 AND NOT EXISTS (SELECT 1 FROM "
               "inbound_file_registry f WHERE f.import_name = "
               "s.import_name AND f.loaded_at >= k.d AND f.loaded_at "
               "< k.d + 1) "
               "UNION ALL SELECT 5, 'exception ' || p.exception_id || "
               "' account ' || p.account_number || ' check ' || "
               "p.check_number || ' amount ' || p.presented_amount "
               "FROM positive_pay_exceptions p, k WHERE "
               "p.exception_status = 'PENDING' AND p.presented_at < "
               "k.d + k.cut), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "v (seq, code, title) AS (VALUES (1, 'DRAWERS', "
               "'Teller drawers still open'), (2, 'WIRES', "
               "'Wires due out and not released'), (3, 'APPROVALS', "
               "'Approvals not worked'), (4, 'FILES', "
               "'Inbound files not received'), (5, 'POSPAY', "
               "'Positive pay undecided past cutoff')), "
               "c AS (SELECT v.seq, v.code, v.title, (SELECT COUNT(*) "
               "FROM det WHERE det.seq = v.seq) AS n FROM v), "
               "o AS (SELECT DISTINCT ON (x.check_code) x.check_code, "
               "x.override_by, x.override_reason FROM "
               "preclose_overrides x, k WHERE x.business_date = k.d "
               "ORDER BY x.check_code, x.override_at DESC), "
               "r AS (SELECT c.*, CASE WHEN c.n = 0 THEN 'GO' WHEN "
               "o.check_code IS NOT NULL THEN 'OVERRIDDEN' ELSE "
               "'NO-GO' END AS res, o.override_by, o.override_reason "
               "FROM c LEFT JOIN o ON o.check_code = c.code), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "up AS (INSERT INTO preclose_checks (business_date, "
               "check_code, item_count, check_result, checked_at) "
               "SELECT k.d, r.code, r.n, r.res, NOW() FROM r, k "
               "ON CONFLICT (business_date, check_code) DO UPDATE SET "
               "item_count = EXCLUDED.item_count, check_result = "
               "EXCLUDED.check_result, checked_at = "
               "EXCLUDED.checked_at RETURNING 1) "
               "SELECT * FROM (SELECT 'C' AS t, seq, code, title, n, "
               "res, COALESCE(override_by, ''), "
               "COALESCE(override_reason, '') FROM r UNION ALL "
               "SELECT 'D', det.seq, '', det.txt, 0, '', '', '' FROM "
               "det) x ORDER BY 2, 1, 4;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./preclose_readiness_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "PRECLOSE-READINESS" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-READINESS-REPORT-PARA.
           OPEN OUTPUT READINESS-REPORT-FILE
           MOVE SPACES TO READINESS-REPORT-RECORD
           STRING "PRE-CLOSE READINESS CHECKLIST -- business date "
               WS-BUSINESS-DATE
               INTO READINESS-REPORT-RECORD
           WRITE READINESS-REPORT-RECORD
           MOVE SPACES TO READINESS-REPORT-RECORD
           WRITE READINESS-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT READINESS-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ READINESS-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-CHECK-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE READINESS-FEED-FILE

           MOVE SPACES TO READINESS-REPORT-RECORD
           WRITE READINESS-REPORT-RECORD
           MOVE SPACES TO READINESS-REPORT-RECORD
           IF WS-CHECKS-SEEN = 0
               STRING "RESULT: NO-GO -- the checks did not run; "
                   "readiness is not proven."
                   INTO READINESS-REPORT-RECORD
           ELSE
               IF WS-CHECKS-NO-GO > 0
                   STRING "RESULT: NO-GO -- work the items above, or "
                       "a supervisor overrides them with a reason "
                       "in PRECLOSE-OVERRIDE, then rerun."
                       INTO READINESS-REPORT-RECORD
               ELSE
                   STRING "RESULT: GO -- the nightly suite may start."
                       INTO READINESS-REPORT-RECORD
               END-IF
           END-IF
           WRITE READINESS-REPORT-RECORD
           CLOSE READINESS-REPORT-FILE.

       WRITE-ONE-CHECK-LINE-PARA.
           MOVE SPACES TO WS-PR-ROW-TYPE WS-PR-SEQ WS-PR-CODE
               WS-PR-TITLE WS-PR-COUNT WS-PR-RESULT
               WS-PR-OVERRIDE-BY WS-PR-OVERRIDE-REASON
           UNSTRING READINESS-FEED-RECORD DELIMITED BY "|"
               INTO WS-PR-ROW-TYPE WS-PR-SEQ WS-PR-CODE
                    WS-PR-TITLE WS-PR-COUNT WS-PR-RESULT
                    WS-PR-OVERRIDE-BY WS-PR-OVERRIDE-REASON
           END-UNSTRING

           MOVE SPACES TO READINESS-REPORT-RECORD
           IF WS-PR-ROW-TYPE = "C"
               ADD 1 TO WS-CHECKS-SEEN
               MOVE SPACES TO WS-PR-RESULT-COL
               STRING "[" FUNCTION TRIM(WS-PR-RESULT) "]"
                   DELIMITED BY SIZE INTO WS-PR-RESULT-COL
               MOVE WS-PR-TITLE TO WS-PR-TITLE-COL
               STRING WS-PR-RESULT-COL " " WS-PR-CODE " "
                   WS-PR-TITLE-COL " items: "
                   FUNCTION TRIM(WS-PR-COUNT)
                   DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
               WRITE READINESS-REPORT-RECORD
               EVALUATE WS-PR-RESULT
                   WHEN "NO-GO"
                       ADD 1 TO WS-CHECKS-NO-GO
                       DISPLAY "NO-GO: " FUNCTION TRIM(WS-PR-TITLE)
                           " (" FUNCTION TRIM(WS-PR-COUNT) ")"
                   WHEN "OVERRIDDEN"
                       ADD 1 TO WS-CHECKS-OVERRIDDEN
                       MOVE SPACES TO READINESS-REPORT-RECORD
                       STRING "             overridden by "
                           FUNCTION TRIM(WS-PR-OVERRIDE-BY) ": "
                           FUNCTION TRIM(WS-PR-OVERRIDE-REASON)
                           DELIMITED BY SIZE
                           INTO READINESS-REPORT-RECORD
                       WRITE READINESS-REPORT-RECORD
               END-EVALUATE
           ELSE
               STRING "               - " FUNCTION TRIM(WS-PR-TITLE)
                   DELIMITED BY SIZE INTO READINESS-REPORT-RECORD
               WRITE READINESS-REPORT-RECORD
           END-IF.

       END PROGRAM PRECLOSE-READINESS-BATCH.
