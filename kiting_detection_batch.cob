       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITING-DETECTION-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Check-kiting detection. STRUCTURING-DETECTION-BATCH watches
      *> cash; nothing watched check float. In a kite the customer
      *> deposits checks drawn on one of their accounts into another
      *> and draws against the uncollected funds before the first
      *> check comes back, cycling the float between the two. This
      *> batch scores every subject over a sliding window
      *> (kiting_config: window_days, round_trip_days,
      *> turnover_ratio, collect_days, score_threshold) on three
      *> patterns:
      *>   round trips -- a check deposit (transactions.check_deposit,
      *>     stamped at the window by INSERT-TRANSACTION and
      *>     MIXED-TICKET) on one account matched by amount to a
      *>     check paid from another within round_trip_days, where
      *>     the two accounts share a holder through account_holders
      *>     or pay each other that way at least twice in the window;
      *>     one point to the subject on each side;
      *>   turnover -- deposits plus withdrawals over the window at
      *>     turnover_ratio times or more the account's average
      *>     closing balance in balance_history; three points;
      *>   uncollected funds -- a withdrawal on a day the account
      *>     closed below the check deposits made in the
      *>     collect_days before it, i.e. money spent before the
      *>     checks behind it could have been collected (availability
      *>     holds do not stop a teller withdrawal); one point each.
      *> A subject is 'C' plus the customer number, or 'H' plus the
      *> holder name for legacy holders -- the CTR run's key, but
      *> over every holder role, since a kiter needs only signing
      *> authority on both accounts. A subject at or over
      *> score_threshold gets an OPEN case in fraud_cases (reason
      *> KITING, the score in risk_score) on its lowest flagged
      *> account, and every item that scored is listed against the
      *> case in fraud_case_items for FRAUD-CASE-REVIEW. An account
      *> with a KITING case still open is not filed again. Runs
      *> after BALANCE-SNAPSHOT-BATCH so tonight's closing balances
      *> are on file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_kite.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(6000).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-SHELL-COMMAND         PIC X(6200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT           PIC X(40).

       01  WS-CASES-FILED           PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "KITING-DETECTION-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "KITING-DETECTION-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "KITING-DETECTION-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM DETECT-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CASES-FILED WS-RUN-STATUS
               DISPLAY "KITING-DETECTION-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CASES-FILED WS-RUN-STATUS
           DISPLAY "KITING-DETECTION-BATCH complete. Cases filed: "
               WS-CASES-FILED
           GOBACK.

       DETECT-PARA.
      *> One statement end to end. Config is picked up live
      *> (defaults: 10-day window, 3-day round trip, turnover 5
      *> times average balance, 2-day collection, threshold 5
      *> points); pts holds every scoring item against its subject,
      *> which is both the score and the case's supporting list.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH cfg AS (SELECT "
               "COALESCE((SELECT window_days FROM kiting_config "
               "LIMIT 1), 10) AS win, "
               "COALESCE((SELECT round_trip_days FROM kiting_config "
               "LIMIT 1), 3) AS rtd, "
               "COALESCE((SELECT turnover_ratio FROM kiting_config "
               "LIMIT 1), 5) AS ratio, "
               "COALESCE((SELECT collect_days FROM kiting_config "
               "LIMIT 1), 2) AS cdays, "
               "COALESCE((SELECT score_threshold FROM kiting_config "
               "LIMIT 1), 5) AS thr), "
               "tx AS (SELECT t.transaction_id, t.account_number, "
               "t.transaction_type AS ty, t.amount, t.check_number, "
               "COALESCE(t.check_deposit, 'N') AS ckd, t.timestamp "
               "AS ts FROM transactions t, cfg WHERE "
               "t.transaction_type IN ('D', 'W') AND t.timestamp >= "
               "DATE '" WS-BUSINESS-DATE "' - cfg.win AND "
               "t.timestamp < DATE '" WS-BUSINESS-DATE
               "' + INTERVAL '1 day'), "
               "subj AS (SELECT DISTINCT account_number, "
               "COALESCE('C' || customer_id::text, 'H' || "
               "holder_name) AS sk FROM account_holders), "
               "dep AS (SELECT * FROM tx WHERE ty = 'D' AND ckd = "
               "'Y'), "
               "pd AS (SELECT * FROM tx WHERE ty = 'W' AND "
               "check_number IS NOT NULL), "
               "rt AS (SELECT d.transaction_id AS dep_id, "
               "p.transaction_id AS paid_id, d.account_number AS "
               "dep_acct, p.account_number AS paid_acct, d.amount "
               "FROM dep d JOIN pd p ON p.amount = d.amount AND "
               "p.account_number <> d.account_number, cfg WHERE "
               "ABS(EXTRACT(EPOCH FROM p.ts - d.ts)) <= cfg.rtd * "
               "86400), "
               "rtk AS (SELECT r.* FROM rt r WHERE EXISTS (SELECT 1 "
               "FROM subj s1 JOIN subj s2 ON s2.sk = s1.sk WHERE "
               "s1.account_number = r.dep_acct AND "
               "s2.account_number = r.paid_acct) OR (SELECT "
               "COUNT(*) FROM rt r2 WHERE LEAST(r2.dep_acct, "
               "r2.paid_acct) = LEAST(r.dep_acct, r.paid_acct) AND "
               "GREATEST(r2.dep_acct, r2.paid_acct) = "
               "GREATEST(r.dep_acct, r.paid_acct)) >= 2), "
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "tov AS (SELECT x.account_number, SUM(x.amount) AS "
               "moved, GREATEST(COALESCE((SELECT "
               "AVG(b.closing_balance) FROM balance_history b, cfg "
               "WHERE b.account_number = x.account_number AND "
               "b.business_date > DATE '" WS-BUSINESS-DATE
               "' - cfg.win AND b.business_date <= DATE '"
               WS-BUSINESS-DATE "'), 0), 100) AS avgbal FROM tx x "
               "GROUP BY x.account_number), "
               "uc AS (SELECT w.transaction_id, w.account_number, "
               "w.amount FROM tx w JOIN balance_history b ON "
               "b.account_number = w.account_number AND "
               "b.business_date = w.ts::date, cfg WHERE w.ty = 'W' "
               "AND b.closing_balance < (SELECT "
               "COALESCE(SUM(d.amount), 0) FROM dep d WHERE "
               "d.account_number = w.account_number AND "
               "d.ts::date > w.ts::date - cfg.cdays AND d.ts <= "
               "w.ts)), "
               "pts AS (SELECT s.sk, r.dep_acct AS acct, 1 AS pts, "
               "r.dep_id AS tid, 'ROUND-TRIP DEPOSIT' AS role, "
               "r.amount, 'check paid from ' || r.paid_acct AS note "
               "FROM rtk r JOIN subj s ON s.account_number = "
               "r.dep_acct "
               "UNION ALL SELECT s.sk, r.paid_acct, 1, r.paid_id, "
               "'ROUND-TRIP CHECK PAID', r.amount, 'deposited to ' "
               "|| r.dep_acct FROM rtk r JOIN subj s ON "
               "s.account_number = r.paid_acct "
               "UNION ALL SELECT s.sk, v.account_number, 3, NULL, "
               "'TURNOVER', v.moved, 'average balance ' || "
               "ROUND(v.avgbal, 2) FROM tov v JOIN subj s ON "
               "s.account_number = v.account_number, cfg WHERE "
               "v.moved >= v.avgbal * cfg.ratio "
               "UNION ALL SELECT s.sk, u.account_number, 1, "
               "u.transaction_id, 'UNCOLLECTED FUNDS', u.amount, "
               "'drawn before deposited checks collected' FROM uc u "
               "JOIN subj s ON s.account_number = u.account_number), "
               "sc AS (SELECT DISTINCT ON (acct) acct, sk, score, "
               "total FROM (SELECT p.sk, MIN(p.acct) AS acct, "
               "SUM(p.pts) AS score, SUM(p.amount) AS total FROM pts "
               "p GROUP BY p.sk HAVING SUM(p.pts) >= (SELECT thr "
               "FROM cfg)) g ORDER BY acct, score DESC), "
               "ins AS (INSERT INTO fraud_cases (account_number, "
               "channel, decline_reason, tsx_type, amount, "
               "created_at, case_status, case_type, risk_score) "
               "SELECT sc.acct, 'AML', 'KITING', 'D', sc.total, "
               "NOW(), 'OPEN', 'FRAUD', sc.score FROM sc WHERE NOT "
               "EXISTS (SELECT 1 FROM fraud_cases f WHERE "
               "f.account_number = sc.acct AND f.decline_reason = "
               "'KITING' AND f.case_status = 'OPEN') RETURNING "
               "case_id, account_number), "
               "itm AS (INSERT INTO fraud_case_items (case_id, "
               "transaction_id, account_number, item_role, amount, "
               "item_note) SELECT i.case_id, p.tid, p.acct, p.role, "
               "p.amount, p.note FROM ins i JOIN sc ON sc.acct = "
               "i.account_number JOIN pts p ON p.sk = sc.sk) "
               "SELECT COUNT(*) FROM ins;"
               INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_kite.tmp"
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "KITING-DETECT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
               IF WS-PSQL-RESULT NOT = SPACES
                   COMPUTE WS-CASES-FILED =
                       FUNCTION NUMVAL(WS-PSQL-RESULT)
               END-IF
           END-IF.

       END PROGRAM KITING-DETECTION-BATCH.
