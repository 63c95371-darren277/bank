       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMO-CAMPAIGN-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Promotion campaign report for marketing. For every promotion
      *> in promotions that opened at least one account,
      *> ./promo_campaign_report.txt shows:
      *>   opened / gathered -- accounts opened under the code and the
      *>     opening balances they brought in
      *>     (accounts.promo_opening_balance);
      *>   on promo -- accounts still inside the promotional period;
      *>   stepped -- accounts PROMO-STEPDOWN-BATCH has returned to
      *>     the standard rate;
      *>   stayed / balance -- of those, the ones still open after the
      *>     step-down and what they hold today;
      *>   retention -- stayed as a percentage of stepped.
      *> A job the runbook schedules when marketing asks, not a
      *> nightly chain step; the count on run history is the number
      *> of promotions listed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FEED-FILE
           ASSIGN TO "./promo_campaign_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAMPAIGN-REPORT-FILE
           ASSIGN TO "./promo_campaign_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPAIGN-FEED-FILE.
       01  CAMPAIGN-FEED-RECORD     PIC X(160).
       FD  CAMPAIGN-REPORT-FILE.
       01  CAMPAIGN-REPORT-RECORD   PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-PROMOS-LISTED         PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "PROMO-CAMPAIGN-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PROMO-CAMPAIGN-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-CAMPAIGN-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-PROMOS-LISTED WS-RUN-STATUS
               DISPLAY "PROMO-CAMPAIGN-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-CAMPAIGN-REPORT-PARA

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-PROMOS-LISTED WS-RUN-STATUS
           DISPLAY "PROMO-CAMPAIGN-BATCH complete. Promotions: "
               WS-PROMOS-LISTED
           GOBACK.

       EXTRACT-CAMPAIGN-PARA.
      *> One formatted line per promotion, code order.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH x AS (SELECT a.promo_code, "
               "COALESCE(a.promo_opening_balance, 0) AS opened_bal, "
               "COALESCE(a.current_balance, 0) AS bal, "
               "(COALESCE(a.account_status, 'ACTIVE') <> 'CLOSED') "
               "AS is_open, (a.promo_stepdown_date IS NOT NULL) AS "
               "stepped FROM accounts a WHERE a.promo_code IS NOT "
               "NULL), "
               "g AS (SELECT promo_code, COUNT(*) AS opened, "
               "SUM(opened_bal) AS gathered, COUNT(*) FILTER (WHERE "
               "is_open AND NOT stepped) AS on_promo, COUNT(*) FILTER "
               "(WHERE stepped) AS stepped, COUNT(*) FILTER (WHERE "
               "stepped AND is_open) AS stayed, COALESCE(SUM(bal) "
               "FILTER (WHERE stepped AND is_open), 0) AS stayed_bal "
               "FROM x GROUP BY promo_code) "
               "SELECT rpad(g.promo_code, 11) || "
               "lpad(COALESCE(p.promo_rate::text, '?'), 8) || "
               "lpad(g.opened::text, 8) || "
               "lpad(to_char(g.gathered, 'FM999999999990.00'), 17) "
               "|| lpad(g.on_promo::text, 9) || "
               "lpad(g.stepped::text, 9) || "
               "lpad(g.stayed::text, 8) || "
               "lpad(to_char(g.stayed_bal, 'FM999999999990.00'), 17) "
               "|| lpad(CASE WHEN g.stepped = 0 THEN '-' ELSE "
               "round(100.0 * g.stayed / g.stepped, 1)::text || '%' "
               "END, 10) FROM g LEFT JOIN promotions p ON "
               "p.promo_code = g.promo_code ORDER BY g.promo_code;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./promo_campaign_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "PROMO-CAMPAIGN-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-CAMPAIGN-REPORT-PARA.
           OPEN OUTPUT CAMPAIGN-REPORT-FILE
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING "Promotion campaign report -- business date "
               WS-BUSINESS-DATE
               INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD
           MOVE SPACES TO CAMPAIGN-REPORT-RECORD
           STRING "Promotion     Rate  Opened         Gathered"
               " On promo  Stepped  Stayed   Stayed balance"
               " Retention"
               INTO CAMPAIGN-REPORT-RECORD
           WRITE CAMPAIGN-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CAMPAIGN-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CAMPAIGN-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-PROMOS-LISTED
                       MOVE CAMPAIGN-FEED-RECORD
                           TO CAMPAIGN-REPORT-RECORD
                       WRITE CAMPAIGN-REPORT-RECORD
               END-READ
           END-PERFORM
           CLOSE CAMPAIGN-FEED-FILE

           IF WS-PROMOS-LISTED = 0
               MOVE "No accounts opened under a promotion."
                   TO CAMPAIGN-REPORT-RECORD
               WRITE CAMPAIGN-REPORT-RECORD
           END-IF
           CLOSE CAMPAIGN-REPORT-FILE.

       END PROGRAM PROMO-CAMPAIGN-BATCH.
