       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Daily suspense aging and proof. Every item SUSPENSE-ITEM-SUB
      *> books sits OPEN on suspense_items until SUSPENSE-WORKBENCH
      *> applies or returns it. For the business date this run lists
      *> to ./suspense_aging_report.txt:
      *>   the open items by source and age bucket -- 0-7, 8-30,
      *>   31-60, 61-90 and over 90 days from the day each was booked
      *>   -- with the count and the net amount (C items, funds held
      *>   for nobody, positive; D items, funds paid out for nobody,
      *>   negative), so Finance can see what is going stale where;
      *>   the proof -- the suspense GL account's balance (credits
      *>   less debits across gl_journal, on the account the chart's
      *>   'U' row credits) against the net of the open items.
      *>   PROVEN means every penny in suspense is explained by an
      *>   open item; OUT OF BALANCE means something posted to the
      *>   suspense account outside the workbench and needs finding.
      *> An OUT OF BALANCE proof is reported, not failed -- like
      *> GL-RECON-BATCH's breaks, it is for the morning to work, and
      *> the rest of the night still has to run.
      *> The count on run history is the number of open items.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FEED-FILE
           ASSIGN TO "./suspense_aging_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-REPORT-FILE
           ASSIGN TO "./suspense_aging_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FEED-FILE.
       01  SUSPENSE-FEED-RECORD     PIC X(200).
       FD  SUSPENSE-REPORT-FILE.
       01  SUSPENSE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

      *> Feed rows: B (bucket) | source | bucket number | bucket label
      *> | count | net amount, then one P (proof) row | - | 0 | result
      *> | GL balance | open-item net.
       01  WS-SA-ROW-TYPE           PIC X(1).
       01  WS-SA-SOURCE             PIC X(10).
       01  WS-SA-BUCKET-NO          PIC X(2).
       01  WS-SA-LABEL              PIC X(16).
       01  WS-SA-COUNT              PIC X(12).
       01  WS-SA-AMOUNT             PIC X(20).

       01  WS-ITEMS-OPEN            PIC 9(9) VALUE 0.
       01  WS-PROOF-FOUND           PIC X(1) VALUE 'N'.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "SUSPENSE-AGING-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "SUSPENSE-AGING-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "SUSPENSE-AGING-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-AGING-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-ITEMS-OPEN WS-RUN-STATUS
               DISPLAY "SUSPENSE-AGING-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-AGING-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ITEMS-OPEN WS-RUN-STATUS
           DISPLAY "SUSPENSE-AGING-BATCH complete. Open items: "
               WS-ITEMS-OPEN
           GOBACK.

       EXTRACT-AGING-PARA.
      *> o is the open items aged from the business date; g is the
      *> suspense GL account's balance, credits less debits, on the
      *> account the chart's 'U' row credits. With no 'U' row there
      *> is no suspense account and the proof row says so.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH o AS (SELECT s.source_code, DATE '"
               WS-BUSINESS-DATE "' - s.business_date AS age, "
               "CASE WHEN s.direction = 'C' THEN s.amount ELSE "
               "-s.amount END AS net FROM suspense_items s WHERE "
               "s.item_status = 'OPEN'), "
               "b AS (SELECT source_code, CASE WHEN age <= 7 THEN 1 "
               "WHEN age <= 30 THEN 2 WHEN age <= 60 THEN 3 WHEN "
               "age <= 90 THEN 4 ELSE 5 END AS bucket, net FROM o), "
               "g AS (SELECT COALESCE(SUM(CASE WHEN "
               "j.credit_gl_account = c.credit_gl_account THEN "
               "j.amount ELSE 0 END), 0) - COALESCE(SUM(CASE WHEN "
               "j.debit_gl_account = c.credit_gl_account THEN "
               "j.amount ELSE 0 END), 0) AS bal FROM "
               "chart_of_accounts c LEFT JOIN gl_journal j ON "
               "c.credit_gl_account IN (j.debit_gl_account, "
               "j.credit_gl_account) WHERE c.transaction_type = 'U' "
               "GROUP BY c.credit_gl_account), "
               "n AS (SELECT COALESCE(SUM(net), 0) AS tot FROM o) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "SELECT * FROM (SELECT 'B', source_code, bucket, "
               "CASE bucket WHEN 1 THEN '0-7 days' WHEN 2 THEN "
               "'8-30 days' WHEN 3 THEN '31-60 days' WHEN 4 THEN "
               "'61-90 days' ELSE 'over 90 days' END, COUNT(*), "
               "SUM(net) FROM b GROUP BY source_code, bucket "
               "UNION ALL SELECT 'P', '-', 0, CASE WHEN g.bal IS "
               "NULL THEN 'NO SUSPENSE GL' WHEN g.bal = n.tot THEN "
               "'PROVEN' ELSE 'OUT OF BALANCE' END, COALESCE("
               "g.bal, 0), n.tot FROM n LEFT JOIN g ON TRUE) x "
               "ORDER BY 1, 2, 3;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./suspense_aging_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "SUSPENSE-AGING-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-AGING-REPORT-PARA.
           OPEN OUTPUT SUSPENSE-REPORT-FILE
           MOVE SPACES TO SUSPENSE-REPORT-RECORD
           STRING "Suspense aging and proof -- business date "
               WS-BUSINESS-DATE
               INTO SUSPENSE-REPORT-RECORD
           WRITE SUSPENSE-REPORT-RECORD
           MOVE SPACES TO SUSPENSE-REPORT-RECORD
           WRITE SUSPENSE-REPORT-RECORD
           MOVE SPACES TO SUSPENSE-REPORT-RECORD
           STRING "Source     Age              Items        "
               "Net amount (C+ / D-)"
               INTO SUSPENSE-REPORT-RECORD
           WRITE SUSPENSE-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SUSPENSE-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ SUSPENSE-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-AGING-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FEED-FILE

           IF WS-PROOF-FOUND NOT = 'Y'
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               STRING "Suspense GL proof: not produced -- "
                   "investigate before relying on this report."
                   INTO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
           END-IF
           CLOSE SUSPENSE-REPORT-FILE.

       WRITE-ONE-AGING-LINE-PARA.
           MOVE SPACES TO WS-SA-ROW-TYPE WS-SA-SOURCE WS-SA-BUCKET-NO
               WS-SA-LABEL WS-SA-COUNT WS-SA-AMOUNT
           UNSTRING SUSPENSE-FEED-RECORD DELIMITED BY "|"
               INTO WS-SA-ROW-TYPE WS-SA-SOURCE WS-SA-BUCKET-NO
                    WS-SA-LABEL WS-SA-COUNT WS-SA-AMOUNT
           END-UNSTRING

           IF WS-SA-ROW-TYPE = "B"
               COMPUTE WS-ITEMS-OPEN = WS-ITEMS-OPEN
                   + FUNCTION NUMVAL(WS-SA-COUNT)
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               STRING WS-SA-SOURCE " " WS-SA-LABEL " "
                   WS-SA-COUNT " " WS-SA-AMOUNT
                   INTO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
           ELSE
               MOVE 'Y' TO WS-PROOF-FOUND
               IF WS-ITEMS-OPEN = 0
                   MOVE SPACES TO SUSPENSE-REPORT-RECORD
                   STRING "No open suspense items."
                       INTO SUSPENSE-REPORT-RECORD
                   WRITE SUSPENSE-REPORT-RECORD
               END-IF
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               STRING "Suspense GL balance:  "
                   FUNCTION TRIM(WS-SA-COUNT)
                   INTO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               STRING "Open items net:       "
                   FUNCTION TRIM(WS-SA-AMOUNT)
                   INTO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
               MOVE SPACES TO SUSPENSE-REPORT-RECORD
               STRING "Suspense GL proof:    "
                   FUNCTION TRIM(WS-SA-LABEL)
                   INTO SUSPENSE-REPORT-RECORD
               WRITE SUSPENSE-REPORT-RECORD
               IF WS-SA-LABEL NOT = "PROVEN"
                   DISPLAY "Suspense GL proof: "
                       FUNCTION TRIM(WS-SA-LABEL)
                       " -- see suspense_aging_report.txt."
               END-IF
           END-IF.

       END PROGRAM SUSPENSE-AGING-BATCH.
