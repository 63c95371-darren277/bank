       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALCO-GAP-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Month-end repricing gap report for the asset-liability
      *> committee. LIQUIDITY-FORECAST-BATCH answers when cash moves;
      *> this answers when the balance sheet's RATES move. Every loan
      *> and deposit is bucketed by its next repricing date into the
      *> standard bands (0-3, 3-6 and 6-12 months, 1-2, 2-3 and 3-5
      *> years, over 5 years):
      *>   - index-linked deposits at their index's next reset
      *>     (rate_indexes.next_reset_date; an index with no reset
      *>     date moves whenever RATE-INDEX-MAINTENANCE moves it, so
      *>     it reprices in the first band);
      *>   - CDs at maturity_date;
      *>   - fixed-rate loans by installment runoff -- each pending
      *>     installment's principal_part in the band of its due date;
      *>   - non-maturity deposits (everything else) spread by the
      *>     decay assumptions in alco_decay_assumptions: per product
      *>     type, or the DEFAULT rows where a type has none, the
      *>     percentage of balance that reprices in each band, the
      *>     unallocated rest treated as core and put in the last
      *>     band. With no assumptions at all a deposit is taken to
      *>     reprice at once -- the cautious reading.
      *> The report prints each band's periodic and cumulative gap
      *> (assets less liabilities) and the cumulative gap against
      *> total assets, then projects 12-month net interest income on
      *> current balances and rates under parallel shocks of +200,
      *> +100, -100 and -200 basis points. The projection is the gap
      *> method: each band inside the year reprices at its midpoint
      *> and earns or pays the shock for the rest of the year. No rate
      *> floors are applied. Overdrawn deposit balances are left out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAP-FEED-FILE ASSIGN TO "./alco_gap_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GAP-REPORT-FILE
           ASSIGN TO "./alco_gap_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GAP-FEED-FILE.
       01  GAP-FEED-RECORD          PIC X(120).
       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(5000).
       01  WS-SHELL-COMMAND         PIC X(5200).
       01  WS-SQL-PTR               PIC 9(4) COMP.
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-FEED-TYPE             PIC X(1).
       01  WS-TEMP-1                PIC X(24).
       01  WS-TEMP-2                PIC X(24).
       01  WS-TEMP-3                PIC X(24).
       01  WS-TEMP-4                PIC X(24).
       01  WS-BAND-NO               PIC 9(1) VALUE 0.

      *> Bands: label, and the share of the year a balance repricing
      *> in the band carries the new rate (12 less the band midpoint,
      *> over 12) -- bands beyond the year carry none.
       01  WS-BAND-DEFINITIONS.
           05  FILLER               PIC X(16) VALUE
               "0-3 months  0875".
           05  FILLER               PIC X(16) VALUE
               "3-6 months  0625".
           05  FILLER               PIC X(16) VALUE
               "6-12 months 0250".
           05  FILLER               PIC X(16) VALUE
               "1-2 years   0000".
           05  FILLER               PIC X(16) VALUE
               "2-3 years   0000".
           05  FILLER               PIC X(16) VALUE
               "3-5 years   0000".
           05  FILLER               PIC X(16) VALUE
               "Over 5 years0000".
       01  WS-BAND-TABLE REDEFINES WS-BAND-DEFINITIONS.
           05  WS-BAND-ENTRY OCCURS 7 TIMES.
               10  WS-BAND-LABEL    PIC X(12).
               10  WS-BAND-YEAR-SHARE PIC 9V999.

       01  WS-BAND-AMOUNTS.
           05  WS-BAND-AMOUNT OCCURS 7 TIMES.
               10  WS-BAND-ASSETS   PIC S9(15)V99.
               10  WS-BAND-LIABS    PIC S9(15)V99.

      *> Shocks in basis points, in report order.
       01  WS-SHOCK-DEFINITIONS.
           05  FILLER               PIC S9(3) VALUE +200.
           05  FILLER               PIC S9(3) VALUE +100.
           05  FILLER               PIC S9(3) VALUE -100.
           05  FILLER               PIC S9(3) VALUE -200.
       01  WS-SHOCK-TABLE REDEFINES WS-SHOCK-DEFINITIONS.
           05  WS-SHOCK-BP          PIC S9(3) OCCURS 4 TIMES.
       01  WS-SHOCK-IDX             PIC 9(1) VALUE 0.

       01  WS-TOTAL-ASSETS          PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-LIABS           PIC S9(15)V99 VALUE 0.
       01  WS-PERIODIC-GAP          PIC S9(15)V99 VALUE 0.
       01  WS-CUMULATIVE-GAP        PIC S9(15)V99 VALUE 0.
       01  WS-GAP-PERCENT           PIC S9(5)V99 VALUE 0.
       01  WS-INTEREST-INCOME       PIC S9(15)V99 VALUE 0.
       01  WS-INTEREST-EXPENSE      PIC S9(15)V99 VALUE 0.
       01  WS-BASE-NII              PIC S9(15)V99 VALUE 0.
      *> Gap repricing inside the year, weighted by its year share:
      *> a 1-point shock moves NII by this times 0.01.
       01  WS-WEIGHTED-GAP          PIC S9(15)V9(5) VALUE 0.
       01  WS-NII-CHANGE            PIC S9(15)V99 VALUE 0.
       01  WS-SHOCKED-NII           PIC S9(15)V99 VALUE 0.
       01  WS-NII-PERCENT           PIC S9(5)V99 VALUE 0.
       01  WS-ASSUMPTION-ROWS       PIC 9(9) VALUE 0.
       01  WS-POSITIONS             PIC 9(9) VALUE 0.

       01  WS-FMT-1                 PIC -(14)9.99.
       01  WS-FMT-2                 PIC -(14)9.99.
       01  WS-FMT-3                 PIC -(14)9.99.
       01  WS-FMT-4                 PIC -(14)9.99.
       01  WS-FMT-PCT               PIC -(4)9.99.
       01  WS-FMT-BP                PIC +(3)9.
       01  WS-FMT-COUNT             PIC Z(8)9.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "ALCO-GAP-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ALCO-GAP-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "ALCO-GAP-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Repricing gap as at " WS-BUSINESS-DATE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-GAP-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-POSITIONS WS-RUN-STATUS
               DISPLAY "ALCO-GAP-BATCH failed extracting."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-GAP-PARA
           PERFORM WRITE-REPORT-PARA

           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-POSITIONS WS-RUN-STATUS
           DISPLAY "ALCO-GAP-BATCH complete. Positions bucketed: "
               WS-POSITIONS
           GOBACK.

       EXTRACT-GAP-PARA.
      *> pos holds every repricing position -- side A (asset) or L
      *> (liability), a repricing date or, for the decayed
      *> non-maturity deposits, a band outright, the amount and its
      *> current annual rate. bk puts the dated ones in their band.
      *> Out: one B line per band (assets, liabilities), then a T
      *> line (annual interest income and expense at current rates,
      *> assumption rows on file, positions).
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH k AS (SELECT DATE '" WS-BUSINESS-DATE "' AS d), "
               "nmd AS (SELECT a.current_balance AS bal, "
               "COALESCE(a.interest_rate, 0) AS rate, "
               "COALESCE(p.product_type, 'NONE') AS ptype "
               "FROM accounts a LEFT JOIN products p ON "
               "p.product_code = a.product_code "
               "WHERE a.current_balance > 0 AND "
               "COALESCE(a.account_status, 'ACTIVE') <> 'CLOSED' "
               "AND a.rate_index_code IS NULL AND "
               "COALESCE(p.product_type, 'NONE') <> 'CD'), "
               "dec AS (SELECT t.ptype, d.band_no, d.decay_pct FROM "
               "(SELECT DISTINCT ptype FROM nmd) t JOIN "
               "alco_decay_assumptions d ON d.product_type = CASE "
               "WHEN EXISTS (SELECT 1 FROM alco_decay_assumptions e "
               "WHERE e.product_type = t.ptype) THEN t.ptype ELSE "
               "'DEFAULT' END), "
               "alloc AS (SELECT ptype, band_no, decay_pct FROM dec "
               "UNION ALL SELECT t.ptype, CASE WHEN COUNT(d.band_no) "
               "= 0 THEN 1 ELSE 7 END, 100 - COALESCE(SUM("
               "d.decay_pct), 0) FROM (SELECT DISTINCT ptype FROM "
               "nmd) t LEFT JOIN dec d ON d.ptype = t.ptype GROUP BY "
               "t.ptype HAVING 100 - COALESCE(SUM(d.decay_pct), 0) "
               "> 0), "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "pos AS (SELECT 'A' AS side, s.due_date AS on_date, "
               "NULL::int AS band, s.principal_part AS amount, "
               "l.annual_rate AS rate FROM loan_schedule s JOIN loans "
               "l ON l.loan_id = s.loan_id WHERE l.loan_status = "
               "'ACTIVE' AND s.installment_status = 'PENDING' "
               "UNION ALL SELECT 'L', COALESCE(r.next_reset_date, "
               "k.d), NULL, a.current_balance, COALESCE("
               "a.interest_rate, 0) FROM accounts a JOIN rate_indexes "
               "r ON r.index_code = a.rate_index_code, k WHERE "
               "a.current_balance > 0 AND COALESCE(a.account_status, "
               "'ACTIVE') <> 'CLOSED' "
               "UNION ALL SELECT 'L', COALESCE(a.maturity_date, k.d), "
               "NULL, a.current_balance, COALESCE(a.interest_rate, 0) "
               "FROM accounts a JOIN products p ON p.product_code = "
               "a.product_code, k WHERE p.product_type = 'CD' AND "
               "a.rate_index_code IS NULL AND a.current_balance > 0 "
               "AND COALESCE(a.account_status, 'ACTIVE') <> 'CLOSED' "
               "UNION ALL SELECT 'L', NULL, al.band_no, n.bal * "
               "al.decay_pct / 100, n.rate FROM nmd n JOIN alloc al "
               "ON al.ptype = n.ptype), "
               "bk AS (SELECT p.side, COALESCE(p.band, CASE "
               "WHEN p.on_date < k.d + INTERVAL '3 months' THEN 1 "
               "WHEN p.on_date < k.d + INTERVAL '6 months' THEN 2 "
               "WHEN p.on_date < k.d + INTERVAL '12 months' THEN 3 "
               "WHEN p.on_date < k.d + INTERVAL '24 months' THEN 4 "
               "WHEN p.on_date < k.d + INTERVAL '36 months' THEN 5 "
               "WHEN p.on_date < k.d + INTERVAL '60 months' THEN 6 "
               "ELSE 7 END) AS band_no, p.amount, p.rate "
               "FROM pos p, k) "
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR
           STRING
               "SELECT 'B|' || g.n || '|' || ROUND(COALESCE(SUM("
               "bk.amount) FILTER (WHERE bk.side = 'A'), 0), 2) || "
               "'|' || ROUND(COALESCE(SUM(bk.amount) FILTER (WHERE "
               "bk.side = 'L'), 0), 2) FROM generate_series(1, 7) "
               "g(n) LEFT JOIN bk ON bk.band_no = g.n GROUP BY g.n "
               "UNION ALL SELECT 'T|' || ROUND(COALESCE(SUM(amount * "
               "rate) FILTER (WHERE side = 'A'), 0), 2) || '|' || "
               "ROUND(COALESCE(SUM(amount * rate) FILTER (WHERE side "
               "= 'L'), 0), 2) || '|' || (SELECT COUNT(*) FROM "
               "alco_decay_assumptions) || '|' || COUNT(*) FROM bk "
               "ORDER BY 1;"
               DELIMITED BY SIZE
               INTO WS-SQL-COMMAND WITH POINTER WS-SQL-PTR

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./alco_gap_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "ALCO-GAP" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       LOAD-GAP-PARA.
           INITIALIZE WS-BAND-AMOUNTS
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT GAP-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ GAP-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM LOAD-GAP-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE GAP-FEED-FILE.

       LOAD-GAP-LINE-PARA.
           MOVE SPACES TO WS-FEED-TYPE WS-TEMP-1 WS-TEMP-2 WS-TEMP-3
               WS-TEMP-4
           UNSTRING GAP-FEED-RECORD DELIMITED BY "|"
               INTO WS-FEED-TYPE WS-TEMP-1 WS-TEMP-2 WS-TEMP-3
                   WS-TEMP-4
           END-UNSTRING
           EVALUATE WS-FEED-TYPE
               WHEN "B"
                   MOVE FUNCTION NUMVAL(WS-TEMP-1) TO WS-BAND-NO
                   IF WS-BAND-NO >= 1 AND WS-BAND-NO <= 7
                       COMPUTE WS-BAND-ASSETS(WS-BAND-NO) =
                           FUNCTION NUMVAL(WS-TEMP-2)
                       COMPUTE WS-BAND-LIABS(WS-BAND-NO) =
                           FUNCTION NUMVAL(WS-TEMP-3)
                   END-IF
               WHEN "T"
                   COMPUTE WS-INTEREST-INCOME =
                       FUNCTION NUMVAL(WS-TEMP-1)
                   COMPUTE WS-INTEREST-EXPENSE =
                       FUNCTION NUMVAL(WS-TEMP-2)
                   COMPUTE WS-ASSUMPTION-ROWS =
                       FUNCTION NUMVAL(WS-TEMP-3)
                   COMPUTE WS-POSITIONS =
                       FUNCTION NUMVAL(WS-TEMP-4)
           END-EVALUATE.

       WRITE-REPORT-PARA.
           OPEN OUTPUT GAP-REPORT-FILE
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "ALCO repricing gap -- as at " WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "Band                  Assets repricing"
               "  Liabs repricing      Periodic gap"
               "    Cumulative gap  Cum gap % assets"
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

           MOVE 0 TO WS-TOTAL-ASSETS WS-TOTAL-LIABS
               WS-CUMULATIVE-GAP WS-WEIGHTED-GAP
           PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                   UNTIL WS-BAND-NO > 7
               ADD WS-BAND-ASSETS(WS-BAND-NO) TO WS-TOTAL-ASSETS
               ADD WS-BAND-LIABS(WS-BAND-NO) TO WS-TOTAL-LIABS
           END-PERFORM
           PERFORM VARYING WS-BAND-NO FROM 1 BY 1
                   UNTIL WS-BAND-NO > 7
               PERFORM WRITE-BAND-LINE-PARA
           END-PERFORM

           MOVE WS-TOTAL-ASSETS TO WS-FMT-1
           MOVE WS-TOTAL-LIABS TO WS-FMT-2
           COMPUTE WS-PERIODIC-GAP = WS-TOTAL-ASSETS - WS-TOTAL-LIABS
           MOVE WS-PERIODIC-GAP TO WS-FMT-3
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "Total       " "  " WS-FMT-1 " " WS-FMT-2 " "
               WS-FMT-3
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD

      *> 12-month net interest income on current balances and rates,
      *> and what each parallel shock does to it.
           COMPUTE WS-BASE-NII =
               WS-INTEREST-INCOME - WS-INTEREST-EXPENSE
           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "Projected 12-month net interest income "
               "(parallel shocks, gap method)"
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE WS-INTEREST-INCOME TO WS-FMT-1
           MOVE WS-INTEREST-EXPENSE TO WS-FMT-2
           MOVE WS-BASE-NII TO WS-FMT-3
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "  Interest income " WS-FMT-1
               "   expense " WS-FMT-2
               "   base NII " WS-FMT-3
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "  Shock       Projected NII        Change"
               "   Change %"
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
                   UNTIL WS-SHOCK-IDX > 4
               PERFORM WRITE-SHOCK-LINE-PARA
           END-PERFORM

           MOVE SPACES TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           MOVE SPACES TO GAP-REPORT-RECORD
           IF WS-ASSUMPTION-ROWS = 0
               STRING "Non-maturity deposits: no decay assumptions "
                   "on file -- all taken to reprice in the first "
                   "band."
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-RECORD
           ELSE
               MOVE WS-ASSUMPTION-ROWS TO WS-FMT-COUNT
               STRING "Non-maturity deposits: spread by "
                   "alco_decay_assumptions ("
                   FUNCTION TRIM(WS-FMT-COUNT)
                   " rows); the unallocated core sits in the last "
                   "band."
                   DELIMITED BY SIZE
                   INTO GAP-REPORT-RECORD
           END-IF
           WRITE GAP-REPORT-RECORD
           CLOSE GAP-REPORT-FILE.

       WRITE-BAND-LINE-PARA.
           COMPUTE WS-PERIODIC-GAP = WS-BAND-ASSETS(WS-BAND-NO)
               - WS-BAND-LIABS(WS-BAND-NO)
           ADD WS-PERIODIC-GAP TO WS-CUMULATIVE-GAP
           COMPUTE WS-WEIGHTED-GAP = WS-WEIGHTED-GAP
               + WS-PERIODIC-GAP * WS-BAND-YEAR-SHARE(WS-BAND-NO)
           MOVE 0 TO WS-GAP-PERCENT
           IF WS-TOTAL-ASSETS NOT = 0
               COMPUTE WS-GAP-PERCENT ROUNDED =
                   WS-CUMULATIVE-GAP * 100 / WS-TOTAL-ASSETS
                   ON SIZE ERROR MOVE 0 TO WS-GAP-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-BAND-ASSETS(WS-BAND-NO) TO WS-FMT-1
           MOVE WS-BAND-LIABS(WS-BAND-NO) TO WS-FMT-2
           MOVE WS-PERIODIC-GAP TO WS-FMT-3
           MOVE WS-CUMULATIVE-GAP TO WS-FMT-4
           MOVE WS-GAP-PERCENT TO WS-FMT-PCT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING WS-BAND-LABEL(WS-BAND-NO) "  " WS-FMT-1 " "
               WS-FMT-2 " " WS-FMT-3 " " WS-FMT-4 "         "
               WS-FMT-PCT
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       WRITE-SHOCK-LINE-PARA.
           COMPUTE WS-NII-CHANGE ROUNDED =
               WS-WEIGHTED-GAP * WS-SHOCK-BP(WS-SHOCK-IDX) / 10000
           COMPUTE WS-SHOCKED-NII = WS-BASE-NII + WS-NII-CHANGE
           MOVE 0 TO WS-NII-PERCENT
           IF WS-BASE-NII NOT = 0
               COMPUTE WS-NII-PERCENT ROUNDED =
                   WS-NII-CHANGE * 100 / WS-BASE-NII
                   ON SIZE ERROR MOVE 0 TO WS-NII-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-SHOCK-BP(WS-SHOCK-IDX) TO WS-FMT-BP
           MOVE WS-SHOCKED-NII TO WS-FMT-1
           MOVE WS-NII-CHANGE TO WS-FMT-2
           MOVE WS-NII-PERCENT TO WS-FMT-PCT
           MOVE SPACES TO GAP-REPORT-RECORD
           STRING "  " WS-FMT-BP "bp  " WS-FMT-1 " " WS-FMT-2 "  "
               WS-FMT-PCT
               DELIMITED BY SIZE
               INTO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

       END PROGRAM ALCO-GAP-BATCH.
