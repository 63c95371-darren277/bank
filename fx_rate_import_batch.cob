       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-RATE-IMPORT-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Daily FX rate feed. FX-REVAL-BATCH, FX-CASH-EXCHANGE and the
      *> cross-currency transfer path all read fx_rates, and until
      *> now the rows were typed in by hand each morning -- one slip
      *> of a digit and the whole book revalued at it. This batch
      *> loads the rate provider's daily file ./fx_rates.dat:
      *>   '1' header  -- rate date (10), provider (10)
      *>   '5' rate    -- from currency (3), to currency (3), then
      *>                  mid, buy and sell rates (15 each, zoned
      *>                  with eight implied decimals)
      *>   '9' trailer -- count of '5' records (7)
      *> The whole file must prove against its trailer before any
      *> rate is looked at. Each pair is then checked against its
      *> prior rate (the latest fx_rates row for the pair before the
      *> rate date): a mid that moved more than the tolerance on
      *> fx_rate_feed_config (a fraction, 0.05 when no row is set),
      *> a pair with no prior rate to check against, or a rate that
      *> is not positive or whose buy/sell do not straddle the mid
      *> is NOT loaded -- it goes to fx_rate_exceptions as PENDING
      *> for a supervisor to approve or reject in FX-RATE-REVIEW.
      *> Accepted rates are inserted with effective_at = the load
      *> time and never overwrite an earlier row, so every rate that
      *> was ever in force stays queryable; the readers take the
      *> latest effective row for the date. A pair already loaded
      *> or already queued with the same figures is skipped, so the
      *> file can be fed twice. Every pair and its outcome is listed
      *> on ./fx_rate_import_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "./fx_rates.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-REPORT-FILE
           ASSIGN TO "./fx_rate_import_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_fxri.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  FXR-RECORD-TYPE       PIC X(1).
           05  FXR-RECORD-BODY       PIC X(79).
       FD  RATE-REPORT-FILE.
       01  RATE-REPORT-RECORD        PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(2400).
       01  WS-SHELL-COMMAND          PIC X(2600).
       01  WS-SQL-PTR                PIC 9(4) VALUE 1.
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(132).

      *> Redefined views of the header, '5' rate and '9' trailer
      *> bodies.
       01  WS-HEADER-BODY.
           05  WS-HDR-RATE-DATE      PIC X(10).
           05  WS-HDR-PROVIDER       PIC X(10).
       01  WS-RATE-BODY.
           05  WS-RATE-FROM-CCY      PIC X(3).
           05  WS-RATE-TO-CCY        PIC X(3).
           05  WS-RATE-MID           PIC 9(7)V9(8).
           05  WS-RATE-BUY           PIC 9(7)V9(8).
           05  WS-RATE-SELL          PIC 9(7)V9(8).
       01  WS-TRAILER-BODY.
           05  WS-TRAILER-COUNT      PIC 9(7).

       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-FILE-OK                PIC X(1) VALUE 'Y'.
       01  WS-RATE-DATE              PIC X(10) VALUE SPACES.
       01  WS-PROVIDER               PIC X(10) VALUE SPACES.
       01  WS-DETAIL-COUNT           PIC 9(7) VALUE 0.

       01  WS-FMT-MID                PIC Z(6)9.9(8).
       01  WS-FMT-BUY                PIC Z(6)9.9(8).
       01  WS-FMT-SELL               PIC Z(6)9.9(8).

      *> verdict|prior rate|rows loaded|rows queued, per pair.
       01  WS-RESULT-FIELDS.
           05  WS-RES-VERDICT        PIC X(14).
           05  WS-RES-PRIOR          PIC X(20).
           05  WS-RES-LOADED-X       PIC X(6).
           05  WS-RES-QUEUED-X       PIC X(6).
       01  WS-OUTCOME                PIC X(30) VALUE SPACES.

       01  WS-RATES-READ             PIC 9(9) VALUE 0.
       01  WS-RATES-LOADED           PIC 9(9) VALUE 0.
       01  WS-RATES-QUEUED           PIC 9(9) VALUE 0.
       01  WS-RATES-SKIPPED          PIC 9(9) VALUE 0.
       01  WS-RATES-FAILED           PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE          PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30) VALUE
           "FX-RATE-IMPORT-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FX-RATE-IMPORT-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

      *> First pass: prove the file against its own trailer before a
      *> single rate is loaded from it.
           OPEN INPUT RATE-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ RATE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM PROVE-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE RATE-FILE

           IF WS-TRAILER-SEEN NOT = 'Y'
               MOVE 'N' TO WS-FILE-OK
               DISPLAY "No trailer record -- file is incomplete; "
                   "no rates loaded."
           END-IF

      *> A header without a date carries the current business date.
           MOVE WS-HDR-RATE-DATE TO WS-RATE-DATE
           IF WS-RATE-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-RATE-DATE
           END-IF
           MOVE WS-HDR-PROVIDER TO WS-PROVIDER
           INSPECT WS-PROVIDER REPLACING ALL "'" BY " "
           INSPECT WS-PROVIDER REPLACING ALL WS-DOUBLE-QUOTE BY " "

           OPEN OUTPUT RATE-REPORT-FILE
           MOVE SPACES TO RATE-REPORT-RECORD
           STRING "FX rate feed -- " FUNCTION TRIM(WS-PROVIDER)
               " rates for " WS-RATE-DATE
               ", run on business date " WS-BUSINESS-DATE
               INTO RATE-REPORT-RECORD
           WRITE RATE-REPORT-RECORD
           MOVE SPACES TO RATE-REPORT-RECORD
           WRITE RATE-REPORT-RECORD

      *> Second pass: check and load pair by pair.
           IF WS-FILE-OK = 'Y'
               DISPLAY "Rate file for " WS-RATE-DATE " from "
                   FUNCTION TRIM(WS-PROVIDER) " proves to its "
                   "trailer -- " WS-DETAIL-COUNT " rates."
               MOVE "PAIR     MID / BUY / SELL         PRIOR MID"
                   TO RATE-REPORT-RECORD
               WRITE RATE-REPORT-RECORD
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT RATE-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ RATE-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           IF FXR-RECORD-TYPE = "5"
                               MOVE FXR-RECORD-BODY TO WS-RATE-BODY
                               PERFORM LOAD-ONE-RATE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               MOVE "*** FILE REJECTED -- nothing loaded. ***"
                   TO RATE-REPORT-RECORD
               WRITE RATE-REPORT-RECORD
           END-IF

           PERFORM WRITE-TOTALS-PARA
           CLOSE RATE-REPORT-FILE

           IF WS-FILE-OK NOT = 'Y' OR WS-RATES-FAILED > 0
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-RATES-LOADED WS-RUN-STATUS
           DISPLAY "FX-RATE-IMPORT-BATCH complete. Read: "
               WS-RATES-READ " Loaded: " WS-RATES-LOADED
               " For approval: " WS-RATES-QUEUED
               " Already on file: " WS-RATES-SKIPPED
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       PROVE-ONE-RECORD-PARA.
           EVALUATE FXR-RECORD-TYPE
               WHEN "1"
                   MOVE FXR-RECORD-BODY TO WS-HEADER-BODY
               WHEN "5"
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE FXR-RECORD-BODY TO WS-RATE-BODY
      *> The currency codes go straight into SQL literals, so they
      *> must be three capital letters and nothing else.
                   IF WS-RATE-FROM-CCY IS NOT ALPHABETIC-UPPER
                           OR WS-RATE-TO-CCY IS NOT ALPHABETIC-UPPER
                           OR WS-RATE-FROM-CCY = SPACES
                           OR WS-RATE-TO-CCY = SPACES
                       DISPLAY "Bad currency pair '" WS-RATE-FROM-CCY
                           WS-RATE-TO-CCY "' -- file rejected."
                       MOVE 'N' TO WS-FILE-OK
                   END-IF
                   IF WS-RATE-MID IS NOT NUMERIC
                           OR WS-RATE-BUY IS NOT NUMERIC
                           OR WS-RATE-SELL IS NOT NUMERIC
                       DISPLAY "Non-numeric rate for "
                           WS-RATE-FROM-CCY "/" WS-RATE-TO-CCY
                           " -- file rejected."
                       MOVE 'N' TO WS-FILE-OK
                   END-IF
               WHEN "9"
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE FXR-RECORD-BODY TO WS-TRAILER-BODY
                   IF WS-TRAILER-COUNT IS NOT NUMERIC
                           OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
                       DISPLAY "*** TRAILER COUNT MISMATCH *** -- "
                           "file rejected, no rates loaded."
                       MOVE 'N' TO WS-FILE-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown record type '" FXR-RECORD-TYPE
                       "' -- file rejected."
                   MOVE 'N' TO WS-FILE-OK
           END-EVALUATE.

       LOAD-ONE-RATE-PARA.
      *> One statement per pair: find the prior rate and the
      *> tolerance, reach a verdict, then either load the rate with
      *> its effective timestamp or queue it for approval. A pair
      *> already on file (or already queued) with the same figures
      *> is left alone and reported DUPLICATE.
           ADD 1 TO WS-RATES-READ
           MOVE WS-RATE-MID TO WS-FMT-MID
           MOVE WS-RATE-BUY TO WS-FMT-BUY
           MOVE WS-RATE-SELL TO WS-FMT-SELL
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE 1 TO WS-SQL-PTR
           STRING
               "WITH v AS (SELECT " FUNCTION TRIM(WS-FMT-MID)
               "::numeric AS mid, " FUNCTION TRIM(WS-FMT-BUY)
               "::numeric AS buy, " FUNCTION TRIM(WS-FMT-SELL)
               "::numeric AS sell, "
               "(SELECT rate FROM fx_rates WHERE from_currency = '"
               WS-RATE-FROM-CCY "' AND to_currency = '"
               WS-RATE-TO-CCY "' AND rate_date < '" WS-RATE-DATE
               "' ORDER BY rate_date DESC, effective_at DESC "
               "NULLS LAST LIMIT 1) AS prior, "
               "COALESCE((SELECT tolerance_pct FROM "
               "fx_rate_feed_config LIMIT 1), 0.05) AS tol), "
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "c AS (SELECT v.*, CASE "
               "WHEN mid <= 0 OR buy <= 0 OR sell <= 0 "
               "OR buy > mid OR sell < mid THEN 'BAD-SPREAD' "
               "WHEN prior IS NULL OR prior <= 0 THEN 'NO-PRIOR-RATE' "
               "WHEN ABS(mid - prior) / prior > tol THEN "
               "'OUT-OF-TOLERANCE' ELSE 'ACCEPTED' END AS verdict, "
               "CASE WHEN prior > 0 THEN ROUND(ABS(mid - prior) / "
               "prior, 6) END AS move_pct FROM v), "
               "d AS (SELECT 1 FROM fx_rates r, c WHERE "
               "r.rate_date = '" WS-RATE-DATE "' AND "
               "r.from_currency = '" WS-RATE-FROM-CCY "' AND "
               "r.to_currency = '" WS-RATE-TO-CCY "' AND "
               "r.rate = c.mid AND r.buy_rate = c.buy AND "
               "r.sell_rate = c.sell UNION ALL "
               "SELECT 1 FROM fx_rate_exceptions e, c WHERE "
               "e.rate_date = '" WS-RATE-DATE "' AND "
               "e.from_currency = '" WS-RATE-FROM-CCY "' AND "
               "e.to_currency = '" WS-RATE-TO-CCY "' AND "
               "e.rate = c.mid AND e.buy_rate = c.buy AND "
               "e.sell_rate = c.sell AND e.exception_status "
               "IN ('PENDING', 'REJECTED')), "
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           STRING
               "ins AS (INSERT INTO fx_rates (rate_date, "
               "from_currency, to_currency, rate, buy_rate, "
               "sell_rate, effective_at, rate_source) SELECT '"
               WS-RATE-DATE "', '" WS-RATE-FROM-CCY "', '"
               WS-RATE-TO-CCY "', mid, buy, sell, NOW(), '"
               FUNCTION TRIM(WS-PROVIDER) "' FROM c "
               "WHERE verdict = 'ACCEPTED' "
               "AND NOT EXISTS (SELECT 1 FROM d) RETURNING 1), "
               "exc AS (INSERT INTO fx_rate_exceptions (rate_date, "
               "from_currency, to_currency, rate, buy_rate, "
               "sell_rate, prior_rate, move_pct, tolerance_pct, "
               "exception_reason, provider, exception_status, "
               "received_at) SELECT '" WS-RATE-DATE "', '"
               WS-RATE-FROM-CCY "', '" WS-RATE-TO-CCY "', mid, buy, "
               "sell, prior, move_pct, tol, verdict, '"
               FUNCTION TRIM(WS-PROVIDER) "', 'PENDING', NOW() "
               "FROM c WHERE verdict <> 'ACCEPTED' "
               "AND NOT EXISTS (SELECT 1 FROM d) RETURNING 1) "
               "SELECT CASE WHEN EXISTS (SELECT 1 FROM d) THEN "
               "'DUPLICATE' ELSE verdict END || '|' || "
               "COALESCE(prior::text, '-') || '|' || "
               "(SELECT COUNT(*) FROM ins) || '|' || "
               "(SELECT COUNT(*) FROM exc) FROM c;"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND
               WITH POINTER WS-SQL-PTR
           PERFORM RUN-FXRI-SQL-PARA

           MOVE SPACES TO WS-RESULT-FIELDS WS-OUTCOME
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               ADD 1 TO WS-RATES-FAILED
               MOVE "*** NOT LOADED -- SQL ERROR ***" TO WS-OUTCOME
           ELSE
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-RES-VERDICT WS-RES-PRIOR
                        WS-RES-LOADED-X WS-RES-QUEUED-X
               END-UNSTRING
               EVALUATE TRUE
                   WHEN WS-RES-VERDICT = "DUPLICATE"
                       ADD 1 TO WS-RATES-SKIPPED
                       MOVE "already on file -- skipped"
                           TO WS-OUTCOME
                   WHEN WS-RES-VERDICT = "ACCEPTED"
                       ADD 1 TO WS-RATES-LOADED
                       MOVE "loaded" TO WS-OUTCOME
                   WHEN OTHER
                       ADD 1 TO WS-RATES-QUEUED
                       STRING "FOR APPROVAL -- "
                           FUNCTION TRIM(WS-RES-VERDICT)
                           DELIMITED BY SIZE INTO WS-OUTCOME
               END-EVALUATE
           END-IF

           MOVE SPACES TO RATE-REPORT-RECORD
           STRING WS-RATE-FROM-CCY "/" WS-RATE-TO-CCY "  "
               FUNCTION TRIM(WS-FMT-MID) " / "
               FUNCTION TRIM(WS-FMT-BUY) " / "
               FUNCTION TRIM(WS-FMT-SELL) "  prior "
               FUNCTION TRIM(WS-RES-PRIOR) "  "
               FUNCTION TRIM(WS-OUTCOME)
               DELIMITED BY SIZE INTO RATE-REPORT-RECORD
           WRITE RATE-REPORT-RECORD.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO RATE-REPORT-RECORD
           WRITE RATE-REPORT-RECORD
           MOVE SPACES TO RATE-REPORT-RECORD
           STRING "Rates read " WS-RATES-READ "  loaded "
               WS-RATES-LOADED "  for approval " WS-RATES-QUEUED
               "  already on file " WS-RATES-SKIPPED
               "  failed " WS-RATES-FAILED
               INTO RATE-REPORT-RECORD
           WRITE RATE-REPORT-RECORD
           IF WS-RATES-QUEUED > 0
               MOVE SPACES TO RATE-REPORT-RECORD
               STRING "*** " WS-RATES-QUEUED " rate(s) held for "
                   "supervisor approval in FX-RATE-REVIEW -- the "
                   "prior rate stays in force until then. ***"
                   DELIMITED BY SIZE INTO RATE-REPORT-RECORD
               WRITE RATE-REPORT-RECORD
           END-IF.

       RUN-FXRI-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_fxri.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "FX-RATE-IMPORT-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM FX-RATE-IMPORT-BATCH.
