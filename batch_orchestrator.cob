      *> checks BATCH-RAN-CHECK-SUB itself, so steps that already
      *> completed for this business date skip straight through.
      *>
      *> fee_assessment_batch, loan_loss_provision_batch,
      *> credit_bureau_batch, majority_conversion_batch,
      *> card_reissue_batch, operator_recert_batch, alco_gap_batch
      *> and customer_profitability_batch only join the chain on the
      *> last day of the business month.
      *> monthly_statement_batch runs every night -- each account
      *> has its own statement cycle day, and the run prints only
      *> the accounts whose cycle ends tonight; the combined
      *> relationship statements and the OFX export follow it for
      *> the same accounts. The future-dated release
      *> runs first, so warehoused items effective tonight are on
      *> the books before anything else reads the day; the posting
      *> runs all come before GL posting and reconciliation, which
      *> read the finished ledger; the extracts, snapshots and
      *> webhook delivery run after the day is proven. The masked
      *> training database is refreshed at the very end, off the
      *> finished books.
      *>
      *> Deliberately NOT in the nightly chain: ach_import_batch,
      *> inbound_wire_batch, instant_settlement_batch,
      *> fx_rate_import_batch and returned_item_import_batch wait on
      *> files of their own (the rate feed arrives in the morning,
      *> before the counters open),
      *> and the dormant sweep, audit sealing, archival, tax,
      *> cashflow and FX runs are periodic jobs the runbook
      *> schedules separately. standin_recovery_batch runs only
      *> after a database outage, once postgres is back.
      *>
      *> Before the window closes, PRECLOSE-READINESS-BATCH checks the
      *> day is actually finished -- drawers, wires, approvals,
      *> inbound files, positive pay. A NO-GO stops here: the window
      *> stays open, nothing runs, and the status line says so, until
      *> the items are worked or a supervisor overrides them in
      *> PRECLOSE-OVERRIDE. A rerun after a failed step finds the
      *> window already closed and skips the check -- the day was
      *> already judged ready.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-FILE ASSIGN TO
               "./batch_orchestrator_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE ASSIGN TO "./psql_result_orch.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
               "./future_release_batch".
           05  FILLER            PIC X(30) VALUE
               "./relationship_balance_batch".
      *> Expired promotions step down before the night's accrual.
           05  FILLER            PIC X(30) VALUE
               "./promo_stepdown_batch".
           05  FILLER            PIC X(30) VALUE "./interest_batch".
           05  FILLER            PIC X(30) VALUE
               "./standing_order_batch".
           05  FILLER            PIC X(30) VALUE
               "./loan_collection_batch".
      *> Delinquency ages what the collection run could not collect.
           05  FILLER            PIC X(30) VALUE
               "./loan_delinquency_batch".
      *> Month-end only: the allowance reads tonight's buckets.
           05  FILLER            PIC X(30) VALUE
               "./loan_loss_provision_batch".
      *> Month-end only: the bureau file reports the aged loan book.
           05  FILLER            PIC X(30) VALUE
               "./credit_bureau_batch".
           05  FILLER            PIC X(30) VALUE "./cd_maturity_batch".
           05  FILLER            PIC X(30) VALUE "./retry_queue_batch".
           05  FILLER            PIC X(30) VALUE "./hold_expiry_batch".
      *> Garnishment and levy funds due on tonight's answer dates
      *> leave suspense before GL posting reads the day.
           05  FILLER            PIC X(30) VALUE "./levy_remit_batch".
           05  FILLER            PIC X(30) VALUE
               "./fee_assessment_batch".
      *> The ZBA sweep concentrates each structure's cash before GL
      *> posting, reconciliation and the snapshot read the day -- so
      *> every book sees the concentrated position, not the raw one.
           05  FILLER            PIC X(30) VALUE "./zba_sweep_batch".
      *> Reversing manual journal entries from last period are
      *> undone on the first business day of this one, ahead of the
      *> trial balance GL posting prints.
           05  FILLER            PIC X(30) VALUE
               "./journal_reversal_batch".
           05  FILLER            PIC X(30) VALUE "./gl_posting_batch".
           05  FILLER            PIC X(30) VALUE
               "./reconciliation_batch".
           05  FILLER            PIC X(30) VALUE "./gl_recon_batch".
      *> Suspense aging proves the suspense GL balance, so it reads
      *> the day after GL posting has booked it.
           05  FILLER            PIC X(30) VALUE
               "./suspense_aging_batch".
           05  FILLER            PIC X(30) VALUE "./ctr_report_batch".
           05  FILLER            PIC X(30) VALUE
               "./structuring_detection_batch".
      *> SAR deadline aging lists the register after the night's
      *> detection run, ready for the BSA officer in the morning.
           05  FILLER            PIC X(30) VALUE "./sar_aging_batch".
           05  FILLER            PIC X(30) VALUE "./kyc_review_batch".
      *> Rescreening is a no-op unless the sanctions list changed.
           05  FILLER            PIC X(30) VALUE
               "./sanctions_rescreen_batch".
           05  FILLER            PIC X(30) VALUE
               "./daily_register_batch".
           05  FILLER            PIC X(30) VALUE
               "./balance_snapshot_batch".
      *> Commercial customers' BAI2 files report the snapshot's
      *> ledger and collected balances.
           05  FILLER            PIC X(30) VALUE
               "./bai2_report_batch".
      *> Kiting detection compares activity to closing balances, so
      *> it reads the snapshot just taken.
           05  FILLER            PIC X(30) VALUE
               "./kiting_detection_batch".
      *> Deposit insurance coverage sums tonight's closing balances.
           05  FILLER            PIC X(30) VALUE
               "./fdic_coverage_batch".
      *> Month-end only: the ALCO repricing gap off the closing
      *> balances and the loan schedules.
           05  FILLER            PIC X(30) VALUE "./alco_gap_batch".
      *> Month-end only: customer profitability once the month's
      *> fees, analysis charges and balances are all on file.
           05  FILLER            PIC X(30) VALUE
               "./customer_profitability_batch".
           05  FILLER            PIC X(30) VALUE "./dw_extract_batch".
           05  FILLER            PIC X(30) VALUE
               "./snapshot_refresh_batch".
           05  FILLER            PIC X(30) VALUE
               "./webhook_delivery_batch".
      *> Minors coming of age are picked out (and converted once
      *> their notice period has run) ahead of the notice run that
      *> queues their notice.
           05  FILLER            PIC X(30) VALUE
               "./majority_conversion_batch".
      *> Customers due their annual privacy notice are picked out
      *> just ahead of the notice run that queues it.
           05  FILLER            PIC X(30) VALUE
               "./privacy_notice_batch".
           05  FILLER            PIC X(30) VALUE "./notice_batch".
      *> Internal audit's staff exception report reads the whole
      *> day's postings, releases and reactivations.
           05  FILLER            PIC X(30) VALUE
               "./employee_exception_batch".
           05  FILLER            PIC X(30) VALUE
               "./monthly_statement_batch".
           05  FILLER            PIC X(30) VALUE
               "./combined_statement_batch".
           05  FILLER            PIC X(30) VALUE
               "./statement_export_batch".
      *> Check stock reads the day's paid serials for reorders.
           05  FILLER            PIC X(30) VALUE
               "./check_low_stock_batch".
      *> Month-end only: card renewals for the embosser.
           05  FILLER            PIC X(30) VALUE
               "./card_reissue_batch".
      *> Month-end only, and prints only at a quarter's close:
      *> operator access recertification for the branch managers.
           05  FILLER            PIC X(30) VALUE
               "./operator_recert_batch".
      *> ATM cash-out forecast off the dispenses settled so far.
           05  FILLER            PIC X(30) VALUE
               "./atm_cash_forecast_batch".
      *> Inbound files expected today but never received, and files
      *> refused today, listed once every import has had its chance.
           05  FILLER            PIC X(30) VALUE
               "./inbound_file_report_batch".
      *> Last business day of the week only (the batch decides): the
      *> integrity scan reads the tables once the night has settled.
           05  FILLER            PIC X(30) VALUE
               "./data_quality_scan_batch".
      *> The morning summary reads everything above it; the report
      *> archive files everything, the summary included, once all
      *> printing is done.
           05  FILLER            PIC X(30) VALUE "./ops_summary_batch".
           05  FILLER            PIC X(30) VALUE
               "./report_archive_batch".
      *> Last of all: the training database is rebuilt from the
      *> finished books, masked, for tomorrow's trainees.
           05  FILLER            PIC X(30) VALUE
               "./training_refresh_batch".
       01  WS-STEP-TABLE REDEFINES WS-STEP-COMMANDS.
           05  WS-STEP-COMMAND   OCCURS 51 TIMES PIC X(30).
       01  WS-STEP-COUNT         PIC 9(2) VALUE 51.
       01  WS-STEP-IDX           PIC 9(2) VALUE 0.
       01  WS-STEP-IDX-DISP      PIC Z9.
       01  WS-FAILED-STEP        PIC 9(2) VALUE 0.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-MONTH-END-FLAG     PIC X(1) VALUE 'N'.
       01  WS-PSQL-RESULT        PIC X(40).
       01  WS-READINESS-FLAG     PIC X(1) VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM CHECK-MONTH-END-PARA

           PERFORM CHECK-READINESS-PARA
           IF WS-READINESS-FLAG NOT = 'Y'
               PERFORM WRITE-STATUS-PARA
               DISPLAY "BATCH-ORCHESTRATOR not started -- pre-close "
                   "readiness is NO-GO. See "
                   "preclose_readiness_report.txt."
               GOBACK
           END-IF

           *> Close the posting window before the first step reads the
           *> day: online postings memo-post from here until
           *> END-OF-DAY-CLOSE advances the date and reopens it -- no
           GOBACK.

       CHECK-MONTH-END-PARA.
           *> The fee, provision, bureau and majority runs are
           *> monthly: they only join the chain when the business date
           *> is the last day of its month.
           MOVE 'N' TO WS-MONTH-END-FLAG
      *> "Month-end" means the last BUSINESS day of the month -- with
      *> the close skipping weekends and bank_calendar holidays, a
      *> 31st that falls on a Sunday never exists as a business date,
      *> and the monthly runs must join the chain on the last date
      *> that does.
           STRING
               "SELECT CASE WHEN business_date = (SELECT MAX(d)::date "
               "FROM generate_series(date_trunc('month', "
           END-IF
           IF WS-PSQL-RESULT = "Y"
               MOVE 'Y' TO WS-MONTH-END-FLAG
               DISPLAY "Month-end: the monthly runs join the chain."
           END-IF.

       CHECK-READINESS-PARA.
           MOVE 'Y' TO WS-READINESS-FLAG
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT posting_window FROM run_control "
               "WHERE control_id = 1;"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_orch.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF
           IF WS-PSQL-RESULT = "CLOSED"
               DISPLAY "Posting window already CLOSED -- suite under "
                   "way for this date, readiness check skipped."
           ELSE
               MOVE SPACES TO WS-SHELL-COMMAND
               MOVE "./preclose_readiness_batch" TO WS-SHELL-COMMAND
               CALL "SYSTEM" USING WS-SHELL-COMMAND
                   RETURNING WS-RETURN-CODE
               IF WS-RETURN-CODE NOT = 0
                   MOVE 'N' TO WS-READINESS-FLAG
               END-IF
           END-IF.

       CLOSE-POSTING-WINDOW-PARA.

       RUN-ONE-STEP-PARA.
           IF (WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./fee_assessment_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./loan_loss_provision_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./credit_bureau_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./majority_conversion_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./card_reissue_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./operator_recert_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./alco_gap_batch"
                   OR WS-STEP-COMMAND(WS-STEP-IDX) =
                   "./customer_profitability_batch")
                   AND WS-MONTH-END-FLAG NOT = 'Y'
               MOVE WS-STEP-IDX TO WS-STEP-IDX-DISP
               DISPLAY "Step " FUNCTION TRIM(WS-STEP-IDX-DISP) " ("
           END-IF.

       WRITE-STATUS-PARA.
           *> One line the on-call person reads first thing: a clean
           *> completion, exactly which step to restart from, or that
           *> readiness held the suite back.
           OPEN OUTPUT STATUS-FILE
           MOVE SPACES TO STATUS-RECORD
           EVALUATE TRUE
               WHEN WS-READINESS-FLAG NOT = 'Y'
                   STRING "Nightly suite for " WS-BUSINESS-DATE
                       " NOT STARTED -- pre-close readiness NO-GO; "
                       "work or override the items and rerun."
                       INTO STATUS-RECORD
               WHEN WS-FAILED-STEP = 0
                   STRING "Nightly suite for " WS-BUSINESS-DATE
                       " completed -- all steps ran."
                       INTO STATUS-RECORD
               WHEN OTHER
                   MOVE WS-FAILED-STEP TO WS-STEP-IDX-DISP
                   STRING "Nightly suite for " WS-BUSINESS-DATE
                       " STOPPED at step "
                       FUNCTION TRIM(WS-STEP-IDX-DISP) ": "
                       FUNCTION TRIM(WS-STEP-COMMAND(WS-FAILED-STEP))
                       " -- restart from this step after fixing."
                       INTO STATUS-RECORD
           END-EVALUATE
           WRITE STATUS-RECORD
           CLOSE STATUS-FILE.

