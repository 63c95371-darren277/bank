           05  FILLER  PIC X(40) VALUE
               "product_conversion_report.txt".
           05  FILLER  PIC X(40) VALUE "retention_report.txt".
           05  FILLER  PIC X(40) VALUE
               "employee_exception_report.txt".
           05  FILLER  PIC X(40) VALUE "fdic_coverage_report.txt".
           05  FILLER  PIC X(40) VALUE "returned_item_report.txt".
           05  FILLER  PIC X(40) VALUE "check_low_stock_report.txt".
           05  FILLER  PIC X(40) VALUE "card_reissue_report.txt".
           05  FILLER  PIC X(40) VALUE
               "atm_cash_forecast_report.txt".
           05  FILLER  PIC X(40) VALUE
               "standin_recovery_report.txt".
           05  FILLER  PIC X(40) VALUE
               "inbound_file_report.txt".
           05  FILLER  PIC X(40) VALUE
               "suspense_aging_report.txt".
           05  FILLER  PIC X(40) VALUE
               "operator_recert_report.txt".
           05  FILLER  PIC X(40) VALUE
               "preclose_readiness_report.txt".
           05  FILLER  PIC X(40) VALUE
               "data_quality_report.txt".
           05  FILLER  PIC X(40) VALUE
               "branch_consolidation_report.txt".
           05  FILLER  PIC X(40) VALUE "alco_gap_report.txt".
           05  FILLER  PIC X(40) VALUE
               "customer_profitability_report.txt".
           05  FILLER  PIC X(40) VALUE
               "journal_reversal_report.txt".
           05  FILLER  PIC X(40) VALUE
               "loan_loss_provision_report.txt".
           05  FILLER  PIC X(40) VALUE
               "loan_delinquency_report.txt".
           05  FILLER  PIC X(40) VALUE
               "sar_aging_report.txt".
           05  FILLER  PIC X(40) VALUE
               "sanctions_rescreen_report.txt".
           05  FILLER  PIC X(40) VALUE
               "levy_remit_report.txt".
           05  FILLER  PIC X(40) VALUE
               "majority_conversion_report.txt".
       01  WS-MANIFEST-TABLE REDEFINES WS-REPORT-MANIFEST.
           05  WS-REPORT-NAME    OCCURS 43 TIMES PIC X(40).
       01  WS-MANIFEST-COUNT     PIC 9(2) VALUE 43.
       01  WS-MANIFEST-IDX       PIC 9(2) VALUE 0.

       01  WS-SHELL-COMMAND      PIC X(300).
