      *> account -- rather than by any flag on the transaction row
      *> itself. Matching on date alone would sweep in an unrelated
      *> same-day deposit; the amount has to line up too.
      *> The printed report shows the account number and payee TIN
      *> masked under the REPORT masking policy (MASK-DATA-SUB). Only
      *> the run made for the regulator-facing 1099 filing is
      *> printed under the REGULATOR policy, in full; that run is
      *> marked as such in its heading and written to the audit
      *> trail.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTEREST-FEED-FILE
           ASSIGN TO "./tax_report_interest.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-REPORT-FILE ASSIGN TO "./year_end_tax_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       01  WS-ACCOUNTS-REPORTED      PIC 9(9) VALUE 0.

      *> Y for the regulator-facing filing run, printed unmasked.
       01  WS-FILING-RUN             PIC X(1) VALUE 'N'.
       01  WS-MASK-AUDIENCE          PIC X(10) VALUE "REPORT".
       01  WS-NO-OPERATOR            PIC X(8) VALUE SPACES.
       01  WS-NO-ACCOUNT             PIC X(10) VALUE SPACES.
       01  WS-MASK-PROGRAM           PIC X(20) VALUE
           "YEAR-END-TAX-REPORT".
       01  WS-MASK-ELEMENT           PIC X(8) VALUE SPACES.
       01  WS-MASK-COLUMN            PIC X(60) VALUE SPACES.
       01  WS-ACCOUNT-EXPR           PIC X(300) VALUE SPACES.
       01  WS-TIN-EXPR               PIC X(300) VALUE SPACES.
       01  WS-UNMASKED               PIC X(1) VALUE 'N'.
       01  WS-MASK-VIEW              PIC X(80) VALUE
           "1099-INT year-end tax report".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "YEAR-END-TAX-REPORT-BATCH starting."
           DISPLAY "Enter Tax Year (e.g. 2025):"
           ACCEPT WS-TAX-YEAR
           DISPLAY "Regulator filing run -- print TINs and account "
               "numbers in full (Y/N)?"
           ACCEPT WS-FILING-RUN
           IF WS-FILING-RUN = "Y" OR WS-FILING-RUN = "y"
               MOVE "Y" TO WS-FILING-RUN
               MOVE "REGULATOR" TO WS-MASK-AUDIENCE
           ELSE
               MOVE "N" TO WS-FILING-RUN
           END-IF
           PERFORM SET-MASKING-PARA

           PERFORM EXTRACT-INTEREST-TOTALS-PARA
           OPEN OUTPUT TAX-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER-PARA
           PERFORM WRITE-REPORT-LINES-PARA
           CLOSE TAX-REPORT-FILE
           DISPLAY "YEAR-END-TAX-REPORT-BATCH complete. Accounts "
               "reported: " WS-ACCOUNTS-REPORTED
           GOBACK.

       SET-MASKING-PARA.
           CALL "MASK-POLICY-SUB" USING WS-MASK-AUDIENCE WS-NO-OPERATOR
           MOVE "ACCOUNT" TO WS-MASK-ELEMENT
           MOVE "t.account_number" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-ACCOUNT-EXPR
           MOVE "TIN" TO WS-MASK-ELEMENT
           MOVE "MAX(c.tax_id)" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-TIN-EXPR
           CALL "MASK-AUDIT-SUB" USING
               WS-MASK-PROGRAM WS-NO-OPERATOR WS-NO-ACCOUNT
               WS-MASK-VIEW WS-UNMASKED
           IF WS-UNMASKED = 'Y'
               DISPLAY "*** Unmasked run -- logged to the audit "
                   "trail. ***"
           END-IF.

       EXTRACT-INTEREST-TOTALS-PARA.
           *> Sum, per account, every posted 'D' transaction in the
           *> tax year that matches an interest_rate_history entry for
           *> sum is the net column; withholding_ledger supplies the
           *> withheld column, and gross is their sum.
           STRING
               "SELECT " FUNCTION TRIM(WS-ACCOUNT-EXPR) ", "
               "COALESCE(MAX(c.legal_name), MAX(ah.holder_name), ''), "
               "COALESCE(" FUNCTION TRIM(WS-TIN-EXPR) ", ''), "
               "SUM(t.amount), "
               "COALESCE(MAX(w.withheld), 0) "
               "FROM transactions t "
               "JOIN interest_rate_history h "
               "ORDER BY account_number, customer_id NULLS LAST, "
               "holder_id) ah "
               "ON ah.account_number = t.account_number "
               "LEFT JOIN customers c "
               "ON c.customer_id = ah.customer_id "
               "LEFT JOIN (SELECT account_number, "
               "SUM(withheld_amount) AS withheld FROM "
               "withholding_ledger WHERE EXTRACT(YEAR FROM "
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./tax_report_interest.tmp"
               INTO WS-SHELL-COMMAND.

               WS-TAX-YEAR
               INTO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-REPORT-RECORD
           IF WS-FILING-RUN = "Y"
               STRING "REGULATOR FILING -- TINs and account numbers "
                   "shown in full"
                   DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           ELSE
               STRING "TINs and account numbers masked -- not for "
                   "filing"
                   DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           END-IF
           WRITE TAX-REPORT-RECORD
           MOVE SPACES TO TAX-REPORT-RECORD
           STRING "Account     Payee Name                    "
               "            TIN          Gross interest   Withheld "
               "        Net paid"
               DELIMITED BY SIZE INTO TAX-REPORT-RECORD
           WRITE TAX-REPORT-RECORD.

       WRITE-REPORT-LINES-PARA.
