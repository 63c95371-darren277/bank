       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INTEREST-TAX-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Produces the 1098-style year-end statement of mortgage/loan
      *> interest a borrower paid us -- the lending counterpart of
      *> YEAR-END-TAX-REPORT-BATCH, which only covers interest we
      *> paid on deposits. Interest received in the tax year is:
      *>   - the interest_part of every loan_schedule installment
      *>     collected (PAID) with a paid date in the year, and
      *>   - the interest_part of every loan_prepayments row posted
      *>     in the year -- a full payoff carries the interest
      *>     accrued since the last installment there; a partial
      *>     prepayment is all principal and adds nothing.
      *> Late charges are fees, not interest, and are left out.
      *> One statement per loan is appended to
      *> ./loan_interest_statements.txt, addressed to the loan's
      *> primary borrower (the P holder on the linked account, the
      *> same one-row collapse the deposit report uses, so a loan
      *> with co-borrowers is reported once, under the primary) with
      *> name, address and TIN from customers. The filing summary
      *> ./loan_interest_summary.txt carries one fixed-layout record
      *> per statement plus a trailer with the count and total.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-INTEREST-FEED-FILE
           ASSIGN TO "./loan_interest_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-REPORT-FILE
           ASSIGN TO "./loan_interest_statements.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO "./loan_interest_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-INTEREST-FEED-FILE.
       01  LOAN-INTEREST-FEED-RECORD PIC X(300).
       FD  STATEMENT-REPORT-FILE.
       01  STATEMENT-REPORT-RECORD   PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD            PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(2500).
       01  WS-SHELL-COMMAND          PIC X(2700).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.

       01  WS-TAX-YEAR               PIC 9(4) VALUE 0.

       01  WS-LOAN-ID                PIC X(12).
       01  WS-ACCOUNT-NUMBER         PIC X(10).
       01  WS-DATE-OPENED            PIC X(10).
       01  WS-BORROWER-NAME          PIC X(50).
       01  WS-BORROWER-TIN           PIC X(11).
       01  WS-BORROWER-STREET        PIC X(50).
       01  WS-BORROWER-CSZ           PIC X(50).
       01  WS-TEMP-SCHED-INT         PIC X(20).
       01  WS-TEMP-PREPAY-INT        PIC X(20).
       01  WS-TEMP-OUTSTANDING       PIC X(20).
       01  WS-SCHED-INTEREST         PIC 9(13)V99.
       01  WS-PREPAY-INTEREST        PIC 9(13)V99.
       01  WS-TOTAL-INTEREST         PIC 9(13)V99.
       01  WS-OUTSTANDING            PIC 9(13)V99.
       01  WS-AMOUNT-DISP            PIC Z(12)9.99.

       01  WS-LOANS-REPORTED         PIC 9(9) VALUE 0.
       01  WS-NO-TIN-COUNT           PIC 9(9) VALUE 0.
       01  WS-GRAND-TOTAL            PIC 9(15)V99 VALUE 0.

      *> Filing summary: one D record per statement, one T trailer.
       01  WS-SUMMARY-DETAIL.
           05  FILLER                PIC X(1) VALUE "D".
           05  WS-SD-TAX-YEAR        PIC 9(4).
           05  WS-SD-LOAN-ID         PIC X(12).
           05  WS-SD-ACCOUNT-NUMBER  PIC X(10).
           05  WS-SD-TIN             PIC X(11).
           05  WS-SD-NAME            PIC X(50).
           05  WS-SD-INTEREST        PIC 9(13)V99.
           05  WS-SD-OUTSTANDING     PIC 9(13)V99.
           05  WS-SD-DATE-OPENED     PIC X(10).
           05  FILLER                PIC X(32) VALUE SPACES.
       01  WS-SUMMARY-TRAILER.
           05  FILLER                PIC X(1) VALUE "T".
           05  WS-ST-TAX-YEAR        PIC 9(4).
           05  WS-ST-COUNT           PIC 9(9).
           05  WS-ST-TOTAL           PIC 9(15)V99.
           05  WS-ST-NO-TIN          PIC 9(9).
           05  FILLER                PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOAN-INTEREST-TAX-BATCH starting."
           DISPLAY "Enter Tax Year (e.g. 2025):"
           ACCEPT WS-TAX-YEAR

           PERFORM EXTRACT-LOAN-INTEREST-PARA
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "LOAN-INTEREST-TAX-BATCH failed extracting "
                   "loan interest. Return code: " WS-RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT STATEMENT-REPORT-FILE
           OPEN OUTPUT SUMMARY-FILE
           OPEN INPUT LOAN-INTEREST-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ LOAN-INTEREST-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-LOAN-PARA
               END-READ
           END-PERFORM
           CLOSE LOAN-INTEREST-FEED-FILE

           MOVE WS-TAX-YEAR TO WS-ST-TAX-YEAR
           MOVE WS-LOANS-REPORTED TO WS-ST-COUNT
           MOVE WS-GRAND-TOTAL TO WS-ST-TOTAL
           MOVE WS-NO-TIN-COUNT TO WS-ST-NO-TIN
           WRITE SUMMARY-RECORD FROM WS-SUMMARY-TRAILER
           CLOSE SUMMARY-FILE
           CLOSE STATEMENT-REPORT-FILE

           DISPLAY "LOAN-INTEREST-TAX-BATCH complete. Loans reported: "
               WS-LOANS-REPORTED
           IF WS-NO-TIN-COUNT > 0
               DISPLAY "Statements with no borrower TIN: "
                   WS-NO-TIN-COUNT
                   " -- correct the customer master before filing."
           END-IF
           GOBACK.

       EXTRACT-LOAN-INTEREST-PARA.
           *> Scheduled and prepayment interest are summed separately
           *> so the statement can show where the figure comes from.
           *> An installment paid before paid_date was recorded falls
           *> back to its due date. The principal outstanding at the
           *> year end is the original principal less every principal
           *> part collected or prepaid on or before 31 December.
           *> A loan only appears if it received interest in the year.
           STRING
               "WITH i AS (SELECT loan_id, interest_part AS sched, "
               "0 AS prepay FROM loan_schedule WHERE "
               "installment_status = 'PAID' AND EXTRACT(YEAR FROM "
               "COALESCE(paid_date, due_date)) = " WS-TAX-YEAR " "
               "UNION ALL SELECT loan_id, 0, interest_part FROM "
               "loan_prepayments WHERE EXTRACT(YEAR FROM "
               "business_date) = " WS-TAX-YEAR "), "
               "t AS (SELECT loan_id, SUM(sched) AS sched, "
               "SUM(prepay) AS prepay FROM i GROUP BY loan_id "
               "HAVING SUM(sched) + SUM(prepay) > 0) "
               "SELECT l.loan_id, l.account_number, "
               "COALESCE(to_char(l.disbursement_date, 'YYYY-MM-DD'),"
               " ''), "
               "COALESCE(c.legal_name, ah.holder_name, ''), "
               "COALESCE(c.tax_id, ''), "
               "COALESCE(c.street_address, ''), "
               "COALESCE(c.city_state_zip, ''), "
               "t.sched, t.prepay, "
               "GREATEST(l.principal - COALESCE((SELECT "
               "SUM(s.principal_part) FROM loan_schedule s WHERE "
               "s.loan_id = l.loan_id AND s.installment_status = "
               "'PAID' AND EXTRACT(YEAR FROM COALESCE(s.paid_date, "
               "s.due_date)) <= " WS-TAX-YEAR "), 0) - "
               "COALESCE((SELECT SUM(p.principal_part) FROM "
               "loan_prepayments p WHERE p.loan_id = l.loan_id AND "
               "EXTRACT(YEAR FROM p.business_date) <= " WS-TAX-YEAR
               "), 0), 0) "
               "FROM t JOIN loans l ON l.loan_id = t.loan_id "
               "LEFT JOIN (SELECT DISTINCT ON (account_number) "
               "account_number, holder_name, customer_id "
               "FROM account_holders WHERE holder_role = 'P' "
               "ORDER BY account_number, customer_id NULLS LAST, "
               "holder_id) ah "
               "ON ah.account_number = l.account_number "
               "LEFT JOIN customers c "
               "ON c.customer_id = ah.customer_id "
               "ORDER BY l.loan_id;"
               INTO WS-SQL-COMMAND.

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./loan_interest_feed.tmp"
               INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-SUB" USING
               "LOAN-INTEREST-TAX-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-ONE-LOAN-PARA.
           MOVE SPACES TO WS-LOAN-ID WS-ACCOUNT-NUMBER WS-DATE-OPENED
               WS-BORROWER-NAME WS-BORROWER-TIN WS-BORROWER-STREET
               WS-BORROWER-CSZ WS-TEMP-SCHED-INT WS-TEMP-PREPAY-INT
               WS-TEMP-OUTSTANDING
           UNSTRING LOAN-INTEREST-FEED-RECORD DELIMITED BY "|"
               INTO WS-LOAN-ID WS-ACCOUNT-NUMBER WS-DATE-OPENED
                    WS-BORROWER-NAME WS-BORROWER-TIN
                    WS-BORROWER-STREET WS-BORROWER-CSZ
                    WS-TEMP-SCHED-INT WS-TEMP-PREPAY-INT
                    WS-TEMP-OUTSTANDING
           END-UNSTRING
           COMPUTE WS-SCHED-INTEREST =
               FUNCTION NUMVAL(WS-TEMP-SCHED-INT)
           COMPUTE WS-PREPAY-INTEREST =
               FUNCTION NUMVAL(WS-TEMP-PREPAY-INT)
           COMPUTE WS-OUTSTANDING =
               FUNCTION NUMVAL(WS-TEMP-OUTSTANDING)
           COMPUTE WS-TOTAL-INTEREST =
               WS-SCHED-INTEREST + WS-PREPAY-INTEREST
           ADD 1 TO WS-LOANS-REPORTED
           ADD WS-TOTAL-INTEREST TO WS-GRAND-TOTAL
           IF WS-BORROWER-TIN = SPACES
               ADD 1 TO WS-NO-TIN-COUNT
           END-IF

           PERFORM WRITE-STATEMENT-PARA

           MOVE WS-TAX-YEAR TO WS-SD-TAX-YEAR
           MOVE WS-LOAN-ID TO WS-SD-LOAN-ID
           MOVE WS-ACCOUNT-NUMBER TO WS-SD-ACCOUNT-NUMBER
           MOVE WS-BORROWER-TIN TO WS-SD-TIN
           MOVE WS-BORROWER-NAME TO WS-SD-NAME
           MOVE WS-TOTAL-INTEREST TO WS-SD-INTEREST
           MOVE WS-OUTSTANDING TO WS-SD-OUTSTANDING
           MOVE WS-DATE-OPENED TO WS-SD-DATE-OPENED
           WRITE SUMMARY-RECORD FROM WS-SUMMARY-DETAIL.

       WRITE-STATEMENT-PARA.
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           STRING "Loan Interest Statement (1098) -- Tax Year "
               WS-TAX-YEAR
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           STRING "Borrower: " FUNCTION TRIM(WS-BORROWER-NAME)
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "          " FUNCTION TRIM(WS-BORROWER-STREET)
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "          " FUNCTION TRIM(WS-BORROWER-CSZ)
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           IF WS-BORROWER-TIN = SPACES
               MOVE "Borrower TIN: NOT ON FILE"
                   TO STATEMENT-REPORT-RECORD
           ELSE
               STRING "Borrower TIN: " WS-BORROWER-TIN
                   INTO STATEMENT-REPORT-RECORD
           END-IF
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           STRING "Loan " FUNCTION TRIM(WS-LOAN-ID)
               "  account " WS-ACCOUNT-NUMBER
               "  originated " WS-DATE-OPENED
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE WS-SCHED-INTEREST TO WS-AMOUNT-DISP
           STRING "Interest in scheduled payments   " WS-AMOUNT-DISP
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           MOVE WS-PREPAY-INTEREST TO WS-AMOUNT-DISP
           STRING "Interest in prepayments/payoff   " WS-AMOUNT-DISP
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-DISP
           STRING "Total interest received          " WS-AMOUNT-DISP
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD
           MOVE WS-OUTSTANDING TO WS-AMOUNT-DISP
           STRING "Principal outstanding 31 Dec     " WS-AMOUNT-DISP
               INTO STATEMENT-REPORT-RECORD
           WRITE STATEMENT-REPORT-RECORD
           MOVE SPACES TO STATEMENT-REPORT-RECORD.

       END PROGRAM LOAN-INTEREST-TAX-BATCH.
