       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJORITY-CONVERSION-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Age-of-majority run for children's accounts. A minor (holder
      *> role M) holds the account with a parent or custodian (role
      *> C) until they come of age; nothing used to happen when they
      *> did. Month-end, this batch
      *>   1. hands every NOTIFIED majority_conversions row whose
      *>      convert_on date has arrived to PRODUCT-CONVERSION-BATCH
      *>      (CONVERT_MODE=MAJORITY): the account moves to the
      *>      product's adult product with the minor as sole owner
      *>      and the custodian removed;
      *>   2. finds the minors reaching the age of majority within
      *>      the notice period -- customers.date_of_birth plus the
      *>      majority age for the state in their address
      *>      (majority_ages, 18 where the state is not listed) --
      *>      and records a NOTICE-DUE row for each, converting on
      *>      the majority date or at the end of the notice period,
      *>      whichever is later. NOTICE-BATCH, later in the chain,
      *>      queues the MAJORITY notice to the minor and custodian
      *>      and marks the row NOTIFIED. An account whose product
      *>      names no adult product (products.adult_product_code) is
      *>      recorded as REVIEW for the branch to convert by hand;
      *>   3. writes ./majority_conversion_report.txt -- every row
      *>      still in flight and every account converted tonight.
      *> MAJORITY_NOTICE_DAYS sets the notice period (default 30).
      *> An account already carrying a row (other than CANCELLED) is
      *> not picked up again. The count on run history is the rows
      *> recorded plus the rows sent for conversion.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAJORITY-FEED-FILE
           ASSIGN TO "./majority_conversion_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAJORITY-REPORT-FILE
           ASSIGN TO "./majority_conversion_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE
           ASSIGN TO "./psql_result_majority.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAJORITY-FEED-FILE.
       01  MAJORITY-FEED-RECORD     PIC X(132).
       FD  MAJORITY-REPORT-FILE.
       01  MAJORITY-REPORT-RECORD   PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD       PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-PSQL-RESULT           PIC X(40).

       01  WS-NOTICE-DAYS-ENV       PIC X(3) VALUE SPACES.
       01  WS-NOTICE-DAYS           PIC 9(3) VALUE 30.
       01  WS-NOTICE-DAYS-DISP      PIC Z(2)9.
       01  WS-DUE-TEXT              PIC X(12) VALUE SPACES.
       01  WS-REVIEW-TEXT           PIC X(12) VALUE SPACES.
       01  WS-SENT-TO-CONVERT       PIC 9(9) VALUE 0.
       01  WS-NOTICES-DUE           PIC 9(9) VALUE 0.
       01  WS-HELD-FOR-REVIEW       PIC 9(9) VALUE 0.
       01  WS-ROWS-PROCESSED        PIC 9(9) VALUE 0.
       01  WS-REPORT-LINES          PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "MAJORITY-CONVERSION-BATCH".
       01  WS-ALREADY-RAN           PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "MAJORITY-CONVERSION-BATCH starting."

           CALL "BATCH-RAN-CHECK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE WS-ALREADY-RAN
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ALREADY-RAN = 'Y'
               DISPLAY "MAJORITY-CONVERSION-BATCH already ran for "
                   "business date " WS-BUSINESS-DATE
                   " -- not running again."
               GOBACK
           END-IF
           DISPLAY "Business date: " WS-BUSINESS-DATE

           ACCEPT WS-NOTICE-DAYS-ENV FROM ENVIRONMENT
               "MAJORITY_NOTICE_DAYS"
           IF FUNCTION TRIM(WS-NOTICE-DAYS-ENV) NOT = SPACES
               COMPUTE WS-NOTICE-DAYS =
                   FUNCTION NUMVAL(WS-NOTICE-DAYS-ENV)
           END-IF
           MOVE WS-NOTICE-DAYS TO WS-NOTICE-DAYS-DISP
           DISPLAY "Notice period: "
               FUNCTION TRIM(WS-NOTICE-DAYS-DISP) " days"

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM MARK-DUE-CONVERSIONS-PARA
           IF WS-RETURN-CODE NOT = 0
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF

           IF WS-SENT-TO-CONVERT > 0
               PERFORM RUN-CONVERSION-PARA
               IF WS-RETURN-CODE NOT = 0
                   PERFORM FAIL-RUN-PARA
                   GOBACK
               END-IF
           END-IF

           PERFORM IDENTIFY-MINORS-PARA
           IF WS-RETURN-CODE NOT = 0
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF

           PERFORM EXTRACT-REPORT-PARA
           PERFORM WRITE-REPORT-PARA

           COMPUTE WS-ROWS-PROCESSED =
               WS-SENT-TO-CONVERT + WS-NOTICES-DUE + WS-HELD-FOR-REVIEW
           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ROWS-PROCESSED WS-RUN-STATUS
           DISPLAY "MAJORITY-CONVERSION-BATCH complete. Converting: "
               WS-SENT-TO-CONVERT " Notices due: " WS-NOTICES-DUE
               " Review: " WS-HELD-FOR-REVIEW
           GOBACK.

       FAIL-RUN-PARA.
           MOVE "FAILED" TO WS-RUN-STATUS
           COMPUTE WS-ROWS-PROCESSED =
               WS-SENT-TO-CONVERT + WS-NOTICES-DUE + WS-HELD-FOR-REVIEW
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ROWS-PROCESSED WS-RUN-STATUS
           DISPLAY "MAJORITY-CONVERSION-BATCH failed."
           MOVE 8 TO RETURN-CODE.

       MARK-DUE-CONVERSIONS-PARA.
      *> The notice has gone out and its period has run: the row is
      *> marked CONVERT for PRODUCT-CONVERSION-BATCH to pick up.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH up AS (UPDATE majority_conversions SET "
               "conversion_status = 'CONVERT' WHERE "
               "conversion_status = 'NOTIFIED' AND convert_on <= "
               "DATE '" WS-BUSINESS-DATE "' RETURNING conversion_id) "
               "SELECT COUNT(*) FROM up;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-MAJORITY-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-SENT-TO-CONVERT =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       RUN-CONVERSION-PARA.
      *> The conversion itself is PRODUCT-CONVERSION-BATCH's -- the
      *> same re-point, re-rate, history stamp and letter every
      *> product conversion gets.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "CONVERT_MODE=MAJORITY CONVERT_EFFECTIVE="
               WS-BUSINESS-DATE
               " ./product_conversion_batch"
               INTO WS-SHELL-COMMAND

           DISPLAY "Executing: " FUNCTION TRIM(WS-SHELL-COMMAND)

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "MAJORITY-CONVERSION-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       IDENTIFY-MINORS-PARA.
      *> The state is the two capitals before the ZIP in
      *> city_state_zip. Result is "notices due|held for review".
           MOVE WS-NOTICE-DAYS TO WS-NOTICE-DAYS-DISP
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH cand AS (SELECT h.account_number, "
               "h.customer_id, (c.date_of_birth + make_interval("
               "years => COALESCE(ma.majority_age, 18)))::date AS "
               "majority_date, pr.adult_product_code "
               "FROM account_holders h "
               "JOIN accounts a ON a.account_number = "
               "h.account_number "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "LEFT JOIN products pr ON pr.product_code = "
               "a.product_code "
               "LEFT JOIN majority_ages ma ON ma.state_code = "
               "substring(c.city_state_zip from "
               "'([A-Z]{2}) *[0-9]{5}') "
               "WHERE h.holder_role = 'M' "
               "AND c.date_of_birth IS NOT NULL "
               "AND COALESCE(a.account_status, 'ACTIVE') <> 'CLOSED' "
               "AND NOT EXISTS (SELECT 1 FROM majority_conversions m "
               "WHERE m.account_number = h.account_number "
               "AND m.conversion_status <> 'CANCELLED')), "
               "ins AS (INSERT INTO majority_conversions "
               "(account_number, minor_customer_id, majority_date, "
               "convert_on, target_product, conversion_status, "
               "created_at) SELECT account_number, customer_id, "
               "majority_date, GREATEST(majority_date, DATE '"
               WS-BUSINESS-DATE "' + "
               FUNCTION TRIM(WS-NOTICE-DAYS-DISP)
               "), adult_product_code, CASE WHEN adult_product_code "
               "IS NULL THEN 'REVIEW' ELSE 'NOTICE-DUE' END, NOW() "
               "FROM cand WHERE majority_date <= DATE '"
               WS-BUSINESS-DATE "' + "
               FUNCTION TRIM(WS-NOTICE-DAYS-DISP)
               " RETURNING conversion_status) "
               "SELECT COUNT(*) FILTER (WHERE conversion_status = "
               "'NOTICE-DUE') || '|' || COUNT(*) FILTER (WHERE "
               "conversion_status = 'REVIEW') FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-MAJORITY-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-DUE-TEXT WS-REVIEW-TEXT
               END-UNSTRING
               COMPUTE WS-NOTICES-DUE = FUNCTION NUMVAL(WS-DUE-TEXT)
               COMPUTE WS-HELD-FOR-REVIEW =
                   FUNCTION NUMVAL(WS-REVIEW-TEXT)
           END-IF.

       EXTRACT-REPORT-PARA.
      *> Every row still in flight, and every account converted
      *> tonight, in conversion-date order.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT rpad(m.account_number, 12) || "
               "rpad(COALESCE(c.legal_name, '?'), 32) || "
               "rpad(m.majority_date::text, 12) || "
               "rpad(m.convert_on::text, 12) || "
               "rpad(COALESCE(m.target_product, '-'), 10) || "
               "m.conversion_status "
               "FROM majority_conversions m "
               "LEFT JOIN customers c ON c.customer_id = "
               "m.minor_customer_id "
               "WHERE m.conversion_status IN ('NOTICE-DUE', "
               "'NOTIFIED', 'CONVERT', 'REVIEW') "
               "OR (m.conversion_status = 'CONVERTED' "
               "AND m.converted_on = DATE '" WS-BUSINESS-DATE "') "
               "ORDER BY m.convert_on, m.account_number;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./majority_conversion_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       WRITE-REPORT-PARA.
           OPEN OUTPUT MAJORITY-REPORT-FILE
           MOVE SPACES TO MAJORITY-REPORT-RECORD
           STRING "Age-of-majority conversions -- business date "
               WS-BUSINESS-DATE
               INTO MAJORITY-REPORT-RECORD
           WRITE MAJORITY-REPORT-RECORD
           MOVE SPACES TO MAJORITY-REPORT-RECORD
           WRITE MAJORITY-REPORT-RECORD
           MOVE SPACES TO MAJORITY-REPORT-RECORD
           STRING "Account     Minor                           "
               "Majority    Converts    Product   Status"
               INTO MAJORITY-REPORT-RECORD
           WRITE MAJORITY-REPORT-RECORD

           MOVE 0 TO WS-REPORT-LINES
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT MAJORITY-FEED-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ MAJORITY-FEED-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-REPORT-LINES
                           MOVE MAJORITY-FEED-RECORD
                               TO MAJORITY-REPORT-RECORD
                           WRITE MAJORITY-REPORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE MAJORITY-FEED-FILE
           END-IF

           IF WS-REPORT-LINES = 0
               MOVE "No minors' accounts in conversion."
                   TO MAJORITY-REPORT-RECORD
               WRITE MAJORITY-REPORT-RECORD
           END-IF

           MOVE SPACES TO MAJORITY-REPORT-RECORD
           WRITE MAJORITY-REPORT-RECORD
           MOVE SPACES TO MAJORITY-REPORT-RECORD
           STRING "Sent for conversion: " WS-SENT-TO-CONVERT
               "  Notices due: " WS-NOTICES-DUE
               "  Held for review: " WS-HELD-FOR-REVIEW
               INTO MAJORITY-REPORT-RECORD
           WRITE MAJORITY-REPORT-RECORD
           CLOSE MAJORITY-REPORT-FILE.

       RUN-MAJORITY-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > ./psql_result_majority.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "MAJORITY-CONVERSION-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM MAJORITY-CONVERSION-BATCH.
