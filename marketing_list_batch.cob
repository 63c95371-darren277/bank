       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARKETING-LIST-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Marketing list pull. Lists for campaigns and for partners
      *> were pulled by hand from the customer master with nothing
      *> to keep out the customers who had opted out. This run writes
      *> ./marketing_list.txt for one list type, chosen by
      *> MARKETING_LIST_TYPE:
      *>   TELEMKT    -- phone list, by phone number;
      *>   EMAIL      -- e-mail list, by address;
      *>   AFFILIATE  -- mailing list shared with an affiliate;
      *>   THIRDPARTY -- mailing list for a third-party marketer
      *>                 (the default).
      *> Only customers holding an account that is not closed, not
      *> merged or redacted, and with the contact the list needs are
      *> considered; anyone with an opt-out of the list's type
      *> standing on the business date in customer_privacy_optouts is
      *> suppressed. The report's last lines give the count listed
      *> and the count suppressed. A job the runbook schedules when
      *> marketing asks, not a nightly chain step.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FEED-FILE ASSIGN TO "./marketing_list_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-REPORT-FILE ASSIGN TO "./marketing_list.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FEED-FILE.
       01  LIST-FEED-RECORD         PIC X(200).
       FD  LIST-REPORT-FILE.
       01  LIST-REPORT-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.

       01  WS-LIST-TYPE             PIC X(10) VALUE SPACES.
           88  WS-LIST-TYPE-VALID   VALUE "TELEMKT" "EMAIL"
                                          "AFFILIATE" "THIRDPARTY".
      *> The contact column the list is built on.
       01  WS-CONTACT-COLUMN        PIC X(40) VALUE SPACES.

      *> Feed lines are S|count (suppressed) or L|line (listed).
       01  WS-FEED-KIND             PIC X(1).
       01  WS-FEED-LINE             PIC X(190).

       01  WS-CUSTOMERS-LISTED      PIC 9(9) VALUE 0.
       01  WS-CUSTOMERS-SUPPRESSED  PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME            PIC X(30) VALUE
           "MARKETING-LIST-BATCH".
       01  WS-RUN-ID                PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS            PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "MARKETING-LIST-BATCH starting."

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not running."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-LIST-TYPE FROM ENVIRONMENT "MARKETING_LIST_TYPE"
           IF WS-LIST-TYPE = SPACES
               MOVE "THIRDPARTY" TO WS-LIST-TYPE
           END-IF
           IF NOT WS-LIST-TYPE-VALID
               DISPLAY "Invalid list type " WS-LIST-TYPE
                   " -- use TELEMKT, EMAIL, AFFILIATE or THIRDPARTY."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-LIST-TYPE
               WHEN "TELEMKT"
                   MOVE "c.phone" TO WS-CONTACT-COLUMN
               WHEN "EMAIL"
                   MOVE "c.email" TO WS-CONTACT-COLUMN
               WHEN OTHER
                   MOVE "c.street_address" TO WS-CONTACT-COLUMN
           END-EVALUATE
           DISPLAY "Business date: " WS-BUSINESS-DATE
               " list type: " WS-LIST-TYPE

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM EXTRACT-LIST-PARA
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-CUSTOMERS-LISTED WS-RUN-STATUS
               DISPLAY "MARKETING-LIST-BATCH failed."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-LIST-PARA

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-CUSTOMERS-LISTED WS-RUN-STATUS
           DISPLAY "MARKETING-LIST-BATCH complete. Listed: "
               WS-CUSTOMERS-LISTED " suppressed: "
               WS-CUSTOMERS-SUPPRESSED
           GOBACK.

       EXTRACT-LIST-PARA.
      *> elig is everyone the list could reach; opt is the subset with
      *> a standing opt-out of this type. The suppressed count leads
      *> the feed, then the listed customers in number order.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "WITH elig AS (SELECT c.customer_id, c.legal_name, "
               "COALESCE(c.street_address, '') AS addr1, "
               "COALESCE(c.city_state_zip, '') AS addr2, "
               "COALESCE(c.phone, '') AS phone, "
               "COALESCE(c.email, '') AS email FROM customers c "
               "WHERE COALESCE(c.customer_status, 'ACTIVE') NOT IN "
               "('MERGED', 'REDACTED') AND COALESCE("
               FUNCTION TRIM(WS-CONTACT-COLUMN)
               ", '') <> '' AND EXISTS (SELECT 1 FROM "
               "account_holders h JOIN accounts a ON a.account_number "
               "= h.account_number WHERE h.customer_id = "
               "c.customer_id AND COALESCE(a.account_status, "
               "'ACTIVE') <> 'CLOSED')), "
               "opt AS (SELECT DISTINCT p.customer_id FROM "
               "customer_privacy_optouts p WHERE p.optout_type = '"
               FUNCTION TRIM(WS-LIST-TYPE)
               "' AND p.effective_date <= DATE '" WS-BUSINESS-DATE
               "' AND (p.end_date IS NULL OR p.end_date > DATE '"
               WS-BUSINESS-DATE "')) "
               "SELECT 'S', COUNT(*)::text, 0 FROM elig WHERE "
               "customer_id IN (SELECT customer_id FROM opt) "
               "UNION ALL SELECT 'L', rpad(customer_id::text, 10) || "
               "rpad(legal_name, 36) || CASE '"
               FUNCTION TRIM(WS-LIST-TYPE)
               "' WHEN 'TELEMKT' THEN phone WHEN 'EMAIL' THEN email "
               "ELSE rpad(addr1, 40) || addr2 END, customer_id "
               "FROM elig WHERE customer_id NOT IN (SELECT "
               "customer_id FROM opt) ORDER BY 3;"
               INTO WS-SQL-COMMAND

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./marketing_list_feed.tmp"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "MARKETING-LIST-BATCH" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       WRITE-LIST-PARA.
           OPEN OUTPUT LIST-REPORT-FILE
           MOVE SPACES TO LIST-REPORT-RECORD
           STRING "Marketing list -- " FUNCTION TRIM(WS-LIST-TYPE)
               " -- business date " WS-BUSINESS-DATE
               INTO LIST-REPORT-RECORD
           WRITE LIST-REPORT-RECORD
           MOVE SPACES TO LIST-REPORT-RECORD
           WRITE LIST-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LIST-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ LIST-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM WRITE-ONE-CUSTOMER-PARA
               END-READ
           END-PERFORM
           CLOSE LIST-FEED-FILE

           MOVE SPACES TO LIST-REPORT-RECORD
           WRITE LIST-REPORT-RECORD
           MOVE SPACES TO LIST-REPORT-RECORD
           STRING "Customers listed: " WS-CUSTOMERS-LISTED
               INTO LIST-REPORT-RECORD
           WRITE LIST-REPORT-RECORD
           MOVE SPACES TO LIST-REPORT-RECORD
           STRING "Suppressed by opt-out: " WS-CUSTOMERS-SUPPRESSED
               INTO LIST-REPORT-RECORD
           WRITE LIST-REPORT-RECORD
           CLOSE LIST-REPORT-FILE.

       WRITE-ONE-CUSTOMER-PARA.
           MOVE SPACES TO WS-FEED-KIND WS-FEED-LINE
           UNSTRING LIST-FEED-RECORD DELIMITED BY "|"
               INTO WS-FEED-KIND WS-FEED-LINE
           END-UNSTRING
           IF WS-FEED-KIND = "S"
               COMPUTE WS-CUSTOMERS-SUPPRESSED =
                   FUNCTION NUMVAL(WS-FEED-LINE)
           ELSE
               ADD 1 TO WS-CUSTOMERS-LISTED
               MOVE SPACES TO LIST-REPORT-RECORD
               MOVE WS-FEED-LINE TO LIST-REPORT-RECORD
               WRITE LIST-REPORT-RECORD
           END-IF.

       END PROGRAM MARKETING-LIST-BATCH.
