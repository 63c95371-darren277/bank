      *> notice per account through the notice engine, and reports
      *> every account converted with its before/after terms. A rerun
      *> finds nothing left on the old product and does nothing.
      *> With CONVERT_MODE=MAJORITY the same machinery converts the
      *> minors' accounts MAJORITY-CONVERSION-BATCH has marked CONVERT
      *> instead: each moves to its row's target adult product at that
      *> product's default rate, the minor becomes the primary and
      *> sole holder (the custodian and anyone else on the account
      *> come off, and the ownership category reverts to single), the
      *> conversion notice goes to the new owner, and the row is
      *> marked CONVERTED. CONVERT_OLD_PRODUCT and CONVERT_NEW_PRODUCT
      *> are not used in that mode.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND           PIC X(2000).
       01  WS-SHELL-COMMAND         PIC X(2200).
       01  WS-RETURN-CODE           PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE          PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE           PIC X VALUE 'N'.
       01  WS-OLD-PRODUCT           PIC X(8) VALUE SPACES.
       01  WS-NEW-PRODUCT           PIC X(8) VALUE SPACES.
       01  WS-EFFECTIVE-DATE        PIC X(10) VALUE SPACES.
       01  WS-CONVERT-MODE          PIC X(10) VALUE SPACES.
           88  WS-MAJORITY-MODE     VALUE "MAJORITY".
       01  WS-ACCOUNTS-CONVERTED    PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
               GOBACK
           END-IF

           ACCEPT WS-CONVERT-MODE FROM ENVIRONMENT "CONVERT_MODE"
           ACCEPT WS-OLD-PRODUCT FROM ENVIRONMENT
               "CONVERT_OLD_PRODUCT"
           ACCEPT WS-NEW-PRODUCT FROM ENVIRONMENT
               "CONVERT_NEW_PRODUCT"
           ACCEPT WS-EFFECTIVE-DATE FROM ENVIRONMENT
               "CONVERT_EFFECTIVE"
           IF NOT WS-MAJORITY-MODE
                   AND (FUNCTION TRIM(WS-OLD-PRODUCT) = SPACES
                   OR FUNCTION TRIM(WS-NEW-PRODUCT) = SPACES)
               DISPLAY "CONVERT_OLD_PRODUCT and CONVERT_NEW_PRODUCT "
                   "must both be set -- not running."
               MOVE 8 TO RETURN-CODE
           IF FUNCTION TRIM(WS-EFFECTIVE-DATE) = SPACES
               MOVE WS-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF WS-MAJORITY-MODE
               DISPLAY "Converting minors' accounts at majority "
                   "effective " WS-EFFECTIVE-DATE
           ELSE
               DISPLAY "Converting " FUNCTION TRIM(WS-OLD-PRODUCT)
                   " to " FUNCTION TRIM(WS-NEW-PRODUCT)
                   " effective " WS-EFFECTIVE-DATE
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           IF WS-MAJORITY-MODE
               PERFORM EXTRACT-MAJORITY-BEFORE-PARA
           ELSE
               PERFORM EXTRACT-BEFORE-PARA
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               GOBACK
           END-IF

           IF WS-MAJORITY-MODE
               PERFORM CONVERT-MAJORITY-PARA
           ELSE
               PERFORM CONVERT-PARA
           END-IF
           IF WS-RETURN-CODE NOT = 0
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       EXTRACT-MAJORITY-BEFORE-PARA.
      *> The before/after terms of every account marked CONVERT, with
      *> the minor who takes it over.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT a.account_number || '  was ' || "
               "a.product_code || ' rate ' || "
               "COALESCE(a.interest_rate, 0) || '  becomes ' || "
               "p.product_code || ' rate ' || "
               "p.default_interest_rate || '  owner ' || "
               "cu.legal_name "
               "FROM majority_conversions m "
               "JOIN accounts a ON a.account_number = "
               "m.account_number "
               "JOIN products p ON p.product_code = m.target_product "
               "JOIN customers cu ON cu.customer_id = "
               "m.minor_customer_id "
               "WHERE m.conversion_status = 'CONVERT' "
               "AND (a.account_status = 'ACTIVE' "
               "OR a.account_status IS NULL) "
               "ORDER BY a.account_number;"
               INTO WS-SQL-COMMAND.

           STRING
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A > ./conversion_feed.tmp"
               INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       CONVERT-PARA.
      *> One statement: re-point, re-rate with the history stamp, and
      *> queue the conversion notice per account -- and nothing at all
               "'CONVERSION') "
               "SELECT COUNT(*) FROM conv;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CONVERT-SQL-PARA.

       RUN-CONVERT-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               END-IF
           END-IF.

       CONVERT-MAJORITY-PARA.
      *> One statement, as CONVERT-PARA: re-point and re-rate with the
      *> history stamp, make the minor the sole primary holder, queue
      *> the conversion notice to them, and close out the row. A row
      *> whose target product is missing or whose account is no
      *> longer active is left at CONVERT for the report to show.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH conv AS (SELECT m.conversion_id, "
               "m.account_number, m.minor_customer_id, "
               "p.product_code, p.default_interest_rate "
               "FROM majority_conversions m "
               "JOIN products p ON p.product_code = m.target_product "
               "JOIN accounts a ON a.account_number = "
               "m.account_number "
               "WHERE m.conversion_status = 'CONVERT' "
               "AND (a.account_status = 'ACTIVE' "
               "OR a.account_status IS NULL) FOR UPDATE OF m, a), "
               "upd AS (UPDATE accounts a SET product_code = "
               "c.product_code, interest_rate = "
               "c.default_interest_rate, ownership_category = "
               "'SINGLE', trust_beneficiaries = NULL "
               "FROM conv c WHERE a.account_number = "
               "c.account_number), "
               "hist AS (INSERT INTO interest_rate_history "
               "(account_number, rate, effective_date) "
               "SELECT account_number, default_interest_rate, DATE '"
               WS-EFFECTIVE-DATE "' FROM conv), "
               "own AS (UPDATE account_holders h SET holder_role = "
               "'P' FROM conv c WHERE h.account_number = "
               "c.account_number AND h.holder_role = 'M'), "
               "rem AS (DELETE FROM account_holders h USING conv c "
               "WHERE h.account_number = c.account_number "
               "AND h.holder_role <> 'M'), "
               "done AS (UPDATE majority_conversions m SET "
               "conversion_status = 'CONVERTED', converted_on = DATE '"
               WS-EFFECTIVE-DATE "' FROM conv c WHERE "
               "m.conversion_id = c.conversion_id), "
               "letters AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT cu.customer_id, 'CONVERSION', cu.legal_name, "
               "cu.street_address, cu.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', cu.legal_name), '{account}', "
               "c.account_number), '{amount}', "
               "c.default_interest_rate::text), "
               "'{date}', '" WS-EFFECTIVE-DATE "'), NOW(), 'QUEUED' "
               "FROM conv c "
               "JOIN customers cu ON cu.customer_id = "
               "c.minor_customer_id "
               "JOIN notice_templates t ON t.notice_type = "
               "'CONVERSION') "
               "SELECT COUNT(*) FROM conv;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CONVERT-SQL-PARA.

       WRITE-REPORT-PARA.
           OPEN OUTPUT CONVERT-REPORT-FILE
           MOVE SPACES TO CONVERT-REPORT-RECORD
           IF WS-MAJORITY-MODE
               STRING "Age-of-majority conversion effective "
                   WS-EFFECTIVE-DATE
                   INTO CONVERT-REPORT-RECORD
           ELSE
               STRING "Product conversion "
                   FUNCTION TRIM(WS-OLD-PRODUCT) " -> "
                   FUNCTION TRIM(WS-NEW-PRODUCT)
                   " effective " WS-EFFECTIVE-DATE
                   INTO CONVERT-REPORT-RECORD
           END-IF
           WRITE CONVERT-REPORT-RECORD

           MOVE 'N' TO WS-END-OF-FILE
