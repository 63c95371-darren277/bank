      *> was generated when:
      *>   - NSF notices off decline_log (NSF and LOAN declines),
      *>   - rate-change notices off interest_rate_history stamps,
      *>   - fee notices off CHARGED fee_assessments rows,
      *>   - IRS B-notice letters off the open b_notices rows
      *>     TIN-BNOTICE-IMPORT-BATCH records -- BNOTICE-FIRST or
      *>     BNOTICE-SECOND by the notice level, with {amount} merging
      *>     the tax year the IRS flagged,
      *>   - garnishment and levy notices off the legal_order_accounts
      *>     lines LEVY-REGISTER has processed -- {amount} merging
      *>     what was held from the account (zero where only
      *>     protected funds were on deposit),
      *>   - annual privacy notices off the DUE privacy_notices rows
      *>     PRIVACY-NOTICE-BATCH records, addressed to the customer
      *>     direct; the row is marked QUEUED as it is queued,
      *>   - age-of-majority notices off the NOTICE-DUE
      *>     majority_conversions rows MAJORITY-CONVERSION-BATCH
      *>     records, to the minor and the custodian on the account,
      *>     {date} merging the day the account converts to the minor;
      *>     the row is marked NOTIFIED, which starts the notice
      *>     period the conversion waits out,
      *>   - returned-item notices off the CHARGED-BACK
      *>     returned_deposit_items rows RETURNED-ITEM-IMPORT-BATCH
      *>     records -- {amount} merging the item charged back and
      *>     {date} the day it came back.
      *> Templates live in notice_templates (notice_type plus a body
      *> with {name}, {account}, {amount} and {date} merge fields,
      *> merged in the statement itself); each notice is addressed
       01  WS-NSF-NOTICES           PIC 9(9) VALUE 0.
       01  WS-RATE-NOTICES          PIC 9(9) VALUE 0.
       01  WS-FEE-NOTICES           PIC 9(9) VALUE 0.
       01  WS-BNOTICE-NOTICES       PIC 9(9) VALUE 0.
       01  WS-LEVY-NOTICES          PIC 9(9) VALUE 0.
       01  WS-PRIVACY-NOTICES       PIC 9(9) VALUE 0.
       01  WS-MAJORITY-NOTICES      PIC 9(9) VALUE 0.
       01  WS-RETURNED-NOTICES      PIC 9(9) VALUE 0.
       01  WS-TOTAL-NOTICES         PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           PERFORM GENERATE-NSF-NOTICES-PARA
           PERFORM GENERATE-RATE-NOTICES-PARA
           PERFORM GENERATE-FEE-NOTICES-PARA
           PERFORM GENERATE-BNOTICE-NOTICES-PARA
           PERFORM GENERATE-LEVY-NOTICES-PARA
           PERFORM GENERATE-PRIVACY-NOTICES-PARA
           PERFORM GENERATE-MAJORITY-NOTICES-PARA
           PERFORM GENERATE-RETURNED-NOTICES-PARA

           COMPUTE WS-TOTAL-NOTICES =
               WS-NSF-NOTICES + WS-RATE-NOTICES + WS-FEE-NOTICES
               + WS-BNOTICE-NOTICES + WS-LEVY-NOTICES
               + WS-PRIVACY-NOTICES + WS-MAJORITY-NOTICES
               + WS-RETURNED-NOTICES
           IF WS-RUN-STATUS = "COMPLETED"
               CALL "BATCH-RAN-MARK-SUB" USING
                   WS-BATCH-NAME WS-BUSINESS-DATE
               WS-TOTAL-NOTICES WS-RUN-STATUS
           DISPLAY "NOTICE-BATCH complete. NSF: " WS-NSF-NOTICES
               " Rate: " WS-RATE-NOTICES " Fee: " WS-FEE-NOTICES
               " B-notice: " WS-BNOTICE-NOTICES
               " Levy: " WS-LEVY-NOTICES
               " Privacy: " WS-PRIVACY-NOTICES
               " Majority: " WS-MAJORITY-NOTICES
               " Returned item: " WS-RETURNED-NOTICES
           IF WS-RUN-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       GENERATE-BNOTICE-NOTICES-PARA.
      *> The letter goes to the customer the notice was matched to,
      *> not the account's current primary holder. A notice already
      *> cured by a certification on file at import time is RESOLVED
      *> and gets no letter.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH src AS (SELECT n.bnotice_id AS source_id, "
               "n.account_number, n.tax_year, 'BNOTICE-' || "
               "n.notice_level AS ntype, c.customer_id, "
               "c.legal_name, c.street_address, c.city_state_zip "
               "FROM b_notices n "
               "JOIN customers c ON c.customer_id = n.customer_id "
               "WHERE n.bnotice_status = 'OPEN' "
               "AND NOT EXISTS (SELECT 1 FROM notice_log nl WHERE "
               "nl.source_type = 'BNOTICE' AND nl.source_id = "
               "n.bnotice_id)), "
               "q AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT s.customer_id, s.ntype, s.legal_name, "
               "s.street_address, s.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', s.legal_name), '{account}', "
               "s.account_number), '{amount}', s.tax_year::text), "
               "'{date}', '" WS-BUSINESS-DATE "'), NOW(), 'QUEUED' "
               "FROM src s JOIN notice_templates t "
               "ON t.notice_type = s.ntype RETURNING notice_id), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'BNOTICE', source_id, ntype, NOW() FROM src) "
               "SELECT COUNT(*) FROM q;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-NOTICE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-BNOTICE-NOTICES =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       GENERATE-LEVY-NOTICES-PARA.
      *> One notice per account an order was processed against, to
      *> the account's primary holder. A line that was never
      *> processed (released when its order closed) had nothing
      *> done to it and gets no notice.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH src AS (SELECT x.order_account_id AS source_id, "
               "x.account_number, x.amount_held, c.customer_id, "
               "c.legal_name, c.street_address, c.city_state_zip "
               "FROM legal_order_accounts x "
               "JOIN account_holders h ON h.account_number = "
               "x.account_number AND h.holder_role = 'P' "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE x.line_status <> 'NAMED' AND (x.amount_held > 0 "
               "OR x.line_status = 'NOFUNDS') "
               "AND NOT EXISTS (SELECT 1 FROM notice_log nl WHERE "
               "nl.source_type = 'LEVY' AND nl.source_id = "
               "x.order_account_id)), "
               "q AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT s.customer_id, 'LEVY', s.legal_name, "
               "s.street_address, s.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', s.legal_name), '{account}', "
               "s.account_number), '{amount}', s.amount_held::text), "
               "'{date}', '" WS-BUSINESS-DATE "'), NOW(), 'QUEUED' "
               "FROM src s JOIN notice_templates t "
               "ON t.notice_type = 'LEVY' RETURNING notice_id), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'LEVY', source_id, 'LEVY', NOW() FROM src) "
               "SELECT COUNT(*) FROM q;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-NOTICE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-LEVY-NOTICES =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       GENERATE-PRIVACY-NOTICES-PARA.
      *> One notice per DUE row, to the customer themselves -- the
      *> privacy notice belongs to the relationship, not an account,
      *> so {account} merges blank and {amount} merges zero.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH src AS (SELECT p.privacy_notice_id AS source_id, "
               "c.customer_id, c.legal_name, c.street_address, "
               "c.city_state_zip FROM privacy_notices p "
               "JOIN customers c ON c.customer_id = p.customer_id "
               "WHERE p.notice_status = 'DUE' "
               "AND NOT EXISTS (SELECT 1 FROM notice_log nl WHERE "
               "nl.source_type = 'PRIVACY' AND nl.source_id = "
               "p.privacy_notice_id)), "
               "q AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT s.customer_id, 'PRIVACY', s.legal_name, "
               "s.street_address, s.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', s.legal_name), '{account}', ''), "
               "'{amount}', '0'), '{date}', '" WS-BUSINESS-DATE
               "'), NOW(), 'QUEUED' "
               "FROM src s JOIN notice_templates t "
               "ON t.notice_type = 'PRIVACY' RETURNING notice_id), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'PRIVACY', source_id, 'PRIVACY', NOW() "
               "FROM src), "
               "up AS (UPDATE privacy_notices SET notice_status = "
               "'QUEUED' WHERE privacy_notice_id IN (SELECT "
               "source_id FROM src)) "
               "SELECT COUNT(*) FROM q;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-NOTICE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-PRIVACY-NOTICES =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       GENERATE-MAJORITY-NOTICES-PARA.
      *> One notice per NOTICE-DUE row to each of the minor and the
      *> custodian. The row only moves to NOTIFIED when the template
      *> exists -- the notice period must not start on a notice that
      *> was never queued.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH src AS (SELECT m.conversion_id AS source_id, "
               "m.account_number, m.convert_on FROM "
               "majority_conversions m WHERE m.conversion_status = "
               "'NOTICE-DUE' AND EXISTS (SELECT 1 FROM "
               "notice_templates WHERE notice_type = 'MAJORITY') "
               "AND NOT EXISTS (SELECT 1 FROM notice_log nl WHERE "
               "nl.source_type = 'MAJORITY' AND nl.source_id = "
               "m.conversion_id)), "
               "q AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT c.customer_id, 'MAJORITY', c.legal_name, "
               "c.street_address, c.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', c.legal_name), '{account}', "
               "s.account_number), '{amount}', '0'), '{date}', "
               "s.convert_on::text), NOW(), 'QUEUED' "
               "FROM src s JOIN account_holders h ON "
               "h.account_number = s.account_number AND "
               "h.holder_role IN ('M', 'C') "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "JOIN notice_templates t "
               "ON t.notice_type = 'MAJORITY' RETURNING notice_id), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'MAJORITY', source_id, 'MAJORITY', NOW() "
               "FROM src), "
               "up AS (UPDATE majority_conversions SET "
               "conversion_status = 'NOTIFIED', notified_on = DATE '"
               WS-BUSINESS-DATE "' WHERE conversion_id IN (SELECT "
               "source_id FROM src)) "
               "SELECT COUNT(*) FROM q;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-NOTICE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-MAJORITY-NOTICES =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       GENERATE-RETURNED-NOTICES-PARA.
      *> One notice per item charged back, to the depositor's
      *> primary holder. A re-presented item has taken nothing from
      *> the customer yet and gets no notice unless it comes back
      *> again and is charged back.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH src AS (SELECT r.return_id AS source_id, "
               "r.account_number, r.amount, r.return_date, "
               "c.customer_id, c.legal_name, c.street_address, "
               "c.city_state_zip FROM returned_deposit_items r "
               "JOIN account_holders h ON h.account_number = "
               "r.account_number AND h.holder_role = 'P' "
               "JOIN customers c ON c.customer_id = h.customer_id "
               "WHERE r.disposition = 'CHARGED-BACK' "
               "AND NOT EXISTS (SELECT 1 FROM notice_log nl WHERE "
               "nl.source_type = 'RETURNED-ITEM' AND nl.source_id = "
               "r.return_id)), "
               "q AS (INSERT INTO notice_queue (customer_id, "
               "notice_type, mail_name, mail_address1, mail_address2, "
               "notice_body, queued_at, notice_status) "
               "SELECT s.customer_id, 'RETURNED-ITEM', s.legal_name, "
               "s.street_address, s.city_state_zip, "
               "replace(replace(replace(replace(t.template_body, "
               "'{name}', s.legal_name), '{account}', "
               "s.account_number), '{amount}', s.amount::text), "
               "'{date}', s.return_date::text), NOW(), 'QUEUED' "
               "FROM src s JOIN notice_templates t "
               "ON t.notice_type = 'RETURNED-ITEM' "
               "RETURNING notice_id), "
               "lg AS (INSERT INTO notice_log (source_type, "
               "source_id, notice_type, generated_at) "
               "SELECT 'RETURNED-ITEM', source_id, 'RETURNED-ITEM', "
               "NOW() FROM src) "
               "SELECT COUNT(*) FROM q;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-NOTICE-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-RETURNED-NOTICES =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       RUN-NOTICE-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
