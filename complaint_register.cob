       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-REGISTER.
       AUTHOR. DARREN-MACKENZIE.

      *> Customer complaint register. Complaints taken at the counter,
      *> by phone, by letter or by e-mail were recorded nowhere, and
      *> the examiners' first request is always the complaint log. A
      *> complaint (complaints) carries:
      *>   the complaint date and channel (C counter, P phone,
      *>   L letter, E e-mail);
      *>   the CIF customer and, where there is one, the account --
      *>   the account's product is taken at intake so the quarterly
      *>   summary counts it under the product it was about;
      *>   a regulatory category (FEES, OVERDRAFT, DISCLOSURE,
      *>   ERROR-RES, DISCRIM, PRIVACY, COLLECTION, SERVICE, OTHER)
      *>   and a description;
      *>   the assigned owner (an operator ID);
      *>   the acknowledgment and resolution deadlines, fixed at
      *>   intake from complaint_config (ack_days, resolution_days;
      *>   standard 5 and 30 calendar days);
      *>   the date acknowledged, the resolution and the date closed;
      *>   links to what resulted -- a disputes row, a reversal, or a
      *>   fee refund (a reversal of an F fee posting).
      *> Actions:
      *>   O = Open a complaint      A = Record acknowledgment
      *>   W = Assign the owner      K = Link a dispute, reversal or
      *>                                 fee refund
      *>   C = Close with the resolution
      *>   L = List open complaints  I = Inquire on one complaint
      *> COMPLAINT-AGING-BATCH lists the open register against its
      *> deadlines weekly; COMPLAINT-SUMMARY-BATCH counts the quarter
      *> by category and product for the board.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(2000).
       01  WS-SHELL-COMMAND      PIC X(2200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-ACTION             PIC X(1) VALUE SPACES.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.

       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-COMPLAINT-ID       PIC 9(9) VALUE 0.
       01  WS-COMPLAINT-DISP     PIC Z(8)9.
       01  WS-INPUT-DATE         PIC X(10) VALUE SPACES.
       01  WS-DESCRIPTION        PIC X(200) VALUE SPACES.
       01  WS-OWNER-ID           PIC X(8) VALUE SPACES.

       01  WS-CHANNEL            PIC X(1) VALUE SPACE.
           88  WS-CHANNEL-VALID  VALUE "C" "P" "L" "E".
       01  WS-CATEGORY           PIC X(10) VALUE SPACES.
           88  WS-CATEGORY-VALID VALUE "FEES" "OVERDRAFT" "DISCLOSURE"
                                       "ERROR-RES" "DISCRIM" "PRIVACY"
                                       "COLLECTION" "SERVICE" "OTHER".
       01  WS-LINK-TYPE          PIC X(1) VALUE SPACE.
           88  WS-LINK-VALID     VALUE "D" "R" "F".
       01  WS-LINK-ID            PIC 9(12) VALUE 0.
       01  WS-LINK-ID-DISP       PIC Z(11)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF

           CALL "BUSINESS-DATE-SUB" USING WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
               DISPLAY "No business date on run_control -- not "
                   "running."
               GOBACK
           END-IF

           DISPLAY "Enter Action (O=Open, A=Acknowledge, W=Assign "
               "owner, K=Link item, C=Close, L=List open, "
               "I=Inquire):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "O"
                   PERFORM OPEN-COMPLAINT-PARA
               WHEN "A"
                   PERFORM ACKNOWLEDGE-PARA
               WHEN "W"
                   PERFORM ASSIGN-OWNER-PARA
               WHEN "K"
                   PERFORM LINK-ITEM-PARA
               WHEN "C"
                   PERFORM CLOSE-COMPLAINT-PARA
               WHEN "L"
                   PERFORM LIST-OPEN-PARA
               WHEN "I"
                   PERFORM INQUIRE-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be O, A, W, K, C, "
                       "L or I."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       OPEN-COMPLAINT-PARA.
           DISPLAY "Enter Customer (CIF) Number:"
           ACCEPT WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID = 0
               DISPLAY "Customer number is required."
               GOBACK
           END-IF
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT legal_name FROM customers WHERE customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Customer " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   " not found."
               GOBACK
           END-IF
           DISPLAY "Customer: " FUNCTION TRIM(WS-PSQL-RESULT)

           DISPLAY "Enter Account Number (blank if none):"
           ACCEPT WS-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER NOT = SPACES
               CALL "VALIDATE-ACCOUNT-SUB" USING
                   WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
               IF WS-ACCOUNT-VALID NOT = 'Y'
                   DISPLAY "Invalid account number format."
                   GOBACK
               END-IF
           END-IF

           DISPLAY "Enter Complaint Date (YYYY-MM-DD, blank for "
               "today):"
           PERFORM ACCEPT-DATE-PARA

           DISPLAY "Enter Channel (C=Counter, P=Phone, L=Letter, "
               "E=E-mail):"
           ACCEPT WS-CHANNEL
           IF NOT WS-CHANNEL-VALID
               DISPLAY "Invalid channel -- must be C, P, L or E."
               GOBACK
           END-IF

           DISPLAY "Enter Category (FEES, OVERDRAFT, DISCLOSURE, "
               "ERROR-RES, DISCRIM, PRIVACY, COLLECTION, SERVICE, "
               "OTHER):"
           ACCEPT WS-CATEGORY
           IF NOT WS-CATEGORY-VALID
               DISPLAY "Invalid category."
               GOBACK
           END-IF

           DISPLAY "Enter Description:"
           ACCEPT WS-DESCRIPTION
           INSPECT WS-DESCRIPTION REPLACING ALL "'" BY " "
           INSPECT WS-DESCRIPTION REPLACING ALL WS-DOUBLE-QUOTE BY " "
           IF WS-DESCRIPTION = SPACES
               DISPLAY "Description is required."
               GOBACK
           END-IF

           DISPLAY "Enter Owner Operator ID (blank for yourself):"
           PERFORM ACCEPT-OWNER-PARA

      *> The account, when given, must be one the customer holds; the
      *> deadlines run from the complaint date, not the keying date.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO complaints (complaint_date, channel, "
               "customer_id, account_number, product_code, category, "
               "description, owner_id, ack_due_date, "
               "resolution_due_date, complaint_status, opened_by, "
               "opened_at) SELECT DATE '" WS-INPUT-DATE "', '"
               WS-CHANNEL "', " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               ", NULLIF('" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "', ''), (SELECT a.product_code FROM accounts a WHERE "
               "a.account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "'), '" FUNCTION TRIM(WS-CATEGORY) "', '"
               FUNCTION TRIM(WS-DESCRIPTION) "', '"
               FUNCTION TRIM(WS-OWNER-ID) "', DATE '" WS-INPUT-DATE
               "' + COALESCE((SELECT ack_days FROM complaint_config "
               "LIMIT 1), 5), DATE '" WS-INPUT-DATE "' + "
               "COALESCE((SELECT resolution_days FROM "
               "complaint_config LIMIT 1), 30), 'OPEN', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() WHERE '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "' = '' OR EXISTS "
               "(SELECT 1 FROM account_holders h WHERE "
               "h.account_number = '" FUNCTION TRIM(WS-ACCOUNT-NUMBER)
               "' AND h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ") "
               "RETURNING complaint_id || ' | acknowledge by ' || "
               "ack_due_date || ' | resolve by ' || "
               "resolution_due_date;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Complaint not opened -- the account is not "
                   "held by this customer."
           ELSE
               DISPLAY "Complaint opened: "
                   FUNCTION TRIM(WS-PSQL-RESULT)
           END-IF.

       ACKNOWLEDGE-PARA.
           PERFORM ACCEPT-COMPLAINT-PARA
           DISPLAY "Enter Acknowledgment Date (YYYY-MM-DD, blank for "
               "today):"
           PERFORM ACCEPT-DATE-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE complaints SET acknowledged_date = '"
               WS-INPUT-DATE "', acknowledged_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "' WHERE complaint_id = "
               FUNCTION TRIM(WS-COMPLAINT-DISP)
               " AND complaint_status = 'OPEN' AND acknowledged_date "
               "IS NULL RETURNING CASE WHEN acknowledged_date > "
               "ack_due_date THEN 'LATE' ELSE 'ON TIME' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not recorded -- complaint not found, closed, "
                   "or already acknowledged."
           ELSE
               DISPLAY "Acknowledgment recorded ("
                   FUNCTION TRIM(WS-PSQL-RESULT) ")."
           END-IF.

       ASSIGN-OWNER-PARA.
           PERFORM ACCEPT-COMPLAINT-PARA
           DISPLAY "Enter New Owner Operator ID (blank for yourself):"
           PERFORM ACCEPT-OWNER-PARA

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE complaints SET owner_id = '"
               FUNCTION TRIM(WS-OWNER-ID) "' WHERE complaint_id = "
               FUNCTION TRIM(WS-COMPLAINT-DISP)
               " AND complaint_status = 'OPEN' RETURNING owner_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not assigned -- complaint not found or closed."
           ELSE
               DISPLAY "Complaint " FUNCTION TRIM(WS-COMPLAINT-DISP)
                   " assigned to " FUNCTION TRIM(WS-PSQL-RESULT) "."
           END-IF.

       LINK-ITEM-PARA.
           PERFORM ACCEPT-COMPLAINT-PARA
           DISPLAY "Enter Link Type (D=Dispute, R=Reversal, F=Fee "
               "refund):"
           ACCEPT WS-LINK-TYPE
           IF NOT WS-LINK-VALID
               DISPLAY "Invalid link type -- must be D, R or F."
               GOBACK
           END-IF

      *> The item must sit on an account the complaining customer
      *> holds. A reversal is a row carrying reversal_of_transaction_
      *> id; a fee refund is such a row whose original was an F fee.
           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-LINK-TYPE = "D"
               DISPLAY "Enter Dispute ID:"
               ACCEPT WS-LINK-ID
               MOVE WS-LINK-ID TO WS-LINK-ID-DISP
               STRING
                   "UPDATE complaints c SET dispute_id = d.dispute_id "
                   "FROM disputes d WHERE d.dispute_id = "
                   FUNCTION TRIM(WS-LINK-ID-DISP)
                   " AND c.complaint_id = "
                   FUNCTION TRIM(WS-COMPLAINT-DISP)
                   " AND d.account_number IN (SELECT "
                   "h.account_number FROM account_holders h WHERE "
                   "h.customer_id = c.customer_id) "
                   "RETURNING c.complaint_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               DISPLAY "Enter Transaction ID of the reversal:"
               ACCEPT WS-LINK-ID
               MOVE WS-LINK-ID TO WS-LINK-ID-DISP
               STRING
                   "UPDATE complaints c SET "
                   "reversal_transaction_id = CASE WHEN '"
                   WS-LINK-TYPE "' = 'R' THEN t.transaction_id ELSE "
                   "c.reversal_transaction_id END, "
                   "refund_transaction_id = CASE WHEN '"
                   WS-LINK-TYPE "' = 'F' THEN t.transaction_id ELSE "
                   "c.refund_transaction_id END FROM transactions t "
                   "JOIN transactions o ON o.transaction_id = "
                   "t.reversal_of_transaction_id WHERE "
                   "t.transaction_id = "
                   FUNCTION TRIM(WS-LINK-ID-DISP)
                   " AND c.complaint_id = "
                   FUNCTION TRIM(WS-COMPLAINT-DISP)
                   " AND (o.transaction_type = 'F') = ('"
                   WS-LINK-TYPE "' = 'F') AND t.account_number IN "
                   "(SELECT h.account_number FROM account_holders h "
                   "WHERE h.customer_id = c.customer_id) "
                   "RETURNING c.complaint_id;"
                   INTO WS-SQL-COMMAND
           END-IF
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not linked -- complaint or item missing, the "
                   "item is of another kind, or not the customer's."
           ELSE
               DISPLAY "Linked to complaint "
                   FUNCTION TRIM(WS-COMPLAINT-DISP) "."
           END-IF.

       CLOSE-COMPLAINT-PARA.
           PERFORM ACCEPT-COMPLAINT-PARA
           DISPLAY "Enter Resolution:"
           ACCEPT WS-DESCRIPTION
           INSPECT WS-DESCRIPTION REPLACING ALL "'" BY " "
           INSPECT WS-DESCRIPTION REPLACING ALL WS-DOUBLE-QUOTE BY " "
           IF WS-DESCRIPTION = SPACES
               DISPLAY "Resolution is required."
               GOBACK
           END-IF
           DISPLAY "Enter Date Closed (YYYY-MM-DD, blank for today):"
           PERFORM ACCEPT-DATE-PARA

      *> A complaint closed without a recorded acknowledgment is
      *> taken as acknowledged by the resolution itself.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE complaints SET complaint_status = 'CLOSED', "
               "resolution = '" FUNCTION TRIM(WS-DESCRIPTION)
               "', closed_date = '" WS-INPUT-DATE "', closed_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', acknowledged_date = "
               "COALESCE(acknowledged_date, DATE '" WS-INPUT-DATE
               "') WHERE complaint_id = "
               FUNCTION TRIM(WS-COMPLAINT-DISP)
               " AND complaint_status = 'OPEN' RETURNING CASE WHEN "
               "closed_date > resolution_due_date THEN 'LATE' ELSE "
               "'ON TIME' END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not closed -- complaint not found or already "
                   "closed."
           ELSE
               DISPLAY "Complaint " FUNCTION TRIM(WS-COMPLAINT-DISP)
                   " closed (" FUNCTION TRIM(WS-PSQL-RESULT) ")."
           END-IF.

       LIST-OPEN-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.complaint_id || ' | ' || c.complaint_date || "
               "' | ' || c.category || ' | ' || c.customer_id || ' ' "
               "|| COALESCE(u.legal_name, '') || ' | ' || "
               "COALESCE(c.account_number, '-') || ' | owner ' || "
               "c.owner_id || ' | ' || CASE WHEN c.acknowledged_date "
               "IS NULL THEN 'ack due ' || c.ack_due_date ELSE "
               "'acknowledged' END || ' | resolve by ' || "
               "c.resolution_due_date FROM complaints c LEFT JOIN "
               "customers u ON u.customer_id = c.customer_id WHERE "
               "c.complaint_status = 'OPEN' ORDER BY "
               "c.resolution_due_date, c.complaint_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           DISPLAY "Open complaints (soonest resolution deadline "
               "first):"
           PERFORM DISPLAY-RESULT-LINES-PARA.

       INQUIRE-PARA.
           PERFORM ACCEPT-COMPLAINT-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT x FROM complaints c, LATERAL (VALUES "
               "(1, 'Complaint ' || c.complaint_id || ' ' || "
               "c.complaint_status || ' -- ' || c.category || ', "
               "channel ' || c.channel || ', ' || c.complaint_date), "
               "(2, 'Customer ' || c.customer_id || ' account ' || "
               "COALESCE(c.account_number, '-') || ' product ' || "
               "COALESCE(c.product_code, '-')), "
               "(3, 'Owner ' || c.owner_id || ', opened by ' || "
               "c.opened_by), "
               "(4, 'Acknowledge by ' || c.ack_due_date || ': ' || "
               "COALESCE(c.acknowledged_date::text, 'not yet')), "
               "(5, 'Resolve by ' || c.resolution_due_date || ': ' || "
               "COALESCE(c.closed_date::text, 'open')), "
               "(6, 'Description: ' || c.description), "
               "(7, 'Resolution: ' || COALESCE(c.resolution, '-')), "
               "(8, 'Dispute ' || COALESCE(c.dispute_id::text, '-') "
               "|| ', reversal ' || "
               "COALESCE(c.reversal_transaction_id::text, '-') || "
               "', fee refund ' || "
               "COALESCE(c.refund_transaction_id::text, '-'))) "
               "v(n, x) WHERE c.complaint_id = "
               FUNCTION TRIM(WS-COMPLAINT-DISP) " ORDER BY v.n;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Complaint " FUNCTION TRIM(WS-COMPLAINT-DISP)
                   " not found."
           ELSE
               PERFORM DISPLAY-RESULT-LINES-PARA
           END-IF.

       ACCEPT-COMPLAINT-PARA.
           DISPLAY "Enter Complaint ID:"
           ACCEPT WS-COMPLAINT-ID
           IF WS-COMPLAINT-ID = 0
               DISPLAY "Complaint number is required."
               GOBACK
           END-IF
           MOVE WS-COMPLAINT-ID TO WS-COMPLAINT-DISP.

       ACCEPT-OWNER-PARA.
           MOVE SPACES TO WS-OWNER-ID
           ACCEPT WS-OWNER-ID
           IF WS-OWNER-ID = SPACES
               MOVE WS-OPERATOR-ID TO WS-OWNER-ID
           END-IF
           INSPECT WS-OWNER-ID REPLACING ALL "'" BY " "
           INSPECT WS-OWNER-ID REPLACING ALL WS-DOUBLE-QUOTE BY " "
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT 'Y' FROM operators WHERE operator_id = '"
               FUNCTION TRIM(WS-OWNER-ID) "';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-COMPLAINT-SQL-PARA
           IF WS-PSQL-RESULT NOT = "Y"
               DISPLAY "Operator " FUNCTION TRIM(WS-OWNER-ID)
                   " not found."
               GOBACK
           END-IF.

       ACCEPT-DATE-PARA.
           MOVE SPACES TO WS-INPUT-DATE
           ACCEPT WS-INPUT-DATE
           IF WS-INPUT-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-INPUT-DATE
           END-IF
           IF WS-INPUT-DATE(1:4) NOT NUMERIC
                   OR WS-INPUT-DATE(5:1) NOT = "-"
                   OR WS-INPUT-DATE(6:2) NOT NUMERIC
                   OR WS-INPUT-DATE(8:1) NOT = "-"
                   OR WS-INPUT-DATE(9:2) NOT NUMERIC
               DISPLAY "Invalid date -- use YYYY-MM-DD."
               GOBACK
           END-IF.

       DISPLAY-RESULT-LINES-PARA.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PSQL-RESULT-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ PSQL-RESULT-FILE INTO PSQL-RESULT-RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END DISPLAY "  "
                       FUNCTION TRIM(PSQL-RESULT-RECORD)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE.

       RUN-COMPLAINT-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           CALL "AUDIT-LOG-OPER-SUB" USING
               "COMPLAINT-REGISTER" WS-ACCOUNT-NUMBER
               WS-SHELL-COMMAND WS-RETURN-CODE WS-OPERATOR-ID.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF.

       END PROGRAM COMPLAINT-REGISTER.
