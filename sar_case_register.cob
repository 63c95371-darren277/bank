       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-CASE-REGISTER.
       AUTHOR. DARREN-MACKENZIE.

      *> Suspicious activity report case register for the BSA
      *> officer. STRUCTURING-DETECTION-BATCH files its hits and
      *> FRAUD-CASE-REVIEW confirms fraud, but the SAR decision, the
      *> 30-day filing clock and the 90-day continuing-activity
      *> reviews lived in a notebook. A SAR case (sar_cases) is
      *> opened against one CIF customer and carries:
      *>   detection date and the filing due date 30 days later;
      *>   the decision -- F file or N no file, with a reason code --
      *>   and who made it;
      *>   each filing (sar_case_filings, INITIAL then CONTINUING)
      *>   with the filing date and BSA reference, and the next
      *>   continuing-review date 90 days after the latest filing.
      *> Links (sar_case_links) tie the case to what triggered it:
      *>   F a fraud_cases row, S a structuring hit (a fraud_cases
      *>   row with reason STRUCTURING), C a CTR filing (ctr_filed for
      *>   the customer's subject key and business date), T a single
      *>   transaction. Opening a case links automatically every
      *>   open or confirmed fraud/structuring case on the customer's
      *>   accounts and every CTR filed for the customer in the 90
      *>   days before detection that no live SAR case already holds.
      *> Actions:
      *>   O = Open a case        K = Link an item to a case
      *>   D = Decide file/no file
      *>   F = Record the filing of a case decided F
      *>   R = Continuing review: continuing SAR filed, or activity
      *>       ended (case CLOSED)
      *>   P = Case package to ./sar_case_<id>.txt -- the subject's
      *>       CIF details, accounts, links and every linked
      *>       transaction
      *>   L = List the live register with its deadlines.
      *> SAR-AGING-BATCH lists nightly what is near or past due.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PSQL-RESULT-FILE ASSIGN TO WS-RESULT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PACKAGE-FILE ASSIGN TO WS-PACKAGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD    PIC X(200).
       FD  PACKAGE-FILE.
       01  PACKAGE-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
      *> Per-invocation scratch file from WORK-FILE-SUB.
       01  WS-RESULT-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-PACKAGE-FILE-NAME  PIC X(40) VALUE SPACES.
       01  WS-SQL-COMMAND        PIC X(3000).
       01  WS-SHELL-COMMAND      PIC X(3200).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-ACTION             PIC X(1) VALUE SPACES.
       01  WS-BUSINESS-DATE      PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.

       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CUSTOMER-ID-DISP   PIC Z(8)9.
       01  WS-SAR-CASE-ID        PIC 9(9) VALUE 0.
       01  WS-SAR-CASE-DISP      PIC Z(8)9.
       01  WS-CASE-STATUS        PIC X(10) VALUE SPACES.
       01  WS-INPUT-DATE         PIC X(10) VALUE SPACES.
       01  WS-NARRATIVE          PIC X(100) VALUE SPACES.
       01  WS-LINK-COUNT         PIC X(10) VALUE SPACES.

       01  WS-LINK-TYPE          PIC X(1) VALUE SPACE.
           88  WS-LINK-VALID     VALUE "F" "S" "C" "T".
       01  WS-LINK-ID            PIC 9(12) VALUE 0.
       01  WS-LINK-ID-DISP       PIC Z(11)9.

       01  WS-DECISION           PIC X(1) VALUE SPACE.
       01  WS-REASON-CODE        PIC X(12) VALUE SPACES.
           88  WS-REASON-VALID   VALUE "EXPLAINED" "INSUFF-EVID"
                                       "LEGIT-BUS" "PRIOR-SAR"
                                       "OTHER".
       01  WS-FILING-REF         PIC X(20) VALUE SPACES.
       01  WS-REVIEW-OUTCOME     PIC X(1) VALUE SPACE.

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

           DISPLAY "Enter Action (O=Open case, K=Link item, "
               "D=Decide, F=Record filing, R=Continuing review, "
               "P=Case package, L=List register):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "O"
                   PERFORM OPEN-CASE-PARA
               WHEN "K"
                   PERFORM LINK-ITEM-PARA
               WHEN "D"
                   PERFORM DECIDE-PARA
               WHEN "F"
                   PERFORM RECORD-FILING-PARA
               WHEN "R"
                   PERFORM CONTINUING-REVIEW-PARA
               WHEN "P"
                   PERFORM CASE-PACKAGE-PARA
               WHEN "L"
                   PERFORM LIST-REGISTER-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be O, K, D, F, R, "
                       "P or L."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       OPEN-CASE-PARA.
           DISPLAY "Enter Subject Customer (CIF) Number:"
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
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Customer " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   " not found."
               GOBACK
           END-IF
           DISPLAY "Subject: " FUNCTION TRIM(WS-PSQL-RESULT)

           DISPLAY "Enter Detection Date (YYYY-MM-DD, blank for "
               "today):"
           PERFORM ACCEPT-DATE-PARA
           DISPLAY "Enter Case Summary:"
           ACCEPT WS-NARRATIVE
           INSPECT WS-NARRATIVE REPLACING ALL "'" BY " "
           INSPECT WS-NARRATIVE REPLACING ALL WS-DOUBLE-QUOTE BY " "

      *> The case and its automatic links in one statement. Items a
      *> live case (anything not NO-FILE or CLOSED) already holds
      *> stay with that case.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH sc AS (INSERT INTO sar_cases (customer_id, "
               "detection_date, filing_due_date, case_status, "
               "narrative, opened_by, opened_at) VALUES ("
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ", '"
               WS-INPUT-DATE "', DATE '" WS-INPUT-DATE
               "' + 30, 'OPEN', '" FUNCTION TRIM(WS-NARRATIVE)
               "', '" FUNCTION TRIM(WS-OPERATOR-ID) "', NOW()) "
               "RETURNING sar_case_id), "
               "live AS (SELECT k.* FROM sar_case_links k JOIN "
               "sar_cases c ON c.sar_case_id = k.sar_case_id WHERE "
               "c.case_status NOT IN ('NO-FILE', 'CLOSED')), "
               "fl AS (INSERT INTO sar_case_links (sar_case_id, "
               "link_type, fraud_case_id, linked_by, linked_at) "
               "SELECT sc.sar_case_id, CASE WHEN f.decline_reason = "
               "'STRUCTURING' THEN 'S' ELSE 'F' END, f.case_id, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM sc, "
               "fraud_cases f WHERE f.account_number IN (SELECT "
               "h.account_number FROM account_holders h WHERE "
               "h.customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               ") AND f.case_status IN ('OPEN', 'CONFIRMED') AND "
               "f.created_at >= DATE '" WS-INPUT-DATE "' - 90 AND "
               "NOT EXISTS (SELECT 1 FROM live WHERE "
               "live.fraud_case_id = f.case_id) RETURNING 1), "
               "cl AS (INSERT INTO sar_case_links (sar_case_id, "
               "link_type, ctr_business_date, linked_by, linked_at) "
               "SELECT sc.sar_case_id, 'C', r.business_date, '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM sc, "
               "ctr_filed r WHERE r.subject_key = 'C' || '"
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) "' AND "
               "r.business_date BETWEEN DATE '" WS-INPUT-DATE
               "' - 90 AND DATE '" WS-INPUT-DATE "' AND NOT EXISTS "
               "(SELECT 1 FROM live JOIN sar_cases c2 ON "
               "c2.sar_case_id = live.sar_case_id WHERE "
               "live.link_type = 'C' AND c2.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) " AND "
               "live.ctr_business_date = r.business_date) "
               "RETURNING 1) "
               "SELECT sc.sar_case_id || '|' || ((SELECT COUNT(*) "
               "FROM fl) + (SELECT COUNT(*) FROM cl)) FROM sc;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "SAR case not opened."
               GOBACK
           END-IF
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-SAR-CASE-DISP WS-LINK-COUNT
           END-UNSTRING
           DISPLAY "SAR case " FUNCTION TRIM(WS-SAR-CASE-DISP)
               " opened, detected " WS-INPUT-DATE
               ". Items linked: " FUNCTION TRIM(WS-LINK-COUNT)
           DISPLAY "Decision and filing due within 30 days of "
               "detection.".

       LINK-ITEM-PARA.
           PERFORM ACCEPT-CASE-PARA
           DISPLAY "Enter Link Type (F=Fraud case, S=Structuring "
               "case, C=CTR filing, T=Transaction):"
           ACCEPT WS-LINK-TYPE
           IF NOT WS-LINK-VALID
               DISPLAY "Invalid link type -- must be F, S, C or T."
               GOBACK
           END-IF

      *> Each link only lands when the item exists and belongs to the
      *> case's subject, and never on a case already closed out.
           MOVE SPACES TO WS-SQL-COMMAND
           EVALUATE WS-LINK-TYPE
               WHEN "C"
                   DISPLAY "Enter CTR Business Date (YYYY-MM-DD):"
                   PERFORM ACCEPT-DATE-PARA
                   STRING
                       "INSERT INTO sar_case_links (sar_case_id, "
                       "link_type, ctr_business_date, linked_by, "
                       "linked_at) SELECT c.sar_case_id, 'C', r."
                       "business_date, '" FUNCTION TRIM(WS-OPERATOR-ID)
                       "', NOW() FROM sar_cases c JOIN ctr_filed r "
                       "ON r.subject_key = 'C' || c.customer_id "
                       "WHERE c.sar_case_id = "
                       FUNCTION TRIM(WS-SAR-CASE-DISP)
                       " AND c.case_status NOT IN ('NO-FILE', "
                       "'CLOSED') AND r.business_date = '"
                       WS-INPUT-DATE "' RETURNING sar_case_id;"
                       INTO WS-SQL-COMMAND
               WHEN "T"
                   DISPLAY "Enter Transaction ID:"
                   ACCEPT WS-LINK-ID
                   MOVE WS-LINK-ID TO WS-LINK-ID-DISP
                   STRING
                       "INSERT INTO sar_case_links (sar_case_id, "
                       "link_type, transaction_id, linked_by, "
                       "linked_at) SELECT c.sar_case_id, 'T', "
                       "t.transaction_id, '"
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       "', NOW() FROM sar_cases c JOIN transactions "
                       "t ON t.transaction_id = "
                       FUNCTION TRIM(WS-LINK-ID-DISP)
                       " WHERE c.sar_case_id = "
                       FUNCTION TRIM(WS-SAR-CASE-DISP)
                       " AND c.case_status NOT IN ('NO-FILE', "
                       "'CLOSED') AND t.account_number IN (SELECT "
                       "h.account_number FROM account_holders h "
                       "WHERE h.customer_id = c.customer_id) "
                       "RETURNING sar_case_id;"
                       INTO WS-SQL-COMMAND
               WHEN OTHER
                   DISPLAY "Enter Fraud Case ID:"
                   ACCEPT WS-LINK-ID
                   MOVE WS-LINK-ID TO WS-LINK-ID-DISP
                   STRING
                       "INSERT INTO sar_case_links (sar_case_id, "
                       "link_type, fraud_case_id, linked_by, "
                       "linked_at) SELECT c.sar_case_id, '"
                       WS-LINK-TYPE "', f.case_id, '"
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       "', NOW() FROM sar_cases c JOIN fraud_cases "
                       "f ON f.case_id = "
                       FUNCTION TRIM(WS-LINK-ID-DISP)
                       " WHERE c.sar_case_id = "
                       FUNCTION TRIM(WS-SAR-CASE-DISP)
                       " AND c.case_status NOT IN ('NO-FILE', "
                       "'CLOSED') AND (f.decline_reason = "
                       "'STRUCTURING') = ('" WS-LINK-TYPE "' = 'S') "
                       "AND f.account_number IN (SELECT "
                       "h.account_number FROM account_holders h "
                       "WHERE h.customer_id = c.customer_id) "
                       "RETURNING sar_case_id;"
                       INTO WS-SQL-COMMAND
           END-EVALUATE
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not linked -- case closed or missing, or the "
                   "item is not the subject's."
           ELSE
               DISPLAY "Linked to SAR case "
                   FUNCTION TRIM(WS-SAR-CASE-DISP) "."
           END-IF.

       DECIDE-PARA.
           PERFORM ACCEPT-CASE-PARA
           DISPLAY "Enter Decision (F=File a SAR, N=No file):"
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "F"
                   MOVE "FILE" TO WS-CASE-STATUS
                   MOVE SPACES TO WS-REASON-CODE
               WHEN "N"
                   MOVE "NO-FILE" TO WS-CASE-STATUS
                   DISPLAY "Enter No-File Reason (EXPLAINED, "
                       "INSUFF-EVID, LEGIT-BUS, PRIOR-SAR, OTHER):"
                   ACCEPT WS-REASON-CODE
                   IF NOT WS-REASON-VALID
                       DISPLAY "Invalid reason code."
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid decision -- must be F or N."
                   GOBACK
           END-EVALUATE

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE sar_cases SET case_status = '"
               FUNCTION TRIM(WS-CASE-STATUS) "', decision = '"
               WS-DECISION "', decision_reason = NULLIF('"
               FUNCTION TRIM(WS-REASON-CODE) "', ''), decided_by = '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', decided_date = '"
               WS-BUSINESS-DATE "', decided_at = NOW(), closed_at = "
               "CASE WHEN '" WS-DECISION "' = 'N' THEN NOW() END "
               "WHERE sar_case_id = " FUNCTION TRIM(WS-SAR-CASE-DISP)
               " AND case_status = 'OPEN' "
               "RETURNING filing_due_date;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Not decided -- case not found or not OPEN."
               GOBACK
           END-IF
           IF WS-DECISION = "F"
               DISPLAY "SAR case " FUNCTION TRIM(WS-SAR-CASE-DISP)
                   " to be filed by " FUNCTION TRIM(WS-PSQL-RESULT)
           ELSE
               DISPLAY "SAR case " FUNCTION TRIM(WS-SAR-CASE-DISP)
                   " closed -- no file, "
                   FUNCTION TRIM(WS-REASON-CODE) "."
           END-IF.

       RECORD-FILING-PARA.
           PERFORM ACCEPT-CASE-PARA
           DISPLAY "Enter Filing Date (YYYY-MM-DD, blank for today):"
           PERFORM ACCEPT-DATE-PARA
           PERFORM ACCEPT-FILING-REF-PARA

      *> The initial filing starts the continuing-activity clock.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH up AS (UPDATE sar_cases SET case_status = "
               "'FILED', filing_date = '" WS-INPUT-DATE "', "
               "filing_reference = '" FUNCTION TRIM(WS-FILING-REF)
               "', next_review_date = DATE '" WS-INPUT-DATE
               "' + 90 WHERE sar_case_id = "
               FUNCTION TRIM(WS-SAR-CASE-DISP)
               " AND case_status = 'FILE' RETURNING sar_case_id, "
               "filing_due_date, next_review_date), "
               "fi AS (INSERT INTO sar_case_filings (sar_case_id, "
               "filing_type, filing_date, filing_reference, "
               "filed_by, recorded_at) SELECT sar_case_id, "
               "'INITIAL', '" WS-INPUT-DATE "', '"
               FUNCTION TRIM(WS-FILING-REF) "', '"
               FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM up) "
               "SELECT next_review_date || '|' || CASE WHEN DATE '"
               WS-INPUT-DATE "' > filing_due_date THEN 'LATE' ELSE "
               "'ON-TIME' END FROM up;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Filing not recorded -- case not found or not "
                   "decided F."
               GOBACK
           END-IF
           DISPLAY "SAR case " FUNCTION TRIM(WS-SAR-CASE-DISP)
               " filed. Next continuing review / filing result: "
               FUNCTION TRIM(WS-PSQL-RESULT).

       CONTINUING-REVIEW-PARA.
           PERFORM ACCEPT-CASE-PARA
           DISPLAY "Enter Review Outcome (C=Continuing SAR filed, "
               "E=Activity ended):"
           ACCEPT WS-REVIEW-OUTCOME
           MOVE SPACES TO WS-SQL-COMMAND
           EVALUATE WS-REVIEW-OUTCOME
               WHEN "C"
                   DISPLAY "Enter Filing Date (YYYY-MM-DD, blank for "
                       "today):"
                   PERFORM ACCEPT-DATE-PARA
                   PERFORM ACCEPT-FILING-REF-PARA
                   STRING
                       "WITH up AS (UPDATE sar_cases SET "
                       "last_review_date = '" WS-BUSINESS-DATE "', "
                       "filing_date = '" WS-INPUT-DATE "', "
                       "filing_reference = '"
                       FUNCTION TRIM(WS-FILING-REF) "', "
                       "next_review_date = DATE '" WS-INPUT-DATE
                       "' + 90 WHERE sar_case_id = "
                       FUNCTION TRIM(WS-SAR-CASE-DISP)
                       " AND case_status = 'FILED' RETURNING "
                       "sar_case_id, next_review_date), "
                       "fi AS (INSERT INTO sar_case_filings "
                       "(sar_case_id, filing_type, filing_date, "
                       "filing_reference, filed_by, recorded_at) "
                       "SELECT sar_case_id, 'CONTINUING', '"
                       WS-INPUT-DATE "', '"
                       FUNCTION TRIM(WS-FILING-REF) "', '"
                       FUNCTION TRIM(WS-OPERATOR-ID) "', NOW() FROM "
                       "up) SELECT 'next review ' || next_review_date "
                       "FROM up;"
                       INTO WS-SQL-COMMAND
               WHEN "E"
                   STRING
                       "UPDATE sar_cases SET case_status = 'CLOSED', "
                       "last_review_date = '" WS-BUSINESS-DATE "', "
                       "next_review_date = NULL, closed_at = NOW() "
                       "WHERE sar_case_id = "
                       FUNCTION TRIM(WS-SAR-CASE-DISP)
                       " AND case_status = 'FILED' RETURNING "
                       "'closed';"
                       INTO WS-SQL-COMMAND
               WHEN OTHER
                   DISPLAY "Invalid outcome -- must be C or E."
                   GOBACK
           END-EVALUATE
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Review not recorded -- case not found or not "
                   "FILED."
           ELSE
               DISPLAY "SAR case " FUNCTION TRIM(WS-SAR-CASE-DISP)
                   " reviewed -- " FUNCTION TRIM(WS-PSQL-RESULT) "."
           END-IF.

       CASE-PACKAGE-PARA.
           PERFORM ACCEPT-CASE-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT customer_id FROM sar_cases WHERE sar_case_id = "
               FUNCTION TRIM(WS-SAR-CASE-DISP) ";"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SAR-SQL-PARA
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "SAR case " FUNCTION TRIM(WS-SAR-CASE-DISP)
                   " not found."
               GOBACK
           END-IF
           MOVE WS-PSQL-RESULT TO WS-CUSTOMER-ID-DISP

           MOVE SPACES TO WS-PACKAGE-FILE-NAME
           STRING "./sar_case_" FUNCTION TRIM(WS-SAR-CASE-DISP)
               ".txt" INTO WS-PACKAGE-FILE-NAME
           OPEN OUTPUT PACKAGE-FILE
           MOVE SPACES TO PACKAGE-RECORD
           STRING "SAR case package -- case "
               FUNCTION TRIM(WS-SAR-CASE-DISP)
               "   printed " WS-BUSINESS-DATE " by "
               FUNCTION TRIM(WS-OPERATOR-ID)
               INTO PACKAGE-RECORD
           WRITE PACKAGE-RECORD

           MOVE "Case" TO WS-PSQL-RESULT
           PERFORM WRITE-SECTION-HEAD-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT x FROM sar_cases c, LATERAL (VALUES "
               "(1, 'Status    ' || c.case_status || '   detected ' "
               "|| c.detection_date || '   filing due ' || "
               "c.filing_due_date), "
               "(2, 'Decision  ' || COALESCE(c.decision || ' ' || "
               "COALESCE(c.decision_reason, '') || ' by ' || "
               "c.decided_by || ' on ' || c.decided_date, "
               "'PENDING')), "
               "(3, 'Next continuing review ' || "
               "COALESCE(c.next_review_date::text, 'none')), "
               "(4, 'Summary   ' || COALESCE(c.narrative, ''))) "
               "v(n, x) WHERE c.sar_case_id = "
               FUNCTION TRIM(WS-SAR-CASE-DISP) " ORDER BY v.n;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-PACKAGE-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT filing_type || '  ' || filing_date || '  ref '"
               " || filing_reference || '  by ' || filed_by FROM "
               "sar_case_filings WHERE sar_case_id = "
               FUNCTION TRIM(WS-SAR-CASE-DISP)
               " ORDER BY filing_date;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-PACKAGE-PARA

           MOVE "Subject (CIF)" TO WS-PSQL-RESULT
           PERFORM WRITE-SECTION-HEAD-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT x FROM customers c, LATERAL (VALUES "
               "(1, 'Customer  ' || c.customer_id), "
               "(2, 'Name      ' || COALESCE(c.legal_name, '')), "
               "(3, 'Address   ' || COALESCE(c.street_address, '')), "
               "(4, '          ' || COALESCE(c.city_state_zip, '')), "
               "(5, 'Born      ' || COALESCE(c.date_of_birth::text, "
               "'not on file')), "
               "(6, 'TIN       ' || COALESCE(c.tax_id, "
               "'not on file')), "
               "(7, 'Phone     ' || COALESCE(c.phone, '')), "
               "(8, 'KYC risk  ' || COALESCE(c.kyc_risk_rating, "
               "'unrated'))) v(n, x) WHERE c.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) " ORDER BY v.n;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-PACKAGE-PARA

           MOVE "Accounts held" TO WS-PSQL-RESULT
           PERFORM WRITE-SECTION-HEAD-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT h.account_number || '  role ' || "
               "h.holder_role || '  ' || a.account_status || "
               "'  balance ' || a.current_balance FROM "
               "account_holders h JOIN accounts a ON "
               "a.account_number = h.account_number WHERE "
               "h.customer_id = " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " ORDER BY h.account_number;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-PACKAGE-PARA

           MOVE "Linked items" TO WS-PSQL-RESULT
           PERFORM WRITE-SECTION-HEAD-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT CASE k.link_type WHEN 'C' THEN 'CTR filed  ' "
               "|| k.ctr_business_date WHEN 'T' THEN 'Transaction '"
               " || k.transaction_id ELSE CASE k.link_type WHEN 'S' "
               "THEN 'Structuring' ELSE 'Fraud case ' END || ' ' || "
               "f.case_id || '  ' || f.account_number || '  ' || "
               "f.decline_reason || '  ' || f.amount || '  ' || "
               "f.case_status || '  ' || f.created_at::date END || "
               "'  (linked by ' || k.linked_by || ')' FROM "
               "sar_case_links k LEFT JOIN fraud_cases f ON "
               "f.case_id = k.fraud_case_id WHERE k.sar_case_id = "
               FUNCTION TRIM(WS-SAR-CASE-DISP)
               " ORDER BY k.linked_at;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-PACKAGE-PARA

      *> Every linked transaction, each once: a T link itself; for a
      *> fraud case the account's postings that day; for a
      *> structuring case the account's cash over the detection
      *> window ending that day; for a CTR filing the subject's cash
      *> on the filed business date. Interest postings are left out
      *> the way the CTR run leaves them out.
           MOVE "Linked transactions" TO WS-PSQL-RESULT
           PERFORM WRITE-SECTION-HEAD-PARA
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT x.transaction_id || '  ' || x.account_number "
               "|| '  ' || x.transaction_type || '  ' || "
               "lpad(x.amount::text, 14) || '  ' || "
               "x.timestamp::timestamp(0) FROM (SELECT DISTINCT "
               "t.transaction_id, t.account_number, "
               "t.transaction_type, t.amount, t.timestamp FROM "
               "transactions t JOIN sar_case_links k ON "
               "k.sar_case_id = " FUNCTION TRIM(WS-SAR-CASE-DISP)
               " LEFT JOIN fraud_cases f ON f.case_id = "
               "k.fraud_case_id WHERE (k.link_type = 'T' AND "
               "t.transaction_id = k.transaction_id) OR "
               "(k.link_type = 'F' AND t.account_number = "
               "f.account_number AND t.timestamp::date = "
               "f.created_at::date) OR (k.link_type = 'S' AND "
               "t.account_number = f.account_number AND "
               "t.transaction_type IN ('D', 'W') AND "
               "t.timestamp::date BETWEEN f.created_at::date - "
               "COALESCE((SELECT window_days FROM structuring_config "
               "LIMIT 1), 5) AND f.created_at::date AND NOT EXISTS "
               "(SELECT 1 FROM interest_rate_history h WHERE "
               "h.account_number = t.account_number AND "
               "h.effective_date = t.timestamp::date AND h.amount = "
               "t.amount)) OR (k.link_type = 'C' AND "
               "t.transaction_type IN ('D', 'W') AND "
               "t.timestamp::date = k.ctr_business_date AND "
               "t.account_number IN (SELECT h.account_number FROM "
               "account_holders h WHERE h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " AND h.holder_role = 'P') AND NOT EXISTS (SELECT 1 "
               "FROM interest_rate_history h WHERE h.account_number "
               "= t.account_number AND h.effective_date = "
               "t.timestamp::date AND h.amount = t.amount))) x "
               "ORDER BY x.timestamp, x.transaction_id;"
               INTO WS-SQL-COMMAND
           PERFORM COPY-RESULT-TO-PACKAGE-PARA

           CLOSE PACKAGE-FILE
           DISPLAY "Case package written to "
               FUNCTION TRIM(WS-PACKAGE-FILE-NAME) ".".

       LIST-REGISTER-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT c.sar_case_id || ' | ' || c.customer_id || "
               "' ' || COALESCE(u.legal_name, '') || ' | ' || "
               "c.case_status || ' | detected ' || c.detection_date "
               "|| ' | ' || CASE WHEN c.case_status IN ('OPEN', "
               "'FILE') THEN 'filing due ' || c.filing_due_date "
               "ELSE 'review due ' || c.next_review_date END "
               "FROM sar_cases c LEFT JOIN customers u ON "
               "u.customer_id = c.customer_id WHERE c.case_status "
               "NOT IN ('NO-FILE', 'CLOSED') ORDER BY CASE WHEN "
               "c.case_status IN ('OPEN', 'FILE') THEN "
               "c.filing_due_date ELSE c.next_review_date END;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-SAR-SQL-PARA
           DISPLAY "Live SAR cases (soonest deadline first):"
           PERFORM DISPLAY-RESULT-LINES-PARA.

       ACCEPT-CASE-PARA.
           DISPLAY "Enter SAR Case ID:"
           ACCEPT WS-SAR-CASE-ID
           IF WS-SAR-CASE-ID = 0
               DISPLAY "SAR case number is required."
               GOBACK
           END-IF
           MOVE WS-SAR-CASE-ID TO WS-SAR-CASE-DISP.

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

       ACCEPT-FILING-REF-PARA.
           DISPLAY "Enter BSA Filing Reference:"
           ACCEPT WS-FILING-REF
           INSPECT WS-FILING-REF REPLACING ALL "'" BY " "
           INSPECT WS-FILING-REF REPLACING ALL WS-DOUBLE-QUOTE BY " "
           IF WS-FILING-REF = SPACES
               DISPLAY "Filing reference is required."
               GOBACK
           END-IF.

       WRITE-SECTION-HEAD-PARA.
           MOVE SPACES TO PACKAGE-RECORD
           WRITE PACKAGE-RECORD
           MOVE SPACES TO PACKAGE-RECORD
           STRING FUNCTION TRIM(WS-PSQL-RESULT)
               INTO PACKAGE-RECORD
           WRITE PACKAGE-RECORD.

       COPY-RESULT-TO-PACKAGE-PARA.
           PERFORM RUN-SAR-SQL-PARA
           IF WS-RETURN-CODE = 0
               MOVE 'N' TO WS-END-OF-FILE
               OPEN INPUT PSQL-RESULT-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ PSQL-RESULT-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO PACKAGE-RECORD
                           STRING "  "
                               FUNCTION TRIM(PSQL-RESULT-RECORD)
                               INTO PACKAGE-RECORD
                           WRITE PACKAGE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PSQL-RESULT-FILE
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

       RUN-SAR-SQL-PARA.
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
               "SAR-CASE-REGISTER" WS-ACCOUNT-NUMBER
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

       END PROGRAM SAR-CASE-REGISTER.
