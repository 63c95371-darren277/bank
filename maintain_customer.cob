      *> join instead of a name-string guess, and the year-end tax
      *> report can finally print a payee name and TIN next to each
      *> interest total.
      *> A CIF is either an individual or an entity (customer_type I
      *> or E). Entities carry no date of birth; instead they carry
      *> their beneficial owners -- each a screened individual CIF,
      *> recorded as a 25%-or-more OWNER or as the one CONTROL person
      *> -- and the date that ownership was certified. Any change to
      *> the owner list voids the certification until it is
      *> re-certified, and OPEN-ACCOUNT refuses an entity without one.
      *> Each customer also carries a TIN certification history
      *> (tin_certifications): the W-9 or W-8BEN, when it was signed,
      *> when it expires, and whether it is ACTIVE, SUPERSEDED or
      *> EXPIRED. Capturing a corrected certification cures the open
      *> IRS B-notices TIN-BNOTICE-IMPORT-BATCH recorded against the
      *> customer and lifts the backup withholding they set -- a
      *> second B-notice only with a TIN the SSA or IRS validated.
      *> Privacy opt-outs (customer_privacy_optouts) are kept per
      *> customer by type -- AFFILIATE sharing, THIRDPARTY marketing,
      *> TELEMKT and EMAIL -- with the date each takes effect, the
      *> channel it came in on, and the date it ended if the customer
      *> later opts back in. DW-EXTRACT-BATCH and MARKETING-LIST-BATCH
      *> read them to suppress opted-out customers.
      *> A customer may elect a combined relationship statement
      *> (customers.combined_statement): every account they hold on
      *> one document from COMBINED-STATEMENT-BATCH, dispatched in
      *> place of the per-account statements.
      *> A commercial customer whose treasury system takes a BAI2
      *> prior-day balance file carries the receiver id that file is
      *> addressed to (customers.bai2_receiver_id); BAI2-REPORT-BATCH
      *> writes one every night for each customer who has one.
      *> Inquire signs the operator on and shows the TIN, date of
      *> birth, address and account numbers under the masking policy
      *> for their role (MASK-DATA-SUB); an inquiry shown with any of
      *> them in full is written to the audit trail.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> statement gets.
       01  WS-DELIVERY-CHOICE    PIC X(1) VALUE SPACES.
       01  WS-DELIVERY-PREF      PIC X(4) VALUE "MAIL".
      *> Combined relationship statement election -- Y sends the one
      *> combined statement COMBINED-STATEMENT-BATCH files in place
      *> of the per-account statements.
       01  WS-COMBINED-CHOICE    PIC X(1) VALUE SPACES.
       01  WS-COMBINED-STATEMENT PIC X(1) VALUE "N".
      *> BAI2 receiver id -- blank means no BAI2 reporting.
       01  WS-BAI2-RECEIVER      PIC X(20) VALUE SPACES.
      *> KYC risk rating set at onboarding -- it drives the periodic
      *> review date (HIGH yearly, MEDIUM every two years, LOW every
      *> three) and the tighter monitoring the AML runs apply.
       01  WS-KYC-CHOICE         PIC X(1) VALUE SPACES.
       01  WS-KYC-RATING         PIC X(6) VALUE "LOW".
       01  WS-KYC-MONTHS         PIC 9(2) VALUE 36.
       01  WS-TYPE-CHOICE        PIC X(1) VALUE SPACES.
       01  WS-CUSTOMER-TYPE      PIC X(1) VALUE "I".
      *> Beneficial-owner maintenance -- the entity, the individual
      *> who owns or controls it, and the share owned.
       01  WS-ENTITY-ID          PIC 9(9) VALUE 0.
       01  WS-ENTITY-ID-DISP     PIC Z(8)9.
       01  WS-OWNER-ID           PIC 9(9) VALUE 0.
       01  WS-OWNER-ID-DISP      PIC Z(8)9.
       01  WS-ROLE-CHOICE        PIC X(1) VALUE SPACES.
       01  WS-OWNER-ROLE         PIC X(7) VALUE SPACES.
       01  WS-OWNERSHIP-PCT      PIC 9(3)V99 VALUE 0.
       01  WS-OWNERSHIP-PCT-DISP PIC ZZ9.99.
       01  WS-OWNER-TYPE         PIC X(1) VALUE SPACES.
       01  WS-OWNER-NAME         PIC X(120) VALUE SPACES.
       01  WS-SCREEN-CONTEXT     PIC X(20) VALUE "BENEFICIAL-OWNER".
       01  WS-NO-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-SANCTIONS-MATCH    PIC X(1) VALUE 'N'.
      *> TIN certification capture. A W-8BEN stays good through the
      *> end of the third calendar year after signing; a W-9 does not
      *> expire.
       01  WS-FORM-CHOICE        PIC X(1) VALUE SPACES.
       01  WS-FORM-TYPE          PIC X(6) VALUE SPACES.
       01  WS-CERT-DATE          PIC X(10) VALUE SPACES.
       01  WS-CERTIFIED-TIN      PIC X(11) VALUE SPACES.
       01  WS-TIN-VALIDATED      PIC X(1) VALUE 'N'.
       01  WS-CERTS-RECORDED     PIC X(10) VALUE SPACES.
       01  WS-NOTICES-CURED      PIC X(10) VALUE SPACES.
       01  WS-ACCOUNTS-LIFTED    PIC X(10) VALUE SPACES.
      *> Privacy opt-out capture: O opts out, I opts back in.
       01  WS-OPTOUT-CHOICE      PIC X(1) VALUE SPACES.
       01  WS-OPTOUT-TYPE        PIC X(10) VALUE SPACES.
       01  WS-OPTOUT-ACTION      PIC X(1) VALUE SPACES.
       01  WS-OPTOUT-DATE        PIC X(10) VALUE SPACES.
       01  WS-OPTOUT-CHANNEL     PIC X(1) VALUE SPACES.
           88  WS-OPTOUT-CHANNEL-VALID VALUE "C" "P" "L" "E" "W".
      *> Inquiry masking -- each personal-data column as the
      *> operator's role may see it.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-MASK-AUDIENCE      PIC X(10) VALUE SPACES.
       01  WS-MASK-ELEMENT       PIC X(8) VALUE SPACES.
       01  WS-MASK-COLUMN        PIC X(60) VALUE SPACES.
       01  WS-TIN-EXPR           PIC X(300) VALUE SPACES.
       01  WS-DOB-EXPR           PIC X(300) VALUE SPACES.
       01  WS-ADDRESS-EXPR       PIC X(300) VALUE SPACES.
       01  WS-HOLDS-EXPR         PIC X(300) VALUE SPACES.
       01  WS-NOTICE-EXPR        PIC X(300) VALUE SPACES.
       01  WS-MASK-PROGRAM       PIC X(20) VALUE "MAINTAIN-CUSTOMER".
       01  WS-MASK-VIEW          PIC X(80) VALUE SPACES.
       01  WS-UNMASKED           PIC X(1) VALUE 'N'.
       01  WS-SQL-COMMAND        PIC X(3400).
       01  WS-SHELL-COMMAND      PIC X(3600).
       01  WS-RETURN-CODE        PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE       PIC X(1) VALUE '"'.
       01  WS-PSQL-RESULT        PIC X(200).
           CALL "WORK-FILE-SUB" USING WS-RESULT-FILE-NAME

           DISPLAY "Enter Action (A=Add customer, U=Update customer, "
               "I=Inquire, O=Add beneficial owner, R=Remove beneficial "
               "owner, C=Certify ownership, T=TIN certification, "
               "P=Privacy opt-out):"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM UPDATE-CUSTOMER-PARA
               WHEN "I"
                   PERFORM INQUIRE-CUSTOMER-PARA
               WHEN "O"
                   PERFORM ADD-OWNER-PARA
               WHEN "R"
                   PERFORM REMOVE-OWNER-PARA
               WHEN "C"
                   PERFORM CERTIFY-OWNERSHIP-PARA
               WHEN "T"
                   PERFORM CAPTURE-TIN-CERT-PARA
               WHEN "P"
                   PERFORM PRIVACY-OPTOUT-PARA
               WHEN OTHER
                   DISPLAY "Invalid action -- must be A, U, I, O, R, "
                       "C, T, or P."
           END-EVALUATE

           CALL "WORK-FILE-CLEANUP-SUB" USING WS-RESULT-FILE-NAME
           GOBACK.

       ACCEPT-CUSTOMER-DETAILS-PARA.
           DISPLAY "Customer Type (I=Individual, E=Entity, blank for "
               "Individual):"
           ACCEPT WS-TYPE-CHOICE
           IF WS-TYPE-CHOICE = "E"
               MOVE "E" TO WS-CUSTOMER-TYPE
           ELSE
               MOVE "I" TO WS-CUSTOMER-TYPE
           END-IF
           DISPLAY "Enter Legal Name:"
           ACCEPT WS-LEGAL-NAME
           DISPLAY "Enter Street Address:"
           ACCEPT WS-STREET-ADDRESS
           DISPLAY "Enter City/State/Zip:"
           ACCEPT WS-CITY-STATE-ZIP
      *> A company has no date of birth -- the column stays NULL.
           MOVE SPACES TO WS-DATE-OF-BIRTH
           IF WS-CUSTOMER-TYPE = "I"
               DISPLAY "Enter Date of Birth (YYYY-MM-DD):"
               ACCEPT WS-DATE-OF-BIRTH
           END-IF
           DISPLAY "Enter Tax ID (SSN/EIN):"
           ACCEPT WS-TAX-ID
           DISPLAY "Enter Phone (blank to skip):"
           ELSE
               MOVE "MAIL" TO WS-DELIVERY-PREF
           END-IF
           DISPLAY "Combined Relationship Statement (Y=Yes, blank for "
               "one statement per account):"
           ACCEPT WS-COMBINED-CHOICE
           IF WS-COMBINED-CHOICE = "Y"
               MOVE "Y" TO WS-COMBINED-STATEMENT
           ELSE
               MOVE "N" TO WS-COMBINED-STATEMENT
           END-IF
           DISPLAY "BAI2 Receiver ID (blank for no BAI2 balance "
               "reporting):"
           ACCEPT WS-BAI2-RECEIVER
           INSPECT WS-BAI2-RECEIVER REPLACING ALL "'" BY " "
           INSPECT WS-BAI2-RECEIVER REPLACING ALL "," BY " "
           INSPECT WS-BAI2-RECEIVER REPLACING ALL "/" BY " "
           DISPLAY "KYC Risk Rating (L=Low, M=Medium, H=High, blank "
               "for Low):"
           ACCEPT WS-KYC-CHOICE
           STRING
               "INSERT INTO customers (legal_name, street_address, "
               "city_state_zip, date_of_birth, tax_id, phone, email, "
               "delivery_preference, combined_statement, "
               "bai2_receiver_id, "
               "kyc_risk_rating, kyc_next_review, added_date, "
               "customer_type) VALUES ('"
               FUNCTION TRIM(WS-LEGAL-NAME) "', '"
               FUNCTION TRIM(WS-STREET-ADDRESS) "', '"
               FUNCTION TRIM(WS-CITY-STATE-ZIP) "', NULLIF('"
               FUNCTION TRIM(WS-DATE-OF-BIRTH) "', '')::date, '"
               FUNCTION TRIM(WS-TAX-ID) "', '"
               FUNCTION TRIM(WS-PHONE) "', '"
               FUNCTION TRIM(WS-EMAIL) "', '"
               WS-DELIVERY-PREF "', '" WS-COMBINED-STATEMENT
               "', NULLIF('" FUNCTION TRIM(WS-BAI2-RECEIVER)
               "', ''), '"
               FUNCTION TRIM(WS-KYC-RATING)
               "', (CURRENT_DATE + make_interval(months => "
               WS-KYC-MONTHS "))::date, CURRENT_DATE, '"
               WS-CUSTOMER-TYPE "') RETURNING customer_id;"
               INTO WS-SQL-COMMAND.

           PERFORM RUN-CUSTOMER-SQL-PARA.
               "WITH upd AS (UPDATE customers SET legal_name = '"
               FUNCTION TRIM(WS-LEGAL-NAME) "', street_address = '"
               FUNCTION TRIM(WS-STREET-ADDRESS) "', city_state_zip = '"
               FUNCTION TRIM(WS-CITY-STATE-ZIP)
               "', date_of_birth = NULLIF('"
               FUNCTION TRIM(WS-DATE-OF-BIRTH) "', '')::date, "
               "customer_type = '" WS-CUSTOMER-TYPE "', tax_id = '"
               FUNCTION TRIM(WS-TAX-ID) "', phone = '"
               FUNCTION TRIM(WS-PHONE) "', email = '"
               FUNCTION TRIM(WS-EMAIL) "', delivery_preference = '"
               WS-DELIVERY-PREF "', combined_statement = '"
               WS-COMBINED-STATEMENT "', bai2_receiver_id = NULLIF('"
               FUNCTION TRIM(WS-BAI2-RECEIVER)
               "', ''), kyc_risk_rating = '"
               FUNCTION TRIM(WS-KYC-RATING)
               "', kyc_next_review = (CURRENT_DATE + "
               "make_interval(months => " WS-KYC-MONTHS
                   DISPLAY "Customer "
                       FUNCTION TRIM(WS-CUSTOMER-ID-DISP) " not found."
               ELSE
                   DISPLAY "Customer "
                       FUNCTION TRIM(WS-CUSTOMER-ID-DISP) " updated."
               END-IF
           END-IF.

       INQUIRE-CUSTOMER-PARA.
           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           DISPLAY "Enter Customer Number:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           PERFORM SET-INQUIRY-MASKING-PARA

           *> One line of master detail, then one line per account the
           *> customer holds -- the "same person holds four accounts"
           *> view that name-string matching could never answer.
           *> An entity shows its certification and its owners in
           *> place of a date of birth.
           STRING
               "SELECT c.customer_id || ' | ' || c.legal_name || ' | ' "
               "|| " FUNCTION TRIM(WS-ADDRESS-EXPR) " || ' | "
               "' || CASE WHEN c.customer_type = 'E' THEN "
               "'ENTITY | ownership certified ' || "
               "COALESCE(c.ownership_certified_date::text, 'NO') "
               "ELSE 'DOB ' || COALESCE(" FUNCTION TRIM(WS-DOB-EXPR)
               ", '') END || ' | TIN ' || COALESCE("
               FUNCTION TRIM(WS-TIN-EXPR) ", '') || CASE WHEN "
               "c.combined_statement = 'Y' THEN ' | combined "
               "statement' ELSE '' END || COALESCE(' | BAI2 to ' "
               "|| c.bai2_receiver_id, '') "
               "FROM customers c WHERE c.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " UNION ALL "
               "SELECT '  ' || b.owner_role || ' ' || o.customer_id "
               "|| ' ' || o.legal_name || ' (' || b.ownership_pct || "
               "'%)' FROM beneficial_owners b JOIN customers o ON "
               "o.customer_id = b.owner_customer_id WHERE "
               "b.removed_date IS NULL AND b.entity_customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " UNION ALL "
               "SELECT '  TIN cert ' || t.form_type || ' signed ' || "
               "t.certification_date || COALESCE(' expires ' || "
               "t.expiry_date, '') || ' ' || t.cert_status FROM "
               "tin_certifications t WHERE t.cert_status <> "
               "'SUPERSEDED' AND t.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " UNION ALL "
               "SELECT '  B-notice ' || n.notice_level || ' ' || "
               "n.notice_date || ' on ' || "
               FUNCTION TRIM(WS-NOTICE-EXPR) " || "
               "' -- backup withholding' FROM b_notices n WHERE "
               "n.bnotice_status = 'OPEN' AND n.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " UNION ALL "
               "SELECT '  opted out ' || p.optout_type || ' from ' || "
               "p.effective_date || ' (' || p.channel || ')' FROM "
               "customer_privacy_optouts p WHERE p.end_date IS NULL "
               "AND p.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               " UNION ALL "
               "SELECT '  holds ' || " FUNCTION TRIM(WS-HOLDS-EXPR)
               " || ' (' || "
               "h.holder_role || ')' FROM account_holders h "
               "WHERE h.customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) ";"
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
                   NOT AT END DISPLAY FUNCTION TRIM(PSQL-RESULT-RECORD)
               END-READ
           END-PERFORM
           CLOSE PSQL-RESULT-FILE

           MOVE SPACES TO WS-MASK-VIEW
           STRING "customer inquiry " FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
               DELIMITED BY SIZE INTO WS-MASK-VIEW
           CALL "MASK-AUDIT-SUB" USING
               WS-MASK-PROGRAM WS-OPERATOR-ID WS-NO-ACCOUNT
               WS-MASK-VIEW WS-UNMASKED.

       SET-INQUIRY-MASKING-PARA.
           CALL "MASK-POLICY-SUB" USING WS-MASK-AUDIENCE WS-OPERATOR-ID
           MOVE "TIN" TO WS-MASK-ELEMENT
           MOVE "c.tax_id" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-TIN-EXPR
           MOVE "DOB" TO WS-MASK-ELEMENT
           MOVE "c.date_of_birth" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-DOB-EXPR
           MOVE "ADDRESS" TO WS-MASK-ELEMENT
           MOVE "c.street_address || ' ' || c.city_state_zip"
               TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-ADDRESS-EXPR
           MOVE "ACCOUNT" TO WS-MASK-ELEMENT
           MOVE "h.account_number" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-HOLDS-EXPR
           MOVE "n.account_number" TO WS-MASK-COLUMN
           CALL "MASK-SQL-SUB" USING
               WS-MASK-ELEMENT WS-MASK-COLUMN WS-NOTICE-EXPR.

       ADD-OWNER-PARA.
           DISPLAY "Enter Entity Customer Number:"
           ACCEPT WS-ENTITY-ID
           MOVE WS-ENTITY-ID TO WS-ENTITY-ID-DISP
           DISPLAY "Enter Owner Customer Number:"
           ACCEPT WS-OWNER-ID
           MOVE WS-OWNER-ID TO WS-OWNER-ID-DISP
           DISPLAY "Owner Role (O=Owner of 25% or more, C=Control "
               "person):"
           ACCEPT WS-ROLE-CHOICE
           EVALUATE WS-ROLE-CHOICE
               WHEN "O"
                   MOVE "OWNER" TO WS-OWNER-ROLE
               WHEN "C"
                   MOVE "CONTROL" TO WS-OWNER-ROLE
               WHEN OTHER
                   DISPLAY "Invalid role -- must be O or C."
                   GOBACK
           END-EVALUATE
      *> A control person need not own anything (0 is fine); a
      *> listed owner is only a beneficial owner at 25% or more.
           DISPLAY "Enter Ownership Percent (e.g. 25.00, 0 for none):"
           ACCEPT WS-OWNERSHIP-PCT
           IF WS-OWNERSHIP-PCT NOT NUMERIC OR WS-OWNERSHIP-PCT > 100
               DISPLAY "Invalid ownership percent."
               GOBACK
           END-IF
           IF WS-OWNER-ROLE = "OWNER" AND WS-OWNERSHIP-PCT < 25
               DISPLAY "An owner is recorded only at 25% or more."
               GOBACK
           END-IF
           MOVE WS-OWNERSHIP-PCT TO WS-OWNERSHIP-PCT-DISP

      *> The owner must be a live individual CIF -- an entity cannot
      *> stand as a beneficial owner -- and is screened against the
      *> sanctions list exactly as a new account holder is.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COALESCE(customer_type, 'I') || legal_name "
               "FROM customers WHERE customer_id = "
               FUNCTION TRIM(WS-OWNER-ID-DISP)
               " AND COALESCE(customer_status, 'ACTIVE') <> 'MERGED';"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CUSTOMER-SQL-PARA
           IF WS-RETURN-CODE NOT = 0 OR WS-PSQL-RESULT = SPACES
               DISPLAY "Owner customer "
                   FUNCTION TRIM(WS-OWNER-ID-DISP) " not found."
               GOBACK
           END-IF
           MOVE WS-PSQL-RESULT(1:1) TO WS-OWNER-TYPE
           MOVE WS-PSQL-RESULT(2:) TO WS-OWNER-NAME
           IF WS-OWNER-TYPE NOT = "I"
               DISPLAY "A beneficial owner must be an individual "
                   "customer."
               GOBACK
           END-IF

           CALL "SCREEN-NAME-SUB" USING
               WS-OWNER-NAME WS-SCREEN-CONTEXT WS-NO-ACCOUNT
               WS-SANCTIONS-MATCH
           IF WS-SANCTIONS-MATCH = 'Y'
               DISPLAY "Owner blocked pending compliance review -- "
                   "potential sanctions match."
               GOBACK
           END-IF

      *> The row only lands for an entity CIF, never twice for the same
      *> owner and role, never as a second control person, and never
      *> past 100% owned in total. Any change voids the certification.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH ins AS (INSERT INTO beneficial_owners "
               "(entity_customer_id, owner_customer_id, owner_role, "
               "ownership_pct, added_date) SELECT c.customer_id, "
               FUNCTION TRIM(WS-OWNER-ID-DISP) ", '"
               FUNCTION TRIM(WS-OWNER-ROLE) "', "
               FUNCTION TRIM(WS-OWNERSHIP-PCT-DISP)
               ", CURRENT_DATE FROM customers c WHERE c.customer_id = "
               FUNCTION TRIM(WS-ENTITY-ID-DISP)
               " AND c.customer_type = 'E' AND NOT EXISTS (SELECT 1 "
               "FROM beneficial_owners b WHERE b.entity_customer_id = "
               "c.customer_id AND b.removed_date IS NULL AND "
               "(b.owner_role = 'CONTROL' AND '"
               FUNCTION TRIM(WS-OWNER-ROLE) "' = 'CONTROL' OR "
               "b.owner_customer_id = "
               FUNCTION TRIM(WS-OWNER-ID-DISP) " AND b.owner_role = '"
               FUNCTION TRIM(WS-OWNER-ROLE) "')) AND (SELECT "
               "COALESCE(SUM(b.ownership_pct), 0) FROM "
               "beneficial_owners b WHERE b.entity_customer_id = "
               "c.customer_id AND b.removed_date IS NULL AND "
               "b.owner_role = 'OWNER') + "
               FUNCTION TRIM(WS-OWNERSHIP-PCT-DISP) " <= 100 "
               "RETURNING entity_customer_id), "
               "unc AS (UPDATE customers SET ownership_certified_date "
               "= NULL WHERE customer_id IN (SELECT entity_customer_id "
               "FROM ins)) SELECT entity_customer_id FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CUSTOMER-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error adding owner. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Owner not added -- not an entity customer, "
                       "already listed, a control person is already "
                       "recorded, or ownership would exceed 100%."
               ELSE
                   DISPLAY "Owner " FUNCTION TRIM(WS-OWNER-ID-DISP)
                       " added to entity "
                       FUNCTION TRIM(WS-ENTITY-ID-DISP)
                       " -- ownership must be re-certified."
               END-IF
           END-IF.

       REMOVE-OWNER-PARA.
           DISPLAY "Enter Entity Customer Number:"
           ACCEPT WS-ENTITY-ID
           MOVE WS-ENTITY-ID TO WS-ENTITY-ID-DISP
           DISPLAY "Enter Owner Customer Number:"
           ACCEPT WS-OWNER-ID
           MOVE WS-OWNER-ID TO WS-OWNER-ID-DISP

      *> Removed rows are end-dated, not deleted -- the owner list as
      *> it stood at any earlier certification stays on file.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH rem AS (UPDATE beneficial_owners SET "
               "removed_date = CURRENT_DATE WHERE entity_customer_id = "
               FUNCTION TRIM(WS-ENTITY-ID-DISP)
               " AND owner_customer_id = "
               FUNCTION TRIM(WS-OWNER-ID-DISP)
               " AND removed_date IS NULL RETURNING "
               "entity_customer_id), "
               "unc AS (UPDATE customers SET ownership_certified_date "
               "= NULL WHERE customer_id IN (SELECT entity_customer_id "
               "FROM rem)) SELECT COUNT(*) FROM rem;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CUSTOMER-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error removing owner. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES OR WS-PSQL-RESULT = "0"
                   DISPLAY "Owner " FUNCTION TRIM(WS-OWNER-ID-DISP)
                       " is not listed on entity "
                       FUNCTION TRIM(WS-ENTITY-ID-DISP) "."
               ELSE
                   DISPLAY "Owner " FUNCTION TRIM(WS-OWNER-ID-DISP)
                       " removed -- ownership must be re-certified."
               END-IF
           END-IF.

       CERTIFY-OWNERSHIP-PARA.
           DISPLAY "Enter Entity Customer Number:"
           ACCEPT WS-ENTITY-ID
           MOVE WS-ENTITY-ID TO WS-ENTITY-ID-DISP

      *> The certification is the customer's attestation that the
      *> owner list on file is complete. It is only taken once a
      *> control person is on file -- the one role every entity has,
      *> whether or not anyone owns 25%.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE customers c SET ownership_certified_date = "
               "CURRENT_DATE WHERE c.customer_id = "
               FUNCTION TRIM(WS-ENTITY-ID-DISP)
               " AND c.customer_type = 'E' AND EXISTS (SELECT 1 FROM "
               "beneficial_owners b WHERE b.entity_customer_id = "
               "c.customer_id AND b.owner_role = 'CONTROL' AND "
               "b.removed_date IS NULL) RETURNING c.customer_id;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CUSTOMER-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error certifying ownership. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   DISPLAY "Not certified -- not an entity customer, "
                       "or no control person is recorded."
               ELSE
                   DISPLAY "Ownership certified for entity "
                       FUNCTION TRIM(WS-ENTITY-ID-DISP)
               END-IF
           END-IF.

       CAPTURE-TIN-CERT-PARA.
           DISPLAY "Enter Customer Number:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           DISPLAY "Form (9=W-9, 8=W-8BEN):"
           ACCEPT WS-FORM-CHOICE
           EVALUATE WS-FORM-CHOICE
               WHEN "9"
                   MOVE "W-9" TO WS-FORM-TYPE
               WHEN "8"
                   MOVE "W-8BEN" TO WS-FORM-TYPE
               WHEN OTHER
                   DISPLAY "Invalid form -- must be 9 or 8."
                   GOBACK
           END-EVALUATE
           DISPLAY "Enter Date Signed (YYYY-MM-DD):"
           ACCEPT WS-CERT-DATE
           IF WS-CERT-DATE(5:1) NOT = "-" OR WS-CERT-DATE(8:1) NOT = "-"
               DISPLAY "Invalid date -- use YYYY-MM-DD."
               GOBACK
           END-IF
           DISPLAY "Enter TIN as certified (blank for TIN on file):"
           ACCEPT WS-CERTIFIED-TIN
           DISPLAY "TIN validated by SSA or IRS letter (Y/N):"
           ACCEPT WS-TIN-VALIDATED
           IF WS-TIN-VALIDATED NOT = "Y"
               MOVE "N" TO WS-TIN-VALIDATED
           END-IF

      *> One statement: the prior certification is superseded, the
      *> new one recorded, a corrected TIN written to the master, and
      *> every open B-notice the new certification answers is cured.
      *> A first notice is cured by any certification signed on or
      *> after the notice date; a second needs the validated TIN.
      *> Withholding lifts on an account once no open notice is left
      *> against it.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH cust AS (SELECT customer_id, COALESCE(NULLIF('"
               FUNCTION TRIM(WS-CERTIFIED-TIN) "', ''), tax_id) AS tin "
               "FROM customers WHERE customer_id = "
               FUNCTION TRIM(WS-CUSTOMER-ID-DISP) "), "
               "sup AS (UPDATE tin_certifications SET cert_status = "
               "'SUPERSEDED' WHERE customer_id IN (SELECT customer_id "
               "FROM cust) AND cert_status IN ('ACTIVE', 'EXPIRED')), "
               "ins AS (INSERT INTO tin_certifications (customer_id, "
               "form_type, certification_date, expiry_date, "
               "tin_certified, tin_validated, cert_status, "
               "captured_at) SELECT customer_id, '"
               FUNCTION TRIM(WS-FORM-TYPE) "', DATE '" WS-CERT-DATE
               "', CASE WHEN '" FUNCTION TRIM(WS-FORM-TYPE)
               "' = 'W-8BEN' THEN (date_trunc('year', DATE '"
               WS-CERT-DATE "') + INTERVAL '4 years' - INTERVAL "
               "'1 day')::date END, tin, '" WS-TIN-VALIDATED
               "', 'ACTIVE', NOW() FROM cust RETURNING customer_id), "
               "fix AS (UPDATE customers c SET tax_id = cust.tin FROM "
               "cust WHERE c.customer_id = cust.customer_id), "
               "cur AS (UPDATE b_notices n SET bnotice_status = "
               "'RESOLVED', resolved_date = CURRENT_DATE WHERE "
               "n.customer_id IN (SELECT customer_id FROM ins) AND "
               "n.bnotice_status = 'OPEN' AND n.notice_date <= DATE '"
               WS-CERT-DATE "' AND (n.notice_level = 'FIRST' OR '"
               WS-TIN-VALIDATED "' = 'Y') RETURNING n.bnotice_id, "
               "n.account_number), "
               "lift AS (UPDATE accounts a SET withholding_flag = 'N', "
               "withholding_reason = NULL WHERE a.withholding_reason = "
               "'BNOTICE' AND a.account_number IN (SELECT "
               "account_number FROM cur) AND NOT EXISTS (SELECT 1 FROM "
               "b_notices o WHERE o.account_number = a.account_number "
               "AND o.bnotice_status = 'OPEN' AND o.bnotice_id NOT IN "
               "(SELECT bnotice_id FROM cur)) RETURNING "
               "a.account_number) "
               "SELECT (SELECT COUNT(*) FROM ins) || '|' || (SELECT "
               "COUNT(*) FROM cur) || '|' || (SELECT COUNT(*) FROM "
               "lift);"
               INTO WS-SQL-COMMAND
           PERFORM RUN-CUSTOMER-SQL-PARA

           MOVE SPACES TO WS-CERTS-RECORDED WS-NOTICES-CURED
               WS-ACCOUNTS-LIFTED
           UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
               INTO WS-CERTS-RECORDED WS-NOTICES-CURED
               WS-ACCOUNTS-LIFTED
           END-UNSTRING
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error capturing certification. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-CERTS-RECORDED NOT = "1"
                   DISPLAY "Customer "
                       FUNCTION TRIM(WS-CUSTOMER-ID-DISP) " not found."
               ELSE
                   DISPLAY FUNCTION TRIM(WS-FORM-TYPE)
                       " certification recorded. B-notices cured: "
                       FUNCTION TRIM(WS-NOTICES-CURED)
                       " Accounts with withholding lifted: "
                       FUNCTION TRIM(WS-ACCOUNTS-LIFTED)
               END-IF
           END-IF.

       PRIVACY-OPTOUT-PARA.
           DISPLAY "Enter Customer Number:"
           ACCEPT WS-CUSTOMER-ID
           MOVE WS-CUSTOMER-ID TO WS-CUSTOMER-ID-DISP
           DISPLAY "Type (A=Affiliate sharing, T=Third-party "
               "marketing, M=Telemarketing, E=E-mail):"
           ACCEPT WS-OPTOUT-CHOICE
           EVALUATE WS-OPTOUT-CHOICE
               WHEN "A"
                   MOVE "AFFILIATE" TO WS-OPTOUT-TYPE
               WHEN "T"
                   MOVE "THIRDPARTY" TO WS-OPTOUT-TYPE
               WHEN "M"
                   MOVE "TELEMKT" TO WS-OPTOUT-TYPE
               WHEN "E"
                   MOVE "EMAIL" TO WS-OPTOUT-TYPE
               WHEN OTHER
                   DISPLAY "Invalid type -- must be A, T, M or E."
                   GOBACK
           END-EVALUATE
           DISPLAY "O=Opt out, I=Opt back in:"
           ACCEPT WS-OPTOUT-ACTION
           IF WS-OPTOUT-ACTION NOT = "O" AND WS-OPTOUT-ACTION NOT = "I"
               DISPLAY "Invalid choice -- must be O or I."
               GOBACK
           END-IF
           DISPLAY "Enter Effective Date (YYYY-MM-DD):"
           ACCEPT WS-OPTOUT-DATE
           IF WS-OPTOUT-DATE(5:1) NOT = "-"
                   OR WS-OPTOUT-DATE(8:1) NOT = "-"
               DISPLAY "Invalid date -- use YYYY-MM-DD."
               GOBACK
           END-IF
           DISPLAY "Received by (C=Counter, P=Phone, L=Letter/form, "
               "E=E-mail, W=Web):"
           ACCEPT WS-OPTOUT-CHANNEL
           IF NOT WS-OPTOUT-CHANNEL-VALID
               DISPLAY "Invalid channel -- must be C, P, L, E or W."
               GOBACK
           END-IF

      *> An opt-out only opens when none of that type is standing; an
      *> opt-in ends the standing one on the effective date, keeping
      *> the row as the record of when sharing was barred.
           MOVE SPACES TO WS-SQL-COMMAND
           IF WS-OPTOUT-ACTION = "O"
               STRING
                   "INSERT INTO customer_privacy_optouts (customer_id, "
                   "optout_type, effective_date, channel, "
                   "recorded_at) SELECT c.customer_id, '"
                   FUNCTION TRIM(WS-OPTOUT-TYPE) "', DATE '"
                   WS-OPTOUT-DATE "', '" WS-OPTOUT-CHANNEL "', NOW() "
                   "FROM customers c WHERE c.customer_id = "
                   FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   " AND NOT EXISTS (SELECT 1 FROM "
                   "customer_privacy_optouts p WHERE p.customer_id = "
                   "c.customer_id AND p.optout_type = '"
                   FUNCTION TRIM(WS-OPTOUT-TYPE) "' AND p.end_date IS "
                   "NULL) RETURNING optout_id;"
                   INTO WS-SQL-COMMAND
           ELSE
               STRING
                   "UPDATE customer_privacy_optouts SET end_date = "
                   "DATE '" WS-OPTOUT-DATE "', end_channel = '"
                   WS-OPTOUT-CHANNEL "' WHERE customer_id = "
                   FUNCTION TRIM(WS-CUSTOMER-ID-DISP)
                   " AND optout_type = '"
                   FUNCTION TRIM(WS-OPTOUT-TYPE) "' AND end_date IS "
                   "NULL RETURNING optout_id;"
                   INTO WS-SQL-COMMAND
           END-IF
           PERFORM RUN-CUSTOMER-SQL-PARA

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "Error recording preference. Return code: "
                   WS-RETURN-CODE
           ELSE
               IF WS-PSQL-RESULT = SPACES
                   IF WS-OPTOUT-ACTION = "O"
                       DISPLAY "Not recorded -- customer not found or "
                           "already opted out of "
                           FUNCTION TRIM(WS-OPTOUT-TYPE) "."
                   ELSE
                       DISPLAY "Not recorded -- no standing "
                           FUNCTION TRIM(WS-OPTOUT-TYPE)
                           " opt-out for this customer."
                   END-IF
               ELSE
                   IF WS-OPTOUT-ACTION = "O"
                       DISPLAY "Opt-out from "
                           FUNCTION TRIM(WS-OPTOUT-TYPE)
                           " recorded, effective " WS-OPTOUT-DATE "."
                   ELSE
                       DISPLAY "Opt-out from "
                           FUNCTION TRIM(WS-OPTOUT-TYPE)
                           " ended " WS-OPTOUT-DATE "."
                   END-IF
               END-IF
           END-IF.

       RUN-CUSTOMER-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           *> -q keeps psql's command tag (e.g. "INSERT 0 0") out of
           *> the result file, so an empty result really means "no row
           *> came back" and the not-found checks above can trust it.
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE " -t -A > "
                 FUNCTION TRIM(WS-RESULT-FILE-NAME)
                 INTO WS-SHELL-COMMAND.

           DISPLAY "Executing: " WS-SHELL-COMMAND.
