       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUISITION-CONVERSION-BATCH.
       AUTHOR. DARREN-MACKENZIE.

      *> Conversion load for an acquired bank's deposit book. Until
      *> now the only way to bring an account in was OPEN-ACCOUNT, one
      *> at a time. This run reads the seller's extract -- eight
      *> fixed-name files, each with a '1' header (seller ID, extract
      *> date), '6' details and a '9' trailer (detail count, sign, net
      *> amount):
      *>   ./conversion_customers.dat  -- CIF: old customer ID, type,
      *>                                  name, address, DOB, TIN,
      *>                                  phone, email
      *>   ./conversion_accounts.dat   -- old account, their product
      *>                                  and branch codes, opened
      *>                                  date, FDIC ownership
      *>                                  category, CD maturity date
      *>   ./conversion_holders.dat    -- old account, old customer,
      *>                                  holder role
      *>   ./conversion_balances.dat   -- old account, signed balance
      *>   ./conversion_accrued.dat    -- old account, signed accrued
      *>                                  interest
      *>   ./conversion_holds.dat      -- old account, hold amount,
      *>                                  expiry date
      *>   ./conversion_orders.dat     -- old account, amount,
      *>                                  frequency, next run date,
      *>                                  old target account or an
      *>                                  external routing/account
      *>   ./conversion_control.dat    -- the seller's control figures:
      *>                                  their product, account count,
      *>                                  signed balance total
      *> Every file must carry the same seller ID, which is the
      *> conversion ID, and prove against its own trailer; any
      *> refusal there (or a bad date, amount or code in a detail)
      *> stops the run before the database is touched.
      *>
      *> Their product and branch codes are translated through
      *> conversion_map (PRODUCT and BRANCH rows for the conversion
      *> ID) to our products and branches catalog. The load itself is
      *> one script, one database transaction:
      *>   - CIF records follow CIF-DEDUPE-BATCH's scoring: a live
      *>     customer with the same TIN (100) IS the customer, and the
      *>     seller's record is linked to it; otherwise a new CIF is
      *>     created, and a same name and date of birth (80) also
      *>     queues the pair in duplicate_candidates for CIF-MERGE.
      *>     New CIFs are due for KYC review on the day they land.
      *>   - Account numbers come from number_control. The block is
      *>     numbered here off ACCOUNT-NUMBER-PEEK-SUB and claimed
      *>     inside the transaction only if no one has moved the base
      *>     since -- a rehearsal or a failed load claims nothing.
      *>   - conversion_xref keeps every old customer and account
      *>     number against its new one.
      *>   - Opening balances post as one type 'C' (conversion)
      *>     transaction per account, written straight to the books:
      *>     no alert, event, webhook or fee path is reached, and the
      *>     fee and activity batches do not count type 'C'. GL
      *>     posting journals it under the chart's 'C' row.
      *>   - Accrued interest goes to the accrued_interest bucket,
      *>     holds to pending_transactions and standing orders to
      *>     standing_orders against the new numbers.
      *> The balancing report (./acquisition_conversion_report.txt)
      *> proves, per our product, the seller's control count and
      *> balance total against what was actually loaded, plus every
      *> extract's detail count read against loaded, and lists any
      *> account that did not convert (unmapped product or branch).
      *>
      *> A REHEARSAL (the default) runs the whole load and writes the
      *> report, then rolls back -- nothing is committed, no number is
      *> claimed. A LIVE run commits only if every line balances; out
      *> of balance, it rolls back exactly like a rehearsal. A
      *> conversion ID already in conversion_xref is refused. The
      *> script holds the seller's personal data and is removed when
      *> the run ends.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONVERSION-IN-FILE ASSIGN TO WS-CONVERSION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONV-FILE-STATUS.
           SELECT SCRIPT-FILE ASSIGN TO "./acquisition_conversion.sql"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCING-FEED-FILE
           ASSIGN TO "./acquisition_conversion_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT BALANCING-REPORT-FILE
           ASSIGN TO "./acquisition_conversion_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PSQL-RESULT-FILE
           ASSIGN TO "./psql_result_conversion.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONVERSION-IN-FILE.
       01  CONVERSION-IN-RECORD.
           05  CONV-RECORD-TYPE      PIC X(1).
           05  CONV-RECORD-BODY      PIC X(249).
       FD  SCRIPT-FILE.
       01  SCRIPT-RECORD             PIC X(1600).
       FD  BALANCING-FEED-FILE.
       01  BALANCING-FEED-RECORD     PIC X(200).
       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-RECORD   PIC X(132).
       FD  PSQL-RESULT-FILE.
       01  PSQL-RESULT-RECORD        PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(1600).
       01  WS-SHELL-COMMAND          PIC X(400).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.
       01  WS-PSQL-RESULT            PIC X(40).

      *> The extract, in the order it is read. Customers and accounts
      *> come first so every later file can be checked against them
      *> in the load.
       01  WS-FILE-NAMES.
           05  FILLER PIC X(40) VALUE "./conversion_customers.dat".
           05  FILLER PIC X(40) VALUE "./conversion_accounts.dat".
           05  FILLER PIC X(40) VALUE "./conversion_holders.dat".
           05  FILLER PIC X(40) VALUE "./conversion_balances.dat".
           05  FILLER PIC X(40) VALUE "./conversion_accrued.dat".
           05  FILLER PIC X(40) VALUE "./conversion_holds.dat".
           05  FILLER PIC X(40) VALUE "./conversion_orders.dat".
           05  FILLER PIC X(40) VALUE "./conversion_control.dat".
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           05  WS-FILE-NAME          OCCURS 8 TIMES PIC X(40).
       01  WS-FILE-COUNT             PIC 9(2) VALUE 8.
       01  WS-FILE-IDX               PIC 9(2) VALUE 0.
       01  WS-CONVERSION-FILE-NAME   PIC X(40) VALUE SPACES.
       01  WS-CONV-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-FEED-FILE-STATUS       PIC X(2) VALUE SPACES.
       01  WS-STAGE-TABLE            PIC X(20) VALUE SPACES.
       01  WS-FILE-RESULTS.
           05  WS-FILE-RESULT        OCCURS 8 TIMES.
               10  WS-FILE-DETAILS   PIC 9(9).
               10  WS-FILE-NET       PIC S9(15)V99.
               10  WS-FILE-STATUS    PIC X(30).

       01  WS-HEADER-BODY.
           05  WS-HDR-SELLER         PIC X(12).
           05  WS-HDR-EXTRACT-DATE   PIC X(10).
       01  WS-TRAILER-BODY.
           05  WS-TRL-COUNT          PIC 9(9).
           05  WS-TRL-SIGN           PIC X(1).
           05  WS-TRL-AMOUNT         PIC 9(13)V99.
       01  WS-CUSTOMER-BODY.
           05  WS-CUS-OLD-ID         PIC X(12).
           05  WS-CUS-TYPE           PIC X(1).
           05  WS-CUS-LEGAL-NAME     PIC X(60).
           05  WS-CUS-STREET         PIC X(40).
           05  WS-CUS-CITY           PIC X(40).
           05  WS-CUS-DOB            PIC X(10).
           05  WS-CUS-TAX-ID         PIC X(11).
           05  WS-CUS-PHONE          PIC X(15).
           05  WS-CUS-EMAIL          PIC X(60).
       01  WS-ACCOUNT-BODY.
           05  WS-ACC-OLD-NUMBER     PIC X(20).
           05  WS-ACC-PRODUCT        PIC X(8).
           05  WS-ACC-BRANCH         PIC X(8).
           05  WS-ACC-OPENED         PIC X(10).
           05  WS-ACC-OWNERSHIP      PIC X(8).
           05  WS-ACC-MATURITY       PIC X(10).
       01  WS-HOLDER-BODY.
           05  WS-HLD-OLD-ACCOUNT    PIC X(20).
           05  WS-HLD-OLD-CUSTOMER   PIC X(12).
           05  WS-HLD-ROLE           PIC X(1).
      *> Balances and accrued interest share one layout.
       01  WS-BALANCE-BODY.
           05  WS-BAL-OLD-ACCOUNT    PIC X(20).
           05  WS-BAL-SIGN           PIC X(1).
           05  WS-BAL-AMOUNT         PIC 9(13)V99.
       01  WS-HOLD-BODY.
           05  WS-HOL-OLD-ACCOUNT    PIC X(20).
           05  WS-HOL-AMOUNT         PIC 9(13)V99.
           05  WS-HOL-EXPIRY         PIC X(10).
       01  WS-ORDER-BODY.
           05  WS-ORD-OLD-ACCOUNT    PIC X(20).
           05  WS-ORD-AMOUNT         PIC 9(13)V99.
           05  WS-ORD-FREQUENCY      PIC X(8).
           05  WS-ORD-NEXT-RUN       PIC X(10).
           05  WS-ORD-TARGET-OLD     PIC X(20).
           05  WS-ORD-EXT-ROUTING    PIC X(9).
           05  WS-ORD-EXT-ACCOUNT    PIC X(17).
       01  WS-CONTROL-BODY.
           05  WS-CTL-PRODUCT        PIC X(8).
           05  WS-CTL-COUNT          PIC 9(9).
           05  WS-CTL-SIGN           PIC X(1).
           05  WS-CTL-TOTAL          PIC 9(13)V99.

       01  WS-CONVERSION-ID          PIC X(12) VALUE SPACES.
       01  WS-EXTRACT-DATE           PIC X(10) VALUE SPACES.
       01  WS-EXTRACT-OK             PIC X(1) VALUE 'Y'.
       01  WS-HEADER-SEEN            PIC X(1) VALUE 'N'.
       01  WS-TRAILER-SEEN           PIC X(1) VALUE 'N'.
       01  WS-DETAIL-OK              PIC X(1) VALUE 'Y'.
       01  WS-CHECK-DATE             PIC X(10) VALUE SPACES.
       01  WS-DATE-OK                PIC X(1) VALUE 'Y'.
       01  WS-SIGNED-AMOUNT          PIC S9(13)V99 VALUE 0.
       01  WS-TRAILER-NET            PIC S9(15)V99 VALUE 0.
       01  WS-FMT-AMOUNT             PIC -(13)9.99.
       01  WS-FMT-COUNT              PIC Z(8)9.

       01  WS-LIVE-CHOICE            PIC X(1) VALUE SPACE.
       01  WS-LIVE-RUN               PIC X(1) VALUE 'N'.
       01  WS-ALREADY-CONVERTED      PIC 9(9) VALUE 0.
       01  WS-FIRST-BASE             PIC X(9) VALUE SPACES.
       01  WS-NUMBER-OK              PIC X(1) VALUE 'N'.
       01  WS-NEXT-BASE              PIC 9(9) VALUE 0.
       01  WS-NEXT-BASE-X REDEFINES WS-NEXT-BASE PIC X(9).
       01  WS-NEW-ACCOUNT            PIC X(10) VALUE SPACES.
       01  WS-ACCOUNTS-NUMBERED      PIC 9(9) VALUE 0.

      *> One line of the balancing feed the load script writes.
       01  WS-FEED-TYPE              PIC X(1).
       01  WS-FEED-LABEL             PIC X(60).
       01  WS-FEED-READ              PIC X(12).
       01  WS-FEED-LOADED            PIC X(12).
       01  WS-FEED-CONTROL-TOTAL     PIC X(20).
       01  WS-FEED-LOADED-TOTAL      PIC X(20).
       01  WS-RPT-READ               PIC 9(9).
       01  WS-RPT-LOADED             PIC 9(9).
       01  WS-RPT-CONTROL-TOTAL      PIC S9(15)V99.
       01  WS-RPT-LOADED-TOTAL       PIC S9(15)V99.
       01  WS-RPT-READ-DISP          PIC Z(8)9.
       01  WS-RPT-LOADED-DISP        PIC Z(8)9.
       01  WS-RPT-CONTROL-DISP       PIC -(13)9.99.
       01  WS-RPT-TOTAL-DISP         PIC -(13)9.99.
       01  WS-RPT-STATUS             PIC X(14).
       01  WS-FEED-LINES             PIC 9(9) VALUE 0.
       01  WS-OUT-OF-BALANCE         PIC 9(9) VALUE 0.
       01  WS-RUN-OUTCOME            PIC X(60) VALUE SPACES.

       01  WS-BATCH-NAME             PIC X(30) VALUE
           "ACQUISITION-CONVERSION-BATCH".
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ACQUISITION-CONVERSION-BATCH starting."
           DISPLAY "Live load (L) -- commits if it balances -- or "
               "rehearsal (anything else) -- always rolled back?"
           ACCEPT WS-LIVE-CHOICE
           IF WS-LIVE-CHOICE = "L" OR WS-LIVE-CHOICE = "l"
               MOVE 'Y' TO WS-LIVE-RUN
               DISPLAY "LIVE conversion load."
           ELSE
               DISPLAY "REHEARSAL -- nothing will be committed."
           END-IF

           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           CALL "ACCOUNT-NUMBER-PEEK-SUB" USING
               WS-FIRST-BASE WS-NUMBER-OK
           IF WS-NUMBER-OK NOT = 'Y' OR WS-FIRST-BASE NOT NUMERIC
               DISPLAY "Account numbering unavailable -- not running."
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF
           MOVE WS-FIRST-BASE TO WS-NEXT-BASE-X

      *> Read and prove every file, writing the staging half of the
      *> script as each detail is accepted.
           OPEN OUTPUT SCRIPT-FILE
           PERFORM WRITE-SCRIPT-HEADER-PARA
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               PERFORM READ-ONE-FILE-PARA THRU READ-ONE-FILE-EXIT
           END-PERFORM
           IF WS-EXTRACT-OK = 'Y'
               PERFORM CHECK-NOT-CONVERTED-PARA
           END-IF
           IF WS-EXTRACT-OK = 'Y'
               PERFORM WRITE-CIF-LOAD-PARA
               PERFORM WRITE-ACCOUNT-LOAD-PARA
               PERFORM WRITE-DETAIL-LOAD-PARA
               PERFORM WRITE-BALANCING-PARA
               PERFORM WRITE-SCRIPT-END-PARA
           END-IF
           CLOSE SCRIPT-FILE

           IF WS-EXTRACT-OK NOT = 'Y'
               DISPLAY "Extract refused -- nothing loaded."
               PERFORM REMOVE-SCRIPT-PARA
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF

           PERFORM EXECUTE-SCRIPT-PARA
           PERFORM REMOVE-SCRIPT-PARA
           PERFORM WRITE-REPORT-PARA

           IF WS-LIVE-RUN = 'Y' AND
                   (WS-RETURN-CODE NOT = 0 OR WS-OUT-OF-BALANCE > 0
                    OR WS-FEED-LINES = 0)
               DISPLAY "LIVE load NOT committed -- see "
                   "./acquisition_conversion_report.txt"
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF
           IF WS-LIVE-RUN NOT = 'Y' AND WS-RETURN-CODE NOT = 0
               DISPLAY "Rehearsal failed running the load script. "
                   "Return code: " WS-RETURN-CODE
               PERFORM FAIL-RUN-PARA
               GOBACK
           END-IF

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ACCOUNTS-NUMBERED WS-RUN-STATUS
           DISPLAY "ACQUISITION-CONVERSION-BATCH complete. "
               FUNCTION TRIM(WS-RUN-OUTCOME)
           DISPLAY "Accounts in extract: " WS-ACCOUNTS-NUMBERED
               " Lines out of balance: " WS-OUT-OF-BALANCE
           GOBACK.

       FAIL-RUN-PARA.
           MOVE "FAILED" TO WS-RUN-STATUS
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-ACCOUNTS-NUMBERED WS-RUN-STATUS
           MOVE 8 TO RETURN-CODE.

      *>----------------------------------------------------------------
      *> READ-ONE-FILE-PARA
      *> One extract file end to end: header, details, trailer. A
      *> missing file, like one without its trailer, refuses the
      *> whole extract.
      *>----------------------------------------------------------------
       READ-ONE-FILE-PARA.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-CONVERSION-FILE-NAME
           MOVE 0 TO WS-FILE-DETAILS(WS-FILE-IDX)
           MOVE 0 TO WS-FILE-NET(WS-FILE-IDX)
           MOVE "PROVED" TO WS-FILE-STATUS(WS-FILE-IDX)
           MOVE 'N' TO WS-HEADER-SEEN
           MOVE 'N' TO WS-TRAILER-SEEN
           MOVE 'N' TO WS-END-OF-FILE

           OPEN INPUT CONVERSION-IN-FILE
           IF WS-CONV-FILE-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                   ": file not found."
               MOVE "REFUSED - NO FILE" TO WS-FILE-STATUS(WS-FILE-IDX)
               MOVE 'N' TO WS-EXTRACT-OK
               GO TO READ-ONE-FILE-EXIT
           END-IF
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CONVERSION-IN-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM HANDLE-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE CONVERSION-IN-FILE

           IF WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                   ": no trailer record -- file is incomplete."
               MOVE "REFUSED - NO TRAILER" TO
                   WS-FILE-STATUS(WS-FILE-IDX)
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF.

       READ-ONE-FILE-EXIT.
           EXIT.

       HANDLE-ONE-RECORD-PARA.
           EVALUATE CONV-RECORD-TYPE
               WHEN "1"
                   PERFORM CHECK-HEADER-PARA
               WHEN "6"
                   IF WS-HEADER-SEEN NOT = 'Y'
                       DISPLAY FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                           ": detail before header -- refused."
                       MOVE "REFUSED - NO HEADER" TO
                           WS-FILE-STATUS(WS-FILE-IDX)
                       MOVE 'N' TO WS-EXTRACT-OK
                   ELSE
                       ADD 1 TO WS-FILE-DETAILS(WS-FILE-IDX)
                       PERFORM STAGE-ONE-DETAIL-PARA
                   END-IF
               WHEN "9"
                   PERFORM CHECK-TRAILER-PARA
               WHEN OTHER
                   DISPLAY "Unknown record type '" CONV-RECORD-TYPE
                       "' in " FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                       " -- skipped."
           END-EVALUATE.

       CHECK-HEADER-PARA.
           MOVE 'Y' TO WS-HEADER-SEEN
           MOVE CONV-RECORD-BODY TO WS-HEADER-BODY
           INSPECT WS-HDR-SELLER REPLACING ALL "'" BY SPACE
      *> The first header names the conversion; every other file must
      *> be from the same seller's extract.
           IF WS-CONVERSION-ID = SPACES
               MOVE WS-HDR-SELLER TO WS-CONVERSION-ID
               MOVE WS-HDR-EXTRACT-DATE TO WS-EXTRACT-DATE
               DISPLAY "Conversion " FUNCTION TRIM(WS-CONVERSION-ID)
                   " extract dated " WS-EXTRACT-DATE
           END-IF
           IF WS-HDR-SELLER NOT = WS-CONVERSION-ID
                   OR WS-HDR-SELLER = SPACES
               DISPLAY FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                   ": header seller '" WS-HDR-SELLER
                   "' is not conversion '" WS-CONVERSION-ID "'."
               MOVE "REFUSED - WRONG SELLER" TO
                   WS-FILE-STATUS(WS-FILE-IDX)
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF.

       CHECK-TRAILER-PARA.
           MOVE 'Y' TO WS-TRAILER-SEEN
           MOVE CONV-RECORD-BODY TO WS-TRAILER-BODY
           IF WS-TRL-COUNT NOT NUMERIC OR WS-TRL-AMOUNT NOT NUMERIC
               MOVE 0 TO WS-TRL-COUNT
               MOVE 0 TO WS-TRL-AMOUNT
           END-IF
           MOVE WS-TRL-AMOUNT TO WS-TRAILER-NET
           IF WS-TRL-SIGN = "-"
               COMPUTE WS-TRAILER-NET = 0 - WS-TRL-AMOUNT
           END-IF
           IF WS-TRL-COUNT = WS-FILE-DETAILS(WS-FILE-IDX)
                   AND WS-TRAILER-NET = WS-FILE-NET(WS-FILE-IDX)
               DISPLAY FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                   ": trailer balanced, " WS-TRL-COUNT " details."
           ELSE
               MOVE WS-TRAILER-NET TO WS-FMT-AMOUNT
               DISPLAY "*** TRAILER OUT OF BALANCE *** "
                   FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                   " stated " WS-TRL-COUNT " / "
                   FUNCTION TRIM(WS-FMT-AMOUNT) ", read "
                   WS-FILE-DETAILS(WS-FILE-IDX)
               MOVE "REFUSED - TRAILER OUT" TO
                   WS-FILE-STATUS(WS-FILE-IDX)
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF.

      *>----------------------------------------------------------------
      *> STAGE-ONE-DETAIL-PARA
      *> Each accepted detail becomes one row in that file's staging
      *> table (conv_*, temporary to the load session). Quotes are
      *> blanked out of every text field before it reaches the SQL.
      *>----------------------------------------------------------------
       STAGE-ONE-DETAIL-PARA.
           MOVE 'Y' TO WS-DETAIL-OK
           MOVE SPACES TO WS-SQL-COMMAND
           EVALUATE WS-FILE-IDX
               WHEN 1
                   PERFORM STAGE-CUSTOMER-PARA
               WHEN 2
                   PERFORM STAGE-ACCOUNT-PARA
               WHEN 3
                   PERFORM STAGE-HOLDER-PARA
               WHEN 4
                   PERFORM STAGE-BALANCE-PARA
               WHEN 5
                   PERFORM STAGE-BALANCE-PARA
               WHEN 6
                   PERFORM STAGE-HOLD-PARA
               WHEN 7
                   PERFORM STAGE-ORDER-PARA
               WHEN 8
                   PERFORM STAGE-CONTROL-PARA
           END-EVALUATE
           IF WS-DETAIL-OK = 'Y'
               WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND
           ELSE
               DISPLAY FUNCTION TRIM(WS-CONVERSION-FILE-NAME)
                   " detail " WS-FILE-DETAILS(WS-FILE-IDX)
                   " refused: " FUNCTION TRIM(CONV-RECORD-BODY)
               MOVE "REFUSED - BAD DETAIL" TO
                   WS-FILE-STATUS(WS-FILE-IDX)
               MOVE 'N' TO WS-EXTRACT-OK
           END-IF.

       STAGE-CUSTOMER-PARA.
           MOVE CONV-RECORD-BODY TO WS-CUSTOMER-BODY
           INSPECT WS-CUSTOMER-BODY REPLACING ALL "'" BY SPACE
           IF WS-CUS-TYPE NOT = "E"
               MOVE "I" TO WS-CUS-TYPE
           END-IF
           MOVE WS-CUS-DOB TO WS-CHECK-DATE
           PERFORM CHECK-DATE-PARA
           IF WS-CUS-OLD-ID = SPACES OR WS-CUS-LEGAL-NAME = SPACES
                   OR WS-DATE-OK NOT = 'Y'
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           STRING
               "INSERT INTO conv_customers (old_id, customer_type, "
               "legal_name, street_address, city_state_zip, "
               "date_of_birth, tax_id, phone, email) VALUES ('"
               FUNCTION TRIM(WS-CUS-OLD-ID) "', '" WS-CUS-TYPE "', '"
               FUNCTION TRIM(WS-CUS-LEGAL-NAME) "', '"
               FUNCTION TRIM(WS-CUS-STREET) "', '"
               FUNCTION TRIM(WS-CUS-CITY) "', NULLIF('"
               FUNCTION TRIM(WS-CUS-DOB) "', '')::date, NULLIF('"
               FUNCTION TRIM(WS-CUS-TAX-ID) "', ''), NULLIF('"
               FUNCTION TRIM(WS-CUS-PHONE) "', ''), NULLIF('"
               FUNCTION TRIM(WS-CUS-EMAIL) "', ''));"
               INTO WS-SQL-COMMAND.

       STAGE-ACCOUNT-PARA.
           MOVE CONV-RECORD-BODY TO WS-ACCOUNT-BODY
           INSPECT WS-ACCOUNT-BODY REPLACING ALL "'" BY SPACE
           IF WS-ACC-OWNERSHIP = SPACES
               MOVE "SINGLE" TO WS-ACC-OWNERSHIP
           END-IF
           IF WS-ACC-OWNERSHIP NOT = "SINGLE"
                   AND WS-ACC-OWNERSHIP NOT = "JOINT"
                   AND WS-ACC-OWNERSHIP NOT = "RETIRE"
                   AND WS-ACC-OWNERSHIP NOT = "TRUST"
                   AND WS-ACC-OWNERSHIP NOT = "BUSINESS"
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           IF WS-ACC-OLD-NUMBER = SPACES OR WS-ACC-PRODUCT = SPACES
                   OR WS-ACC-BRANCH = SPACES
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           MOVE WS-ACC-OPENED TO WS-CHECK-DATE
           PERFORM CHECK-DATE-PARA
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           MOVE WS-ACC-MATURITY TO WS-CHECK-DATE
           PERFORM CHECK-DATE-PARA
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'N' TO WS-DETAIL-OK
           END-IF

      *> Every account in the extract is numbered, in file order, off
      *> the block starting at the base number_control holds now.
           CALL "ACCOUNT-CHECK-DIGIT-SUB" USING
               WS-NEXT-BASE-X WS-NEW-ACCOUNT
           ADD 1 TO WS-NEXT-BASE
           ADD 1 TO WS-ACCOUNTS-NUMBERED
           STRING
               "INSERT INTO conv_accounts (old_account, "
               "their_product, their_branch, opened_date, "
               "ownership_category, maturity_date, new_account) "
               "VALUES ('"
               FUNCTION TRIM(WS-ACC-OLD-NUMBER) "', '"
               FUNCTION TRIM(WS-ACC-PRODUCT) "', '"
               FUNCTION TRIM(WS-ACC-BRANCH) "', NULLIF('"
               FUNCTION TRIM(WS-ACC-OPENED) "', '')::date, '"
               FUNCTION TRIM(WS-ACC-OWNERSHIP) "', NULLIF('"
               FUNCTION TRIM(WS-ACC-MATURITY) "', '')::date, '"
               WS-NEW-ACCOUNT "');"
               INTO WS-SQL-COMMAND.

       STAGE-HOLDER-PARA.
           MOVE CONV-RECORD-BODY TO WS-HOLDER-BODY
           INSPECT WS-HOLDER-BODY REPLACING ALL "'" BY SPACE
           IF WS-HLD-ROLE = SPACE
               MOVE "P" TO WS-HLD-ROLE
           END-IF
           IF WS-HLD-ROLE NOT = "P" AND WS-HLD-ROLE NOT = "J"
                   AND WS-HLD-ROLE NOT = "M" AND WS-HLD-ROLE NOT = "C"
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           IF WS-HLD-OLD-ACCOUNT = SPACES
                   OR WS-HLD-OLD-CUSTOMER = SPACES
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           STRING
               "INSERT INTO conv_holders (old_account, old_customer, "
               "holder_role) VALUES ('"
               FUNCTION TRIM(WS-HLD-OLD-ACCOUNT) "', '"
               FUNCTION TRIM(WS-HLD-OLD-CUSTOMER) "', '"
               WS-HLD-ROLE "');"
               INTO WS-SQL-COMMAND.

       STAGE-BALANCE-PARA.
           MOVE CONV-RECORD-BODY TO WS-BALANCE-BODY
           INSPECT WS-BAL-OLD-ACCOUNT REPLACING ALL "'" BY SPACE
           IF WS-BAL-AMOUNT NOT NUMERIC OR WS-BAL-OLD-ACCOUNT = SPACES
               MOVE 'N' TO WS-DETAIL-OK
               MOVE 0 TO WS-BAL-AMOUNT
           END-IF
           MOVE WS-BAL-AMOUNT TO WS-SIGNED-AMOUNT
           IF WS-BAL-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-BAL-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-FILE-NET(WS-FILE-IDX)
           MOVE WS-SIGNED-AMOUNT TO WS-FMT-AMOUNT
           IF WS-FILE-IDX = 4
               MOVE "conv_balances" TO WS-STAGE-TABLE
           ELSE
               MOVE "conv_accrued" TO WS-STAGE-TABLE
           END-IF
           STRING "INSERT INTO " FUNCTION TRIM(WS-STAGE-TABLE)
               " (old_account, amount) VALUES ('"
               FUNCTION TRIM(WS-BAL-OLD-ACCOUNT) "', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ");"
               DELIMITED BY SIZE INTO WS-SQL-COMMAND.

       STAGE-HOLD-PARA.
           MOVE CONV-RECORD-BODY TO WS-HOLD-BODY
           INSPECT WS-HOL-OLD-ACCOUNT REPLACING ALL "'" BY SPACE
           IF WS-HOL-AMOUNT NOT NUMERIC OR WS-HOL-OLD-ACCOUNT = SPACES
               MOVE 'N' TO WS-DETAIL-OK
               MOVE 0 TO WS-HOL-AMOUNT
           END-IF
           MOVE WS-HOL-EXPIRY TO WS-CHECK-DATE
           PERFORM CHECK-DATE-PARA
           IF WS-DATE-OK NOT = 'Y'
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           ADD WS-HOL-AMOUNT TO WS-FILE-NET(WS-FILE-IDX)
           MOVE WS-HOL-AMOUNT TO WS-FMT-AMOUNT
           STRING
               "INSERT INTO conv_holds (old_account, amount, "
               "expires_on) VALUES ('"
               FUNCTION TRIM(WS-HOL-OLD-ACCOUNT) "', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", NULLIF('"
               FUNCTION TRIM(WS-HOL-EXPIRY) "', '')::date);"
               INTO WS-SQL-COMMAND.

       STAGE-ORDER-PARA.
           MOVE CONV-RECORD-BODY TO WS-ORDER-BODY
           INSPECT WS-ORDER-BODY REPLACING ALL "'" BY SPACE
           IF WS-ORD-AMOUNT NOT NUMERIC OR WS-ORD-OLD-ACCOUNT = SPACES
               MOVE 'N' TO WS-DETAIL-OK
               MOVE 0 TO WS-ORD-AMOUNT
           END-IF
           IF WS-ORD-FREQUENCY NOT = "DAILY"
                   AND WS-ORD-FREQUENCY NOT = "WEEKLY"
                   AND WS-ORD-FREQUENCY NOT = "MONTHLY"
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
      *> An order pays either another converted account or an
      *> external one -- never neither.
           IF WS-ORD-TARGET-OLD = SPACES
                   AND (WS-ORD-EXT-ROUTING = SPACES
                        OR WS-ORD-EXT-ACCOUNT = SPACES)
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           MOVE WS-ORD-NEXT-RUN TO WS-CHECK-DATE
           PERFORM CHECK-DATE-PARA
           IF WS-DATE-OK NOT = 'Y' OR WS-ORD-NEXT-RUN = SPACES
               MOVE 'N' TO WS-DETAIL-OK
           END-IF
           ADD WS-ORD-AMOUNT TO WS-FILE-NET(WS-FILE-IDX)
           MOVE WS-ORD-AMOUNT TO WS-FMT-AMOUNT
           STRING
               "INSERT INTO conv_orders (old_account, amount, "
               "frequency, next_run_date, target_old_account, "
               "external_routing, external_account) VALUES ('"
               FUNCTION TRIM(WS-ORD-OLD-ACCOUNT) "', "
               FUNCTION TRIM(WS-FMT-AMOUNT) ", '"
               FUNCTION TRIM(WS-ORD-FREQUENCY) "', '"
               WS-ORD-NEXT-RUN "', NULLIF('"
               FUNCTION TRIM(WS-ORD-TARGET-OLD) "', ''), NULLIF('"
               FUNCTION TRIM(WS-ORD-EXT-ROUTING) "', ''), NULLIF('"
               FUNCTION TRIM(WS-ORD-EXT-ACCOUNT) "', ''));"
               INTO WS-SQL-COMMAND.

       STAGE-CONTROL-PARA.
           MOVE CONV-RECORD-BODY TO WS-CONTROL-BODY
           INSPECT WS-CTL-PRODUCT REPLACING ALL "'" BY SPACE
           IF WS-CTL-COUNT NOT NUMERIC OR WS-CTL-TOTAL NOT NUMERIC
                   OR WS-CTL-PRODUCT = SPACES
               MOVE 'N' TO WS-DETAIL-OK
               MOVE 0 TO WS-CTL-COUNT
               MOVE 0 TO WS-CTL-TOTAL
           END-IF
           MOVE WS-CTL-TOTAL TO WS-SIGNED-AMOUNT
           IF WS-CTL-SIGN = "-"
               COMPUTE WS-SIGNED-AMOUNT = 0 - WS-CTL-TOTAL
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-FILE-NET(WS-FILE-IDX)
           MOVE WS-SIGNED-AMOUNT TO WS-FMT-AMOUNT
           MOVE WS-CTL-COUNT TO WS-FMT-COUNT
           STRING
               "INSERT INTO conv_control (their_product, "
               "account_count, balance_total) VALUES ('"
               FUNCTION TRIM(WS-CTL-PRODUCT) "', "
               FUNCTION TRIM(WS-FMT-COUNT) ", "
               FUNCTION TRIM(WS-FMT-AMOUNT) ");"
               INTO WS-SQL-COMMAND.

      *> Blank, or YYYY-MM-DD.
       CHECK-DATE-PARA.
           MOVE 'Y' TO WS-DATE-OK
           IF WS-CHECK-DATE NOT = SPACES
               IF WS-CHECK-DATE(1:4) NOT NUMERIC
                       OR WS-CHECK-DATE(5:1) NOT = "-"
                       OR WS-CHECK-DATE(6:2) NOT NUMERIC
                       OR WS-CHECK-DATE(8:1) NOT = "-"
                       OR WS-CHECK-DATE(9:2) NOT NUMERIC
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-IF.

       CHECK-NOT-CONVERTED-PARA.
      *> A conversion loads once. Its ID already in the cross-
      *> reference means it has been committed -- a rehearsal against
      *> it would only prove duplicates.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT COUNT(*) FROM conversion_xref WHERE "
               "conversion_id = '" FUNCTION TRIM(WS-CONVERSION-ID)
               "';"
               INTO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE
                 " -t -A > ./psql_result_conversion.tmp"
                 INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE
           CALL "AUDIT-LOG-SUB" USING
               "ACQUISITION-CONVERT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT PSQL-RESULT-FILE
               READ PSQL-RESULT-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE PSQL-RESULT-FILE
               MOVE FUNCTION TRIM(WS-PSQL-RESULT) TO WS-PSQL-RESULT
           END-IF
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "Cannot read conversion_xref -- not running."
               MOVE 'N' TO WS-EXTRACT-OK
           ELSE
               COMPUTE WS-ALREADY-CONVERTED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
               IF WS-ALREADY-CONVERTED > 0
                   DISPLAY "Conversion "
                       FUNCTION TRIM(WS-CONVERSION-ID)
                       " is already loaded -- not running."
                   MOVE 'N' TO WS-EXTRACT-OK
               END-IF
           END-IF.

      *>----------------------------------------------------------------
      *> The load script. The staging tables are temporary to the
      *> session; everything else happens between BEGIN and the
      *> closing COMMIT or ROLLBACK.
      *>----------------------------------------------------------------
       WRITE-SCRIPT-HEADER-PARA.
           MOVE "BEGIN;" TO SCRIPT-RECORD
           WRITE SCRIPT-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "CREATE TEMP TABLE conv_customers (old_id text, "
               "customer_type text, legal_name text, street_address "
               "text, city_state_zip text, date_of_birth date, "
               "tax_id text, phone text, email text, "
               "new_customer_id integer, match_basis text); "
               "CREATE TEMP TABLE conv_accounts (old_account text, "
               "their_product text, their_branch text, opened_date "
               "date, ownership_category text, maturity_date date, "
               "new_account text); "
               "CREATE TEMP TABLE conv_holders (old_account text, "
               "old_customer text, holder_role text); "
               "CREATE TEMP TABLE conv_balances (old_account text, "
               "amount numeric); "
               "CREATE TEMP TABLE conv_accrued (old_account text, "
               "amount numeric); "
               "CREATE TEMP TABLE conv_holds (old_account text, "
               "amount numeric, expires_on date); "
               "CREATE TEMP TABLE conv_orders (old_account text, "
               "amount numeric, frequency text, next_run_date date, "
               "target_old_account text, external_routing text, "
               "external_account text); "
               "CREATE TEMP TABLE conv_control (their_product text, "
               "account_count bigint, balance_total numeric); "
               "CREATE TEMP TABLE conv_balancing (line_type text, "
               "label text, read_count bigint, loaded_count bigint, "
               "control_total numeric, loaded_total numeric);"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND.

       WRITE-CIF-LOAD-PARA.
      *> 100 -- same TIN as a live (unmerged) customer: that customer.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE conv_customers s SET new_customer_id = "
               "(SELECT MIN(c.customer_id) FROM customers c WHERE "
               "c.tax_id = s.tax_id AND COALESCE(c.customer_status, "
               "'ACTIVE') <> 'MERGED'), match_basis = 'TIN' "
               "WHERE s.tax_id IS NOT NULL AND EXISTS (SELECT 1 FROM "
               "customers c WHERE c.tax_id = s.tax_id AND "
               "COALESCE(c.customer_status, 'ACTIVE') <> 'MERGED');"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

      *> Everyone else is a new CIF, numbered off the customers
      *> sequence first so the cross-reference can be written from
      *> the staging row.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE conv_customers SET new_customer_id = "
               "nextval(pg_get_serial_sequence('customers', "
               "'customer_id')), match_basis = 'NEW' WHERE "
               "new_customer_id IS NULL; "
               "INSERT INTO customers (customer_id, legal_name, "
               "street_address, city_state_zip, date_of_birth, "
               "tax_id, phone, email, delivery_preference, "
               "combined_statement, kyc_risk_rating, "
               "kyc_next_review, added_date, customer_type) "
               "SELECT new_customer_id, legal_name, street_address, "
               "city_state_zip, date_of_birth, tax_id, phone, email, "
               "'MAIL', 'N', 'LOW', CURRENT_DATE, CURRENT_DATE, "
               "customer_type FROM conv_customers WHERE "
               "match_basis = 'NEW';"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

      *> 80 -- same name and date of birth as any other unmerged
      *> customer: created, but queued for CIF-MERGE.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE conv_customers s SET match_basis = 'NAME+DOB' "
               "WHERE s.match_basis = 'NEW' AND EXISTS (SELECT 1 FROM "
               "customers c WHERE c.legal_name = s.legal_name AND "
               "c.date_of_birth = s.date_of_birth AND c.customer_id "
               "<> s.new_customer_id AND COALESCE(c.customer_status, "
               "'ACTIVE') <> 'MERGED'); "
               "INSERT INTO duplicate_candidates (customer_id_low, "
               "customer_id_high, match_score, match_basis, "
               "candidate_status, detected_at) SELECT DISTINCT "
               "LEAST(c.customer_id, s.new_customer_id), "
               "GREATEST(c.customer_id, s.new_customer_id), 80, "
               "'NAME+DOB', 'NEW', NOW() FROM conv_customers s JOIN "
               "customers c ON c.legal_name = s.legal_name AND "
               "c.date_of_birth = s.date_of_birth AND c.customer_id "
               "<> s.new_customer_id AND COALESCE(c.customer_status, "
               "'ACTIVE') <> 'MERGED' WHERE s.match_basis = "
               "'NAME+DOB' AND NOT EXISTS (SELECT 1 FROM "
               "duplicate_candidates d WHERE d.customer_id_low = "
               "LEAST(c.customer_id, s.new_customer_id) AND "
               "d.customer_id_high = GREATEST(c.customer_id, "
               "s.new_customer_id));"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO conversion_xref (conversion_id, "
               "xref_type, old_key, new_key, converted_at) SELECT '"
               FUNCTION TRIM(WS-CONVERSION-ID) "', 'CUSTOMER', "
               "old_id, new_customer_id::text, NOW() FROM "
               "conv_customers;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND.

       WRITE-ACCOUNT-LOAD-PARA.
      *> Claim the block numbered above -- only if number_control
      *> still stands where it did when the extract was numbered.
           MOVE WS-ACCOUNTS-NUMBERED TO WS-FMT-COUNT
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "DO $$ BEGIN UPDATE number_control SET "
               "next_account_base = next_account_base + "
               FUNCTION TRIM(WS-FMT-COUNT) " WHERE control_id = 1 "
               "AND next_account_base = " WS-FIRST-BASE "; "
               "IF NOT FOUND THEN RAISE EXCEPTION 'number_control "
               "moved since the extract was numbered -- run the "
               "conversion again'; END IF; END $$;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

      *> An account converts only when both its product and its
      *> branch map to ours; anything else is left out and shows on
      *> the report as unconverted.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO accounts (account_number, "
               "current_balance, interest_rate, account_status, "
               "currency, daily_limit, product_code, branch_code, "
               "maturity_date, cd_disposition, ownership_category, "
               "statement_cycle_day, opened_date) "
               "SELECT s.new_account, 0, p.default_interest_rate, "
               "'ACTIVE', p.currency, p.daily_limit, p.product_code, "
               "b.branch_code, CASE WHEN p.product_type = 'CD' THEN "
               "COALESCE(s.maturity_date, (COALESCE(s.opened_date, "
               "CURRENT_DATE) + make_interval(months => "
               "p.term_months))::date) END, CASE WHEN "
               "p.product_type = 'CD' THEN 'RENEW' END, "
               "s.ownership_category, COALESCE("
               "p.statement_cycle_day, 31), COALESCE(s.opened_date, "
               "CURRENT_DATE) FROM conv_accounts s "
               "JOIN conversion_map mp ON mp.conversion_id = '"
               FUNCTION TRIM(WS-CONVERSION-ID) "' AND mp.map_type = "
               "'PRODUCT' AND mp.their_code = s.their_product "
               "JOIN products p ON p.product_code = mp.our_code "
               "JOIN conversion_map mb ON mb.conversion_id = '"
               FUNCTION TRIM(WS-CONVERSION-ID) "' AND mb.map_type = "
               "'BRANCH' AND mb.their_code = s.their_branch "
               "JOIN branches b ON b.branch_code = mb.our_code;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO conversion_xref (conversion_id, "
               "xref_type, old_key, new_key, converted_at) SELECT '"
               FUNCTION TRIM(WS-CONVERSION-ID) "', 'ACCOUNT', "
               "s.old_account, s.new_account, NOW() FROM "
               "conv_accounts s JOIN accounts a ON a.account_number "
               "= s.new_account;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND.

       WRITE-DETAIL-LOAD-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO account_holders (account_number, "
               "customer_id, holder_name, holder_role, added_date) "
               "SELECT s.new_account, c.customer_id, c.legal_name, "
               "h.holder_role, CURRENT_DATE FROM conv_holders h "
               "JOIN conv_accounts s ON s.old_account = "
               "h.old_account JOIN accounts a ON a.account_number = "
               "s.new_account JOIN conv_customers k ON k.old_id = "
               "h.old_customer JOIN customers c ON c.customer_id = "
               "k.new_customer_id;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

      *> The opening balance: one conversion posting per account and
      *> the stored balance set to match -- written directly, so no
      *> alert, event or fee is raised for it.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO transactions (account_number, "
               "transaction_type, amount, currency, operator_id, "
               "narrative, external_reference) "
               "SELECT s.new_account, 'C', SUM(v.amount), "
               "MIN(a.currency), 'CONVERT', "
               "'ACQUISITION CONVERSION OPENING BALANCE', "
               "s.old_account FROM conv_balances v JOIN "
               "conv_accounts s ON s.old_account = v.old_account "
               "JOIN accounts a ON a.account_number = s.new_account "
               "GROUP BY s.new_account, s.old_account; "
               "UPDATE accounts a SET current_balance = "
               "a.current_balance + t.amount FROM (SELECT "
               "s.new_account, SUM(v.amount) AS amount FROM "
               "conv_balances v JOIN conv_accounts s ON "
               "s.old_account = v.old_account GROUP BY "
               "s.new_account) t WHERE a.account_number = "
               "t.new_account;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "UPDATE accounts a SET accrued_interest = "
               "COALESCE(a.accrued_interest, 0) + t.amount FROM "
               "(SELECT s.new_account, SUM(v.amount) AS amount FROM "
               "conv_accrued v JOIN conv_accounts s ON "
               "s.old_account = v.old_account GROUP BY "
               "s.new_account) t WHERE a.account_number = "
               "t.new_account;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

      *> A hold runs through its expiry date, as the seller had it.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO pending_transactions (account_number, "
               "amount, status, operator_id, expires_at) "
               "SELECT s.new_account, h.amount, 'PENDING', "
               "'CONVERT', h.expires_on + INTERVAL '1 day' "
               "FROM conv_holds h JOIN conv_accounts s ON "
               "s.old_account = h.old_account JOIN accounts a ON "
               "a.account_number = s.new_account;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

      *> An order paying another of the seller's accounts follows it
      *> to its new number; if that account did not convert, the
      *> order does not either.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO standing_orders (account_number, "
               "target_account_number, amount, frequency, "
               "next_run_date, external_routing, external_account) "
               "SELECT s.new_account, t.new_account, o.amount, "
               "o.frequency, o.next_run_date, CASE WHEN "
               "o.target_old_account IS NULL THEN "
               "o.external_routing END, CASE WHEN "
               "o.target_old_account IS NULL THEN "
               "o.external_account END FROM conv_orders o "
               "JOIN conv_accounts s ON s.old_account = "
               "o.old_account JOIN accounts a ON a.account_number = "
               "s.new_account LEFT JOIN conv_accounts t ON "
               "t.old_account = o.target_old_account "
               "WHERE o.target_old_account IS NULL OR EXISTS "
               "(SELECT 1 FROM accounts x WHERE x.account_number = "
               "t.new_account);"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND.

      *>----------------------------------------------------------------
      *> WRITE-BALANCING-PARA
      *> Balancing lines, built inside the load transaction so a
      *> rehearsal reports exactly what a live run would commit:
      *>   C -- CIF outcome counts (information only)
      *>   P -- per our product: seller control count and balance
      *>        total (their products mapped to ours; an unmapped
      *>        one shows as ?code) against accounts and balances
      *>        actually loaded
      *>   S -- per extract file: details read against loaded
      *>   U -- each account that did not convert
      *> The feed is written out before the end of the transaction.
      *>----------------------------------------------------------------
       WRITE-BALANCING-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO conv_balancing SELECT 'C', "
               "'CIF ' || match_basis, COUNT(*), COUNT(*), NULL, "
               "NULL FROM conv_customers GROUP BY match_basis; "
               "INSERT INTO conv_balancing SELECT 'P', "
               "COALESCE(l.product_code, c.product_code), "
               "COALESCE(c.n, 0), COALESCE(l.n, 0), "
               "COALESCE(c.bal, 0), COALESCE(l.bal, 0) FROM "
               "(SELECT COALESCE(m.our_code, '?' || "
               "k.their_product) AS product_code, "
               "SUM(k.account_count) AS n, SUM(k.balance_total) AS "
               "bal FROM conv_control k LEFT JOIN conversion_map m "
               "ON m.conversion_id = '"
               FUNCTION TRIM(WS-CONVERSION-ID) "' AND m.map_type = "
               "'PRODUCT' AND m.their_code = k.their_product "
               "GROUP BY 1) c FULL JOIN (SELECT a.product_code, "
               "COUNT(*) AS n, SUM(a.current_balance) AS bal FROM "
               "conv_accounts s JOIN accounts a ON a.account_number "
               "= s.new_account GROUP BY 1) l ON l.product_code = "
               "c.product_code; "
               "INSERT INTO conv_balancing SELECT 'U', "
               "s.old_account || ' product ' || s.their_product || "
               "' branch ' || s.their_branch, 1, 0, NULL, NULL FROM "
               "conv_accounts s WHERE NOT EXISTS (SELECT 1 FROM "
               "accounts a WHERE a.account_number = s.new_account);"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO conv_balancing SELECT 'S', "
               "'1 CUSTOMERS', COUNT(*), COUNT(c.customer_id), NULL, "
               "NULL FROM conv_customers k LEFT JOIN customers c ON "
               "c.customer_id = k.new_customer_id; "
               "INSERT INTO conv_balancing SELECT 'S', "
               "'2 ACCOUNTS', COUNT(*), COUNT(a.account_number), "
               "NULL, NULL FROM conv_accounts s LEFT JOIN accounts a "
               "ON a.account_number = s.new_account; "
               "INSERT INTO conv_balancing SELECT 'S', "
               "'3 HOLDERS', COUNT(*), COUNT(*) FILTER (WHERE EXISTS "
               "(SELECT 1 FROM conv_accounts s JOIN accounts a ON "
               "a.account_number = s.new_account JOIN conv_customers "
               "k ON k.old_id = h.old_customer JOIN account_holders "
               "x ON x.account_number = s.new_account AND "
               "x.customer_id = k.new_customer_id WHERE "
               "s.old_account = h.old_account)), NULL, NULL FROM "
               "conv_holders h; "
               "INSERT INTO conv_balancing SELECT 'S', "
               "'7 STANDING ORDERS', COUNT(*), COUNT(*) FILTER "
               "(WHERE EXISTS (SELECT 1 FROM conv_accounts s JOIN "
               "accounts a ON a.account_number = s.new_account WHERE "
               "s.old_account = o.old_account) AND "
               "(o.target_old_account IS NULL OR EXISTS (SELECT 1 "
               "FROM conv_accounts t JOIN accounts x ON "
               "x.account_number = t.new_account WHERE "
               "t.old_account = o.target_old_account))), "
               "SUM(o.amount), COALESCE(SUM(o.amount) FILTER (WHERE "
               "EXISTS (SELECT 1 FROM conv_accounts s JOIN accounts "
               "a ON a.account_number = s.new_account WHERE "
               "s.old_account = o.old_account) AND "
               "(o.target_old_account IS NULL OR EXISTS (SELECT 1 "
               "FROM conv_accounts t JOIN accounts x ON "
               "x.account_number = t.new_account WHERE "
               "t.old_account = o.target_old_account))), 0) FROM "
               "conv_orders o;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "INSERT INTO conv_balancing SELECT 'S', "
               "'4 BALANCES', COUNT(*), COUNT(a.account_number), "
               "SUM(v.amount), COALESCE(SUM(v.amount) FILTER (WHERE "
               "a.account_number IS NOT NULL), 0) FROM conv_balances "
               "v LEFT JOIN conv_accounts s ON s.old_account = "
               "v.old_account LEFT JOIN accounts a ON "
               "a.account_number = s.new_account; "
               "INSERT INTO conv_balancing SELECT 'S', "
               "'5 ACCRUED INTEREST', COUNT(*), "
               "COUNT(a.account_number), SUM(v.amount), "
               "COALESCE(SUM(v.amount) FILTER (WHERE "
               "a.account_number IS NOT NULL), 0) FROM conv_accrued "
               "v LEFT JOIN conv_accounts s ON s.old_account = "
               "v.old_account LEFT JOIN accounts a ON "
               "a.account_number = s.new_account; "
               "INSERT INTO conv_balancing SELECT 'S', "
               "'6 HOLDS', COUNT(*), COUNT(a.account_number), "
               "SUM(h.amount), COALESCE(SUM(h.amount) FILTER (WHERE "
               "a.account_number IS NOT NULL), 0) FROM conv_holds "
               "h LEFT JOIN conv_accounts s ON s.old_account = "
               "h.old_account LEFT JOIN accounts a ON "
               "a.account_number = s.new_account;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND

           MOVE "\o ./acquisition_conversion_feed.tmp" TO SCRIPT-RECORD
           WRITE SCRIPT-RECORD
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "SELECT line_type || '|' || label || '|' || "
               "read_count || '|' || loaded_count || '|' || "
               "COALESCE(control_total, 0) || '|' || "
               "COALESCE(loaded_total, 0) FROM conv_balancing "
               "ORDER BY line_type, label;"
               INTO WS-SQL-COMMAND
           WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND
           MOVE "\o" TO SCRIPT-RECORD
           WRITE SCRIPT-RECORD.

       WRITE-SCRIPT-END-PARA.
           IF WS-LIVE-RUN NOT = 'Y'
               MOVE "ROLLBACK;" TO SCRIPT-RECORD
               WRITE SCRIPT-RECORD
           ELSE
      *> The live gate: one line out of balance and the exception
      *> ends the session with the transaction uncommitted.
               MOVE SPACES TO WS-SQL-COMMAND
               STRING
                   "DO $$ BEGIN IF EXISTS (SELECT 1 FROM "
                   "conv_balancing WHERE read_count <> loaded_count "
                   "OR COALESCE(control_total, 0) <> "
                   "COALESCE(loaded_total, 0)) THEN RAISE EXCEPTION "
                   "'conversion out of balance -- not committed'; "
                   "END IF; END $$;"
                   INTO WS-SQL-COMMAND
               WRITE SCRIPT-RECORD FROM WS-SQL-COMMAND
               MOVE "COMMIT;" TO SCRIPT-RECORD
               WRITE SCRIPT-RECORD
           END-IF.

       EXECUTE-SCRIPT-PARA.
      *> ON_ERROR_STOP: any failure ends the session mid-transaction,
      *> and the database rolls the whole load back.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f ./acquisition_conversion_feed.tmp"
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME)
               " -q -t -A -v ON_ERROR_STOP=1 "
               "-f ./acquisition_conversion.sql > /dev/null"
               INTO WS-SHELL-COMMAND

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE

           CALL "AUDIT-LOG-SUB" USING
               "ACQUISITION-CONVERT" SPACES
               WS-SHELL-COMMAND WS-RETURN-CODE.

       REMOVE-SCRIPT-PARA.
      *> The script carries the seller's customer data -- it does not
      *> outlive the run.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f ./acquisition_conversion.sql"
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND.

      *>----------------------------------------------------------------
      *> WRITE-REPORT-PARA
      *> The balancing report: the extract files as proved, then the
      *> feed lines, then the outcome of the run.
      *>----------------------------------------------------------------
       WRITE-REPORT-PARA.
           OPEN OUTPUT BALANCING-REPORT-FILE
           MOVE SPACES TO BALANCING-REPORT-RECORD
           STRING "ACQUISITION CONVERSION BALANCING -- conversion "
               FUNCTION TRIM(WS-CONVERSION-ID) ", extract dated "
               WS-EXTRACT-DATE
               DELIMITED BY SIZE INTO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD
           MOVE SPACES TO BALANCING-REPORT-RECORD
           IF WS-LIVE-RUN = 'Y'
               MOVE "LIVE LOAD" TO BALANCING-REPORT-RECORD
           ELSE
               MOVE "REHEARSAL -- rolled back, nothing committed"
                   TO BALANCING-REPORT-RECORD
           END-IF
           WRITE BALANCING-REPORT-RECORD
           MOVE SPACES TO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD

           MOVE "Extract files (details read, net amount, trailer)"
               TO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE WS-FILE-DETAILS(WS-FILE-IDX) TO WS-RPT-READ-DISP
               MOVE WS-FILE-NET(WS-FILE-IDX) TO WS-RPT-TOTAL-DISP
               MOVE SPACES TO BALANCING-REPORT-RECORD
               STRING "  " WS-FILE-NAME(WS-FILE-IDX)
                   WS-RPT-READ-DISP "  " WS-RPT-TOTAL-DISP "  "
                   WS-FILE-STATUS(WS-FILE-IDX)
                   DELIMITED BY SIZE INTO BALANCING-REPORT-RECORD
               WRITE BALANCING-REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD

           MOVE SPACES TO BALANCING-REPORT-RECORD
           STRING "  LINE                              SELLER/READ  "
               "   LOADED      SELLER/READ TOTAL        LOADED TOTAL"
               "  STATUS"
               DELIMITED BY SIZE INTO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD

      *> No feed at all means the script stopped before it got that
      *> far.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BALANCING-FEED-FILE
           IF WS-FEED-FILE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ BALANCING-FEED-FILE
                       AT END MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END PERFORM REPORT-ONE-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE BALANCING-FEED-FILE
           END-IF

           IF WS-FEED-LINES = 0
               MOVE SPACES TO BALANCING-REPORT-RECORD
               STRING "  No balancing figures -- the load script "
                   "failed before it could prove the conversion."
                   DELIMITED BY SIZE INTO BALANCING-REPORT-RECORD
               WRITE BALANCING-REPORT-RECORD
           END-IF
           MOVE SPACES TO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD

           EVALUATE TRUE
               WHEN WS-LIVE-RUN NOT = 'Y' AND WS-RETURN-CODE NOT = 0
                   MOVE "REHEARSAL FAILED -- load script error"
                       TO WS-RUN-OUTCOME
               WHEN WS-LIVE-RUN NOT = 'Y' AND WS-OUT-OF-BALANCE > 0
                   MOVE "REHEARSAL OUT OF BALANCE -- rolled back"
                       TO WS-RUN-OUTCOME
               WHEN WS-LIVE-RUN NOT = 'Y'
                   MOVE "REHEARSAL BALANCED -- rolled back"
                       TO WS-RUN-OUTCOME
               WHEN WS-RETURN-CODE NOT = 0 OR WS-OUT-OF-BALANCE > 0
                       OR WS-FEED-LINES = 0
                   MOVE "LIVE LOAD NOT COMMITTED -- rolled back"
                       TO WS-RUN-OUTCOME
               WHEN OTHER
                   MOVE "LIVE LOAD BALANCED AND COMMITTED"
                       TO WS-RUN-OUTCOME
           END-EVALUATE
           MOVE WS-OUT-OF-BALANCE TO WS-RPT-READ-DISP
           MOVE SPACES TO BALANCING-REPORT-RECORD
           STRING "Lines out of balance: " WS-RPT-READ-DISP
               "   " WS-RUN-OUTCOME
               DELIMITED BY SIZE INTO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD
           CLOSE BALANCING-REPORT-FILE

           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "rm -f ./acquisition_conversion_feed.tmp"
               INTO WS-SHELL-COMMAND
           CALL "SYSTEM" USING WS-SHELL-COMMAND.

       REPORT-ONE-LINE-PARA.
           ADD 1 TO WS-FEED-LINES
           MOVE SPACES TO WS-FEED-TYPE WS-FEED-LABEL WS-FEED-READ
               WS-FEED-LOADED WS-FEED-CONTROL-TOTAL
               WS-FEED-LOADED-TOTAL
           UNSTRING BALANCING-FEED-RECORD DELIMITED BY "|"
               INTO WS-FEED-TYPE WS-FEED-LABEL WS-FEED-READ
                   WS-FEED-LOADED WS-FEED-CONTROL-TOTAL
                   WS-FEED-LOADED-TOTAL
           END-UNSTRING
           COMPUTE WS-RPT-READ = FUNCTION NUMVAL(WS-FEED-READ)
           COMPUTE WS-RPT-LOADED = FUNCTION NUMVAL(WS-FEED-LOADED)
           COMPUTE WS-RPT-CONTROL-TOTAL =
               FUNCTION NUMVAL(WS-FEED-CONTROL-TOTAL)
           COMPUTE WS-RPT-LOADED-TOTAL =
               FUNCTION NUMVAL(WS-FEED-LOADED-TOTAL)

           EVALUATE TRUE
               WHEN WS-FEED-TYPE = "C"
                   MOVE "INFORMATION" TO WS-RPT-STATUS
               WHEN WS-FEED-TYPE = "U"
                   MOVE "NOT CONVERTED" TO WS-RPT-STATUS
                   ADD 1 TO WS-OUT-OF-BALANCE
               WHEN WS-RPT-READ NOT = WS-RPT-LOADED
                       OR WS-RPT-CONTROL-TOTAL NOT =
                          WS-RPT-LOADED-TOTAL
                   MOVE "OUT OF BALANCE" TO WS-RPT-STATUS
                   ADD 1 TO WS-OUT-OF-BALANCE
               WHEN OTHER
                   MOVE "BALANCED" TO WS-RPT-STATUS
           END-EVALUATE

           MOVE WS-RPT-READ TO WS-RPT-READ-DISP
           MOVE WS-RPT-LOADED TO WS-RPT-LOADED-DISP
           MOVE WS-RPT-CONTROL-TOTAL TO WS-RPT-CONTROL-DISP
           MOVE WS-RPT-LOADED-TOTAL TO WS-RPT-TOTAL-DISP
           MOVE SPACES TO BALANCING-REPORT-RECORD
           STRING "  " WS-FEED-TYPE " " WS-FEED-LABEL(1:30) " "
               WS-RPT-READ-DISP "  " WS-RPT-LOADED-DISP "  "
               WS-RPT-CONTROL-DISP "  " WS-RPT-TOTAL-DISP "  "
               WS-RPT-STATUS
               DELIMITED BY SIZE INTO BALANCING-REPORT-RECORD
           WRITE BALANCING-REPORT-RECORD.

       END PROGRAM ACQUISITION-CONVERSION-BATCH.
