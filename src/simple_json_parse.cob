      *> top-level JSON array of such objects one element at a time
      *> for batch transaction uploads. Not a general parser -- it
      *> only understands the "account"/"transaction_type"/"amount"
      *> shape route_handler.cob's callers send it, plus the optional
      *> "narrative" and "external_reference" strings a posting may
      *> carry (JSON-PARSE-NARRATIVE-SUB; absent means blank, never
      *> an error). A quoted value runs to its closing quote, so a
      *> narrative may hold commas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ACCOUNT-KEY     PIC X(15) VALUE '"account"'.
       01  WS-TX-TYPE-KEY     PIC X(20) VALUE '"transaction_type"'.
       01  WS-AMOUNT-KEY      PIC X(10) VALUE '"amount"'.
       01  WS-NARRATIVE-KEY   PIC X(15) VALUE '"narrative"'.
       01  WS-EXT-REF-KEY     PIC X(25) VALUE '"external_reference"'.
       01  WS-NARRATIVE-VALUE PIC X(60)  VALUE SPACES.
       01  WS-EXT-REF-VALUE   PIC X(30)  VALUE SPACES.
       01  WS-QUOTED-VALUE    PIC X      VALUE 'N'.
       01  WS-SEARCH-STRING   PIC X(8192).
       01  WS-FOUND-FIELD     PIC X(200).
       01  WS-FOUND-VALUE     PIC X(200).
       01  WS-IN-ELEMENT      PIC X      VALUE 'N'.

       LINKAGE SECTION.
      *>----------------------------------------------------------------
      *> The caller passes in the JSON string, plus fields to receive
      *> the parsed results, and a status code or similar indicator.
      *>----------------------------------------------------------------
       01  LS-JSON-IN.
           05  LS-JSON-STRING       PIC X(8192).
       01  LS-PARSE-STATUS         PIC X(3).
       01  LS-TX-TYPE-OUT          PIC X(1).
       01  LS-AMOUNT-OUT           PIC 9(7)V99.

      *>----------------------------------------------------------------
      *> Which field FIND-JSON-VALUE/EXTRACT-VALUE or the amount's own
      *> numeric check tripped on -- "account", "transaction_type", or
      *> "amount" -- so a 400 from a missing key looks nothing like a
      *> 400 from a malformed value to whoever called us. Blank when
      *> LS-PARSE-STATUS comes back "200".
      *>----------------------------------------------------------------
       01  LS-PARSE-ERROR-FIELD    PIC X(20).

      *>----------------------------------------------------------------
      *> Batch entry point: a JSON array of the same flat objects.
      *> LS-BATCH-COUNT comes back with how many elements were found
      *> (capped at the table size); element I's fields land in
      *> LS-BATCH-ACCOUNT(I) / LS-BATCH-TYPE(I) / LS-BATCH-AMOUNT(I).
      *>----------------------------------------------------------------
       01  LS-BATCH-JSON-IN        PIC X(8192).
       01  LS-BATCH-STATUS         PIC X(3).
       01  LS-BATCH-COUNT          PIC 9(3).
           05  LS-BATCH-TYPE       OCCURS 20 TIMES PIC X(1).
       01  LS-BATCH-AMOUNTS.
           05  LS-BATCH-AMOUNT     OCCURS 20 TIMES PIC 9(7)V99.
       01  LS-BATCH-NARRATIVES.
           05  LS-BATCH-NARRATIVE  OCCURS 20 TIMES PIC X(60).
       01  LS-BATCH-EXT-REFS.
           05  LS-BATCH-EXT-REF    OCCURS 20 TIMES PIC X(30).

      *>----------------------------------------------------------------
      *> Narrative entry point: the optional free-text narrative and
      *> external reference of one posting object.
      *>----------------------------------------------------------------
       01  LS-NARRATIVE-OUT        PIC X(60).
       01  LS-EXT-REF-OUT          PIC X(30).

       PROCEDURE DIVISION USING
            LS-JSON-IN
           MOVE WS-PARSE-ERR-FIELD TO LS-PARSE-ERROR-FIELD
           GOBACK.

      *>----------------------------------------------------------------
      *> JSON-PARSE-ARRAY-SUB
      *> Splits a top-level JSON array into its object elements by
      *> brace depth and runs the same field lookups against each one.
      *>----------------------------------------------------------------
       ENTRY "JSON-PARSE-ARRAY-SUB" USING
            LS-BATCH-JSON-IN
            LS-BATCH-STATUS
            LS-BATCH-COUNT
            LS-BATCH-ACCOUNTS
            LS-BATCH-TYPES
            LS-BATCH-AMOUNTS
            LS-BATCH-NARRATIVES
            LS-BATCH-EXT-REFS.

       BATCH-MAIN-PARA.
           MOVE "200" TO LS-BATCH-STATUS
               MOVE LS-ACCOUNT-OUT TO LS-BATCH-ACCOUNT(LS-BATCH-COUNT)
               MOVE LS-TX-TYPE-OUT TO LS-BATCH-TYPE(LS-BATCH-COUNT)
               MOVE LS-AMOUNT-OUT TO LS-BATCH-AMOUNT(LS-BATCH-COUNT)
               PERFORM PARSE-OPTIONAL-FIELDS
               MOVE WS-NARRATIVE-VALUE
                   TO LS-BATCH-NARRATIVE(LS-BATCH-COUNT)
               MOVE WS-EXT-REF-VALUE
                   TO LS-BATCH-EXT-REF(LS-BATCH-COUNT)
           END-IF.

      *>----------------------------------------------------------------
      *> JSON-PARSE-NARRATIVE-SUB
      *> The optional narrative / external_reference of a single
      *> posting object -- blank when the caller sent none.
      *>----------------------------------------------------------------
       ENTRY "JSON-PARSE-NARRATIVE-SUB" USING
            LS-JSON-IN
            LS-NARRATIVE-OUT
            LS-EXT-REF-OUT.

       NARRATIVE-MAIN-PARA.
           MOVE LS-JSON-STRING TO WS-SEARCH-STRING
           PERFORM RESET-PARSE-STATE
           PERFORM PARSE-OPTIONAL-FIELDS
           MOVE WS-NARRATIVE-VALUE TO LS-NARRATIVE-OUT
           MOVE WS-EXT-REF-VALUE TO LS-EXT-REF-OUT
           GOBACK.

      *>----------------------------------------------------------------
      *> PARSE-OPTIONAL-FIELDS
      *> A missing optional key leaves its value blank and the parse
      *> status untouched.
      *>----------------------------------------------------------------
       PARSE-OPTIONAL-FIELDS.
           MOVE SPACES TO WS-NARRATIVE-VALUE WS-EXT-REF-VALUE
           MOVE WS-NARRATIVE-KEY TO WS-FOUND-FIELD
           PERFORM FIND-JSON-VALUE
           IF WS-PARSE-OK = "200"
              MOVE WS-FOUND-VALUE TO WS-NARRATIVE-VALUE
           END-IF
           MOVE "200" TO WS-PARSE-OK
           MOVE WS-EXT-REF-KEY TO WS-FOUND-FIELD
           PERFORM FIND-JSON-VALUE
           IF WS-PARSE-OK = "200"
              MOVE WS-FOUND-VALUE TO WS-EXT-REF-VALUE
           END-IF
           MOVE "200" TO WS-PARSE-OK
           .

      *>----------------------------------------------------------------
      *> PARSE-FIELD-ACCOUNT
      *>----------------------------------------------------------------
       PARSE-FIELD-ACCOUNT.
           MOVE WS-ACCOUNT-KEY TO WS-FOUND-FIELD
           PERFORM FIND-JSON-VALUE
           END-IF
           .

      *>----------------------------------------------------------------
      *> PARSE-FIELD-TXTYPE
      *>----------------------------------------------------------------
       PARSE-FIELD-TXTYPE.
           MOVE WS-TX-TYPE-KEY TO WS-FOUND-FIELD
           PERFORM FIND-JSON-VALUE
           END-IF
           .

      *>----------------------------------------------------------------
      *> PARSE-FIELD-AMOUNT
      *>----------------------------------------------------------------
       PARSE-FIELD-AMOUNT.
           MOVE WS-AMOUNT-KEY TO WS-FOUND-FIELD
           PERFORM FIND-JSON-VALUE
                 MOVE "400" TO WS-PARSE-OK
                 MOVE "amount" TO WS-PARSE-ERR-FIELD
              ELSE
                 COMPUTE LS-AMOUNT-OUT =
                     FUNCTION NUMVAL (WS-FOUND-VALUE)
              END-IF
           ELSE
              MOVE "amount" TO WS-PARSE-ERR-FIELD
           END-IF
           .

      *>----------------------------------------------------------------
      *> FIND-JSON-VALUE
      *>----------------------------------------------------------------
      *> 1) Look for WS-FOUND-FIELD in WS-SEARCH-STRING.
      *> 2) Then look for a colon ':'.
      *> 3) Then look for either a double-quote or digits.
      *> 4) Extract everything up to the next quote or comma or brace.
      *>----------------------------------------------------------------
       FIND-JSON-VALUE.
           MOVE SPACES TO WS-FOUND-VALUE
           MOVE 0 TO WS-LEN
           END-IF
           .

      *>----------------------------------------------------------------
      *> EXTRACT-VALUE
      *>----------------------------------------------------------------
      *> Called with WS-SCAN-POS sitting right after the key. Skips
      *> forward to the colon, then any spaces and an opening quote,
      *> then copies characters up to the closing quote, comma, or
      *> brace.
      *>----------------------------------------------------------------
       EXTRACT-VALUE.
           MOVE 'N' TO WS-IN-ELEMENT
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
               CONTINUE
           END-PERFORM

           *> Skip an opening quote, if present -- a quoted value
           *> ends only at its closing quote
           MOVE 'N' TO WS-QUOTED-VALUE
           IF WS-SCAN-POS <= WS-LEN AND
              WS-SEARCH-STRING(WS-SCAN-POS:1) = '"'
               ADD 1 TO WS-SCAN-POS
               MOVE 'Y' TO WS-QUOTED-VALUE
           END-IF

           MOVE 0 TO WS-VALUE-LEN
           PERFORM VARYING WS-SCAN-POS FROM WS-SCAN-POS BY 1
                   UNTIL WS-SCAN-POS > WS-LEN
                      OR WS-VALUE-LEN >= 200
                      OR WS-SEARCH-STRING(WS-SCAN-POS:1) = '"'
                      OR (WS-QUOTED-VALUE = 'N'
                      AND (WS-SEARCH-STRING(WS-SCAN-POS:1) = ","
                      OR WS-SEARCH-STRING(WS-SCAN-POS:1) = "}"))
               ADD 1 TO WS-VALUE-LEN
               MOVE WS-SEARCH-STRING(WS-SCAN-POS:1)
                   TO WS-FOUND-VALUE(WS-VALUE-LEN:1)
               MOVE "400" TO WS-PARSE-OK
           END-IF.

      *>----------------------------------------------------------------
      *> RESET-PARSE-STATE
      *> Resets any parse-specific statuses or placeholders each time.
      *>----------------------------------------------------------------
       RESET-PARSE-STATE.
           MOVE "200" TO WS-PARSE-OK
           MOVE SPACES TO WS-FOUND-VALUE
