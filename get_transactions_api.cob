       COPY "dbconfig".
       01  WS-REQUEST-METHOD      PIC X(10).
       01  WS-QUERY-STRING        PIC X(256).
       01  WS-RESPONSE            PIC X(8192).
       01  WS-ACCOUNT-NUMBER      PIC X(10).
       01  WS-SQL-COMMAND         PIC X(700).
       01  WS-SHELL-COMMAND       PIC X(800).
       01  WS-RETURN-CODE         PIC S9(4) COMP.
       01  WS-PIPE-HANDLE         PIC S9(18) COMP.
       01  WS-FGETS-RESULT        USAGE POINTER.
       01  WS-DATE-CHECK          PIC X(10).
       01  WS-ACCOUNT-VALID       PIC X(1) VALUE 'Y'.
       01  WS-DATE-CHECK-IDX      PIC 9(2) COMP.
       01  WS-FULL-RESPONSE       PIC X(8400) VALUE SPACES.

      *> Response format -- "json" (default, an array of objects) or
      *> "csv" (a header row plus one line per transaction).
       01  WS-AMOUNT              PIC 9(15)V99.
       01  WS-TIMESTAMP           PIC X(30).
       01  WS-CURRENCY            PIC X(3).
       *> Free-text narrative and external reference the posting
       *> carries (empty when it has none).
       01  WS-NARRATIVE           PIC X(60).
       01  WS-EXTERNAL-REF        PIC X(30).
       01  WS-JSON-OBJECT         PIC X(512).

       *> Working fields for JSON string escaping
       01  WS-ESCAPE-IN           PIC X(60) VALUE SPACES.
       01  WS-ESCAPE-OUT          PIC X(122) VALUE SPACES.
       01  WS-ESCAPE-OUT-LEN      PIC 9(4) COMP VALUE 0.
       01  WS-ESCAPE-IDX          PIC 9(4) COMP VALUE 0.
       01  WS-ESCAPE-CHAR         PIC X(1).
       01  WS-TRANSACTION-TYPE-ESC PIC X(62) VALUE SPACES.
       01  WS-TIMESTAMP-ESC       PIC X(62) VALUE SPACES.
       01  WS-NARRATIVE-ESC       PIC X(122) VALUE SPACES.
       01  WS-EXTERNAL-REF-ESC    PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

       HANDLE-GET-PARA.
           *> Example:
           *> /cgi-bin/get_transactions_api.cgi?account=1234567890
           *>     &page=2&limit=25
           PERFORM PARSE-QUERY-STRING-PARA
           PERFORM VALIDATE-FILTERS-PARA
           IF WS-FILTER-VALID NOT = 'Y'
               MOVE "400" TO WS-STATUS-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "Invalid account, date_from, date_to, or type "
                   "filter." DELIMITED BY SIZE INTO WS-ERROR-MESSAGE
               PERFORM SEND-ERROR-PARA
           ELSE
               PERFORM CHECK-RATE-LIMIT-PARA
           *> whatever happens to fit in WS-RESPONSE.
           STRING
               "SELECT transaction_id, transaction_type, "
               "amount, timestamp, COALESCE(currency, 'USD'), "
               "COALESCE(narrative, ''), "
               "COALESCE(external_reference, '') "
               "FROM transactions WHERE account_number = '"
               WS-ACCOUNT-NUMBER "'" FUNCTION TRIM(WS-SQL-WHERE) " "
               "ORDER BY transaction_id LIMIT " WS-PAGE-SIZE
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A"
               INTO WS-SHELL-COMMAND.

           *> Initialize the body: an opening "[" for JSON, or the
           *> column header row for CSV.
           IF WS-FORMAT = "csv"
               STRING "id,type,amount,timestamp,currency,narrative,"
                   "external_reference" CRLF INTO WS-RESPONSE
           ELSE
               STRING "[" INTO WS-RESPONSE
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = "Y"
               MOVE SPACES TO WS-PROCESS-OUTPUT-RECORD
               CALL "fgets" USING
                   WS-PROCESS-OUTPUT-RECORD, 1024, WS-PIPE-HANDLE
                   RETURNING WS-FGETS-RESULT
                   MOVE "Y" TO WS-END-OF-FILE
               ELSE
                   *> Parse the record
                   MOVE SPACES TO WS-NARRATIVE WS-EXTERNAL-REF
                   UNSTRING WS-PROCESS-OUTPUT-RECORD
                       DELIMITED BY "|" INTO
                       WS-TRANSACTION-ID
                       WS-AMOUNT
                       WS-TIMESTAMP
                       WS-CURRENCY
                       WS-NARRATIVE
                       WS-EXTERNAL-REF
                   END-UNSTRING
                   *> fgets leaves the line feed and its terminator on
                   *> the last column.
                   INSPECT WS-EXTERNAL-REF REPLACING ALL X"0A" BY SPACE
                       ALL X"00" BY SPACE

                   IF WS-FORMAT = "csv"
                       PERFORM APPEND-CSV-ROW-PARA
           PERFORM ESCAPE-JSON-STRING-PARA
           MOVE WS-ESCAPE-OUT TO WS-TIMESTAMP-ESC

           MOVE SPACES TO WS-ESCAPE-IN
           MOVE WS-NARRATIVE TO WS-ESCAPE-IN
           PERFORM ESCAPE-JSON-STRING-PARA
           MOVE WS-ESCAPE-OUT TO WS-NARRATIVE-ESC

           MOVE SPACES TO WS-ESCAPE-IN
           MOVE WS-EXTERNAL-REF TO WS-ESCAPE-IN
           PERFORM ESCAPE-JSON-STRING-PARA
           MOVE WS-ESCAPE-OUT TO WS-EXTERNAL-REF-ESC

           *> Construct JSON object
           MOVE SPACES TO WS-JSON-OBJECT
           STRING
               "{" WS-DOUBLE-QUOTE "id" WS-DOUBLE-QUOTE ":"
               WS-DOUBLE-QUOTE WS-TRANSACTION-ID WS-DOUBLE-QUOTE
               ": " WS-DOUBLE-QUOTE FUNCTION TRIM(WS-TIMESTAMP-ESC)
               WS-DOUBLE-QUOTE
               ", " WS-DOUBLE-QUOTE "currency" WS-DOUBLE-QUOTE
               ": " WS-DOUBLE-QUOTE FUNCTION TRIM(WS-CURRENCY)
               WS-DOUBLE-QUOTE
               ", " WS-DOUBLE-QUOTE "narrative" WS-DOUBLE-QUOTE
               ": " WS-DOUBLE-QUOTE FUNCTION TRIM(WS-NARRATIVE-ESC)
               WS-DOUBLE-QUOTE
               ", " WS-DOUBLE-QUOTE "external_reference"
               WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE
               FUNCTION TRIM(WS-EXTERNAL-REF-ESC) WS-DOUBLE-QUOTE
               "}"
               INTO WS-JSON-OBJECT

           MOVE SPACES TO WS-ESCAPE-OUT
           MOVE 0 TO WS-ESCAPE-OUT-LEN
           PERFORM VARYING WS-ESCAPE-IDX FROM 1 BY 1
                   UNTIL WS-ESCAPE-IDX >
                       FUNCTION LENGTH(FUNCTION TRIM(WS-ESCAPE-IN))
               MOVE WS-ESCAPE-IN(WS-ESCAPE-IDX:1) TO WS-ESCAPE-CHAR
               IF WS-ESCAPE-CHAR = WS-DOUBLE-QUOTE
                       OR WS-ESCAPE-CHAR = "\"
                   ADD 1 TO WS-ESCAPE-OUT-LEN
                   MOVE "\" TO WS-ESCAPE-OUT(WS-ESCAPE-OUT-LEN:1)
               END-IF
               ADD 1 TO WS-ESCAPE-OUT-LEN
               MOVE WS-ESCAPE-CHAR
                   TO WS-ESCAPE-OUT(WS-ESCAPE-OUT-LEN:1)
           END-PERFORM.

       APPEND-CSV-ROW-PARA.
           *> None of the first five columns can themselves contain a
           *> comma or a quote, so they go out comma-joined as-is. The
           *> narrative and external reference are free text and may
           *> hold a comma, so they go out quoted (no posting path
           *> lets a double quote into either).
           MOVE SPACES TO WS-JSON-OBJECT
           STRING
               WS-TRANSACTION-ID ","
               WS-TRANSACTION-TYPE ","
               WS-AMOUNT ","
               FUNCTION TRIM(WS-TIMESTAMP) ","
               FUNCTION TRIM(WS-CURRENCY) ","
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-NARRATIVE)
               WS-DOUBLE-QUOTE ","
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-EXTERNAL-REF)
               WS-DOUBLE-QUOTE
               CRLF
               INTO WS-JSON-OBJECT

               STRING
                   "Content-Type: text/csv"
                   CRLF
                   "Content-Disposition: attachment; "
                   "filename=""transactions.csv"""
                   CRLF
                   "Content-Length: " FUNCTION LENGTH(WS-RESPONSE)
                   CRLF
