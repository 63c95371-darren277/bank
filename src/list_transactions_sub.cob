      *> Called by HANDLER's GET-LIST-TRANSACTIONS paragraph. Looks up
      *> the account named on the query string and hands back a real
      *> JSON array of that account's transactions instead of the
      *> hardcoded ["tx1","tx2","tx3"] placeholder. Each object
      *> carries the posting's narrative and external reference (empty
      *> strings when it has none; the offline snapshot carries
      *> neither).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *> Offline fallback snapshot, maintained nightly by
      *> SNAPSHOT-REFRESH-BATCH -- read only when the live pipe to
      *> psql cannot be opened.
           SELECT TSX-SNAPSHOT-FILE
           ASSIGN TO "./transaction_snapshot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TS-KEY
       01  WS-TOKEN-IDX           PIC 9(2) VALUE 0.
       01  WS-DUMMY-KEY           PIC X(30).
       01  WS-DUMMY-VAL           PIC X(30).
       01  WS-SQL-COMMAND         PIC X(600).
       01  WS-SHELL-COMMAND       PIC X(700).
       01  WS-DOUBLE-QUOTE        PIC X(1) VALUE '"'.
       01  WS-PIPE-HANDLE         PIC S9(18) COMP.
       01  WS-FGETS-RESULT        USAGE POINTER.
       01  WS-TRANSACTION-TYPE    PIC X(1).
       01  WS-AMOUNT              PIC 9(15)V99.
       01  WS-TIMESTAMP           PIC X(30).
       01  WS-NARRATIVE           PIC X(60).
       01  WS-EXTERNAL-REF        PIC X(30).
       01  WS-JSON-OBJECT         PIC X(400).
       01  WS-ACCOUNT-VALID       PIC X(1) VALUE 'Y'.
       01  WS-SNAPSHOT-STATUS     PIC X(2) VALUE SPACES.
       01  WS-SNAPSHOT-DONE       PIC X(1) VALUE 'N'.
       RETRIEVE-TRANSACTIONS-PARA.
           STRING
               "SELECT transaction_id, transaction_type, amount, "
               "timestamp, COALESCE(narrative, ''), "
               "COALESCE(external_reference, '') "
               "FROM transactions WHERE account_number = '"
               FUNCTION TRIM(WS-ACCOUNT-NUMBER) "' "
               "ORDER BY transaction_id;"
               INTO WS-SQL-COMMAND
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A"
               INTO WS-SHELL-COMMAND

           END-IF

           PERFORM UNTIL WS-END-OF-FILE = "Y"
               MOVE SPACES TO WS-PROCESS-OUTPUT-RECORD
               CALL "fgets" USING
                   WS-PROCESS-OUTPUT-RECORD, 1024, WS-PIPE-HANDLE
                   RETURNING WS-FGETS-RESULT
                           INTO LS-JSON-OUT
                   END-IF

                   MOVE SPACES TO WS-NARRATIVE WS-EXTERNAL-REF
                   UNSTRING WS-PROCESS-OUTPUT-RECORD
                       DELIMITED BY "|" INTO
                       WS-TRANSACTION-ID
                       WS-TRANSACTION-TYPE
                       WS-AMOUNT
                       WS-TIMESTAMP
                       WS-NARRATIVE
                       WS-EXTERNAL-REF
                   END-UNSTRING
                   INSPECT WS-EXTERNAL-REF REPLACING ALL X"0A" BY SPACE
                       ALL X"00" BY SPACE
                   INSPECT WS-NARRATIVE REPLACING ALL '"' BY SPACE
                       ALL "\" BY SPACE
                   INSPECT WS-EXTERNAL-REF REPLACING ALL '"' BY SPACE
                       ALL "\" BY SPACE

                   MOVE SPACES TO WS-JSON-OBJECT
                   STRING
                       "{" WS-DOUBLE-QUOTE "id" WS-DOUBLE-QUOTE ":"
                       WS-DOUBLE-QUOTE WS-TRANSACTION-ID
                       WS-DOUBLE-QUOTE
                       ", " WS-DOUBLE-QUOTE "type" WS-DOUBLE-QUOTE ": "
                       WS-DOUBLE-QUOTE WS-TRANSACTION-TYPE
                       WS-DOUBLE-QUOTE ", " WS-DOUBLE-QUOTE
                       "amount" WS-DOUBLE-QUOTE ": " WS-AMOUNT
                       ", " WS-DOUBLE-QUOTE "timestamp"
                       WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE
                       WS-TIMESTAMP WS-DOUBLE-QUOTE
                       ", " WS-DOUBLE-QUOTE "narrative"
                       WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE
                       FUNCTION TRIM(WS-NARRATIVE) WS-DOUBLE-QUOTE
                       ", " WS-DOUBLE-QUOTE "external_reference"
                       WS-DOUBLE-QUOTE ": " WS-DOUBLE-QUOTE
                       FUNCTION TRIM(WS-EXTERNAL-REF) WS-DOUBLE-QUOTE
                       "}"
                       INTO WS-JSON-OBJECT

