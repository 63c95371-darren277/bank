      *>   transaction_snapshot.dat  keyed by account + transaction
      *>                             id: the most recent rows per
      *>                             account
      *>   card_snapshot.dat         keyed by card reference:
      *>                             account and card status
      *>   standin_limits.dat        the stand-in authorization
      *>                             limits off standin_config
      *> so phone agents can at least answer balance questions,
      *> clearly marked "as of last close", during an outage, and
      *> STANDIN-AUTH-SUB can keep approving small card holds (hot
      *> cards still declined) until the database is back.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FEED-FILE
           ASSIGN TO "./snapshot_balance_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TSX-FEED-FILE ASSIGN TO "./snapshot_tsx_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-FEED-FILE ASSIGN TO "./snapshot_card_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BALANCE-SNAPSHOT-FILE
           ASSIGN TO "./balance_snapshot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BS-ACCOUNT-NUMBER
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT TSX-SNAPSHOT-FILE
           ASSIGN TO "./transaction_snapshot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TS-KEY
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT CARD-SNAPSHOT-FILE ASSIGN TO "./card_snapshot.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-CARD-REFERENCE
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT STANDIN-LIMITS-FILE ASSIGN TO "./standin_limits.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FEED-FILE.
       01  BALANCE-FEED-RECORD        PIC X(100).
       FD  TSX-FEED-FILE.
       01  TSX-FEED-RECORD            PIC X(120).
       FD  CARD-FEED-FILE.
       01  CARD-FEED-RECORD           PIC X(60).

       FD  BALANCE-SNAPSHOT-FILE.
       01  BALANCE-SNAPSHOT-RECORD.
           05  TS-TIMESTAMP           PIC X(30).
           05  TS-AS-OF               PIC X(10).

       FD  CARD-SNAPSHOT-FILE.
       01  CARD-SNAPSHOT-RECORD.
           05  CS-CARD-REFERENCE      PIC X(16).
           05  CS-ACCOUNT-NUMBER      PIC X(10).
           05  CS-CARD-STATUS         PIC X(10).
           05  CS-AS-OF               PIC X(10).

       FD  STANDIN-LIMITS-FILE.
       01  STANDIN-LIMITS-RECORD.
           05  SLM-MAX-AUTH           PIC 9(7)V99.
           05  SLM-ACCOUNT-CEILING    PIC 9(7)V99.
           05  SLM-CARD-CEILING       PIC 9(7)V99.
           05  SLM-AS-OF              PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND             PIC X(800).
       01  WS-TEMP-BALANCE            PIC X(20) VALUE SPACES.
       01  WS-BALANCES-LOADED         PIC 9(9) VALUE 0.
       01  WS-TSX-LOADED              PIC 9(9) VALUE 0.
       01  WS-CARDS-LOADED            PIC 9(9) VALUE 0.
       01  WS-PSQL-RESULT             PIC X(60) VALUE SPACES.
       01  WS-TEMP-MAX-AUTH           PIC X(20) VALUE SPACES.
       01  WS-TEMP-ACCOUNT-CEILING    PIC X(20) VALUE SPACES.
       01  WS-TEMP-CARD-CEILING       PIC X(20) VALUE SPACES.

       01  WS-BATCH-NAME              PIC X(30) VALUE
           "SNAPSHOT-REFRESH-BATCH".
           PERFORM LOAD-BALANCES-PARA
           PERFORM EXTRACT-TRANSACTIONS-PARA
           PERFORM LOAD-TRANSACTIONS-PARA
           PERFORM EXTRACT-CARDS-PARA
           PERFORM LOAD-CARDS-PARA
           PERFORM WRITE-STANDIN-LIMITS-PARA

           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-BALANCES-LOADED WS-RUN-STATUS
           DISPLAY "SNAPSHOT-REFRESH-BATCH complete. Balances: "
               WS-BALANCES-LOADED " Transactions: " WS-TSX-LOADED
               " Cards: " WS-CARDS-LOADED
           GOBACK.

       EXTRACT-BALANCES-PARA.
           END-WRITE
           ADD 1 TO WS-TSX-LOADED.

       EXTRACT-CARDS-PARA.
           *> Every card on the register with its status -- a hot
           *> card must be in the snapshot to be declined in stand-in.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT card_reference, account_number, card_status "
               "FROM cards WHERE card_reference IS NOT NULL "
               "ORDER BY card_reference;"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE
                 " -t -A -F'|' > ./snapshot_card_feed.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

       LOAD-CARDS-PARA.
           OPEN OUTPUT CARD-SNAPSHOT-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CARD-FEED-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CARD-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END PERFORM LOAD-ONE-CARD-PARA
               END-READ
           END-PERFORM
           CLOSE CARD-FEED-FILE
           CLOSE CARD-SNAPSHOT-FILE.

       LOAD-ONE-CARD-PARA.
           MOVE SPACES TO CARD-SNAPSHOT-RECORD
           UNSTRING CARD-FEED-RECORD DELIMITED BY "|"
               INTO CS-CARD-REFERENCE CS-ACCOUNT-NUMBER CS-CARD-STATUS
           END-UNSTRING
           MOVE WS-BUSINESS-DATE TO CS-AS-OF
           WRITE CARD-SNAPSHOT-RECORD
               INVALID KEY DISPLAY "Duplicate card key "
                   CS-CARD-REFERENCE
           END-WRITE
           ADD 1 TO WS-CARDS-LOADED.

       WRITE-STANDIN-LIMITS-PARA.
           *> The stand-in limits travel with the snapshot -- during
           *> an outage STANDIN-AUTH-SUB cannot read standin_config.
           MOVE SPACES TO WS-SQL-COMMAND
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING
               "SELECT COALESCE((SELECT max_auth_amount FROM "
               "standin_config LIMIT 1), 100) || '|' || "
               "COALESCE((SELECT account_ceiling FROM standin_config "
               "LIMIT 1), 300) || '|' || "
               "COALESCE((SELECT card_ceiling FROM standin_config "
               "LIMIT 1), 200);"
               INTO WS-SQL-COMMAND.

           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -q -c "
                 WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
                 WS-DOUBLE-QUOTE
                 " -t -A > ./snapshot_card_feed.tmp"
                 INTO WS-SHELL-COMMAND.

           CALL "SYSTEM" USING WS-SHELL-COMMAND
               RETURNING WS-RETURN-CODE.

           MOVE SPACES TO WS-PSQL-RESULT
           IF WS-RETURN-CODE = 0
               OPEN INPUT CARD-FEED-FILE
               READ CARD-FEED-FILE INTO WS-PSQL-RESULT
                   AT END MOVE SPACES TO WS-PSQL-RESULT
               END-READ
               CLOSE CARD-FEED-FILE
           END-IF
           IF WS-PSQL-RESULT = SPACES
               DISPLAY "No stand-in limits read -- limits file left "
                   "as it was."
           ELSE
               MOVE SPACES TO WS-TEMP-MAX-AUTH WS-TEMP-ACCOUNT-CEILING
                   WS-TEMP-CARD-CEILING
               UNSTRING WS-PSQL-RESULT DELIMITED BY "|"
                   INTO WS-TEMP-MAX-AUTH WS-TEMP-ACCOUNT-CEILING
                        WS-TEMP-CARD-CEILING
               END-UNSTRING
               MOVE SPACES TO STANDIN-LIMITS-RECORD
               COMPUTE SLM-MAX-AUTH =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-MAX-AUTH))
               COMPUTE SLM-ACCOUNT-CEILING = FUNCTION NUMVAL(
                   FUNCTION TRIM(WS-TEMP-ACCOUNT-CEILING))
               COMPUTE SLM-CARD-CEILING =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-TEMP-CARD-CEILING))
               MOVE WS-BUSINESS-DATE TO SLM-AS-OF
               OPEN OUTPUT STANDIN-LIMITS-FILE
               WRITE STANDIN-LIMITS-RECORD
               CLOSE STANDIN-LIMITS-FILE
           END-IF.

       END PROGRAM SNAPSHOT-REFRESH-BATCH.
