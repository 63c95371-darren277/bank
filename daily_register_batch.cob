      *> not scoped to one account -- it walks the whole transactions
      *> table for CURRENT_DATE, oldest first, and breaks to a new
      *> page (repeating the column header) every WS-LINES-PER-PAGE
      *> detail lines. A posting that carries a narrative or an
      *> external reference prints them on an indented second line
      *> under its detail line.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FEED-FILE
           ASSIGN TO "./daily_register_feed.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DAILY-REGISTER-FILE
           ASSIGN TO "./daily_transaction_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FEED-FILE.
       01  REGISTER-FEED-RECORD      PIC X(220).
       FD  DAILY-REGISTER-FILE.
       01  DAILY-REGISTER-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "dbconfig".
       01  WS-SQL-COMMAND            PIC X(900).
       01  WS-SHELL-COMMAND          PIC X(1100).
       01  WS-RETURN-CODE            PIC S9(4) COMP.
       01  WS-DOUBLE-QUOTE           PIC X(1) VALUE '"'.
       01  WS-END-OF-FILE            PIC X VALUE 'N'.

       01  WS-TODAY                  PIC X(10) VALUE SPACES.
       01  WS-BATCH-NAME             PIC X(30)
           VALUE "DAILY-REGISTER-BATCH".
       01  WS-ALREADY-RAN            PIC X(1) VALUE 'N'.
       01  WS-RUN-ID                 PIC X(20) VALUE SPACES.
       01  WS-RUN-STATUS             PIC X(10) VALUE "COMPLETED".
       01  WS-TSX-TARGET             PIC X(40).
       01  WS-TSX-TIMESTAMP          PIC X(30).
       01  WS-TSX-CURRENCY           PIC X(3).
       01  WS-TSX-NARRATIVE          PIC X(60).
       01  WS-TSX-EXT-REF            PIC X(30).
      *> Branch grouping: the feed arrives sorted by branch; a change
      *> of branch closes the subtotal and breaks to a new page so
      *> each branch manager gets their own numbers.
               MOVE "FAILED" TO WS-RUN-STATUS
               CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
                   WS-TSX-COUNT WS-RUN-STATUS
               DISPLAY "DAILY-REGISTER-BATCH failed extracting "
                   "register."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               WS-BATCH-NAME WS-TODAY
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-TSX-COUNT WS-RUN-STATUS
           DISPLAY "DAILY-REGISTER-BATCH complete. Transactions "
               "listed: "
               WS-TSX-COUNT
           GOBACK.

               "t.transaction_type, t.amount, "
               "COALESCE(p.display_name, t.target_account_number, "
               "''), t.timestamp, "
               "COALESCE(t.currency, 'USD'), "
               "COALESCE(t.narrative, ''), "
               "COALESCE(t.external_reference, '') FROM transactions t "
               "LEFT JOIN accounts a "
               "ON a.account_number = t.account_number "
               "LEFT JOIN payees p "
               "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
               " psql -U " FUNCTION TRIM(DB-USER)
               " -d " FUNCTION TRIM(DB-NAME) " -c "
               WS-DOUBLE-QUOTE FUNCTION TRIM(WS-SQL-COMMAND)
               WS-DOUBLE-QUOTE
               " -t -A -F'|' > ./daily_register_feed.tmp"
               INTO WS-SHELL-COMMAND.

           MOVE 0 TO WS-TSX-AMOUNT
           MOVE SPACES TO WS-TSX-TARGET
           MOVE SPACES TO WS-TSX-BRANCH
           MOVE SPACES TO WS-TSX-NARRATIVE WS-TSX-EXT-REF
           UNSTRING REGISTER-FEED-RECORD DELIMITED BY "|"
               INTO WS-TSX-BRANCH WS-TSX-ID WS-TSX-ACCOUNT WS-TSX-TYPE
                    WS-TSX-AMOUNT WS-TSX-TARGET WS-TSX-TIMESTAMP
                    WS-TSX-CURRENCY WS-TSX-NARRATIVE WS-TSX-EXT-REF
           END-UNSTRING

           IF WS-TSX-BRANCH NOT = WS-CURRENT-BRANCH
               INTO DAILY-REGISTER-RECORD
           END-STRING
           WRITE DAILY-REGISTER-RECORD
           ADD 1 TO WS-LINE-COUNT

           IF WS-TSX-NARRATIVE NOT = SPACES
                   OR WS-TSX-EXT-REF NOT = SPACES
               MOVE SPACES TO DAILY-REGISTER-RECORD
               STRING
                   "           " WS-TSX-NARRATIVE "  Ref: "
                   WS-TSX-EXT-REF
                   INTO DAILY-REGISTER-RECORD
               END-STRING
               WRITE DAILY-REGISTER-RECORD
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       WRITE-BRANCH-SUBTOTAL-PARA.
           MOVE WS-BRANCH-AMOUNT TO WS-BRANCH-DISP
           WRITE DAILY-REGISTER-RECORD
           MOVE SPACES TO DAILY-REGISTER-RECORD
           WRITE DAILY-REGISTER-RECORD
           MOVE SPACES TO DAILY-REGISTER-RECORD
           STRING "TSX ID     ACCOUNT     TY  AMOUNT           "
               "PAYEE / TARGET                            "
               "CUR  TIMESTAMP"
               DELIMITED BY SIZE INTO DAILY-REGISTER-RECORD
           WRITE DAILY-REGISTER-RECORD
           MOVE 0 TO WS-LINE-COUNT.

