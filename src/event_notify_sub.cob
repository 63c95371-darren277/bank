      *> -- the same shape AUDIT-LOG-SUB already uses for its own
      *> append-only trail, just a separate file so a consumer tailing
      *> events for reactions doesn't have to wade through every psql
      *> command this system ever shelled out. An event raised inside
      *> a HANDLER request ends with the request's correlation ID
      *> (" | req=<id>", REQUEST-ID-SUB) so a subscriber can tie it to
      *> the call that caused it.
      *> Nothing is raised from a training session (TRAINING-MODE-
      *> SUB): a practice posting must never reach a subscriber.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP           PIC X(21).
       01  WS-REQUEST-ID          PIC X(40) VALUE SPACES.
       01  WS-REQUEST-ID-SQL      PIC X(44) VALUE SPACES.
       01  WS-REQUEST-TAG         PIC X(50) VALUE SPACES.
       01  WS-TRAINING-MODE       PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       01  LS-EVENT-TYPE          PIC X(20).
           LS-EVENT-TYPE LS-ACCOUNT-NUMBER LS-TRANSACTION-ID
           LS-TSX-TYPE LS-AMOUNT LS-CURRENCY.
       MAIN-PARA.
           CALL "TRAINING-MODE-CHECK-SUB" USING WS-TRAINING-MODE
           IF WS-TRAINING-MODE = 'Y'
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CALL "REQUEST-ID-SUB" USING WS-REQUEST-ID WS-REQUEST-ID-SQL
           MOVE SPACES TO WS-REQUEST-TAG
           IF WS-REQUEST-ID NOT = SPACES
               STRING " | req=" FUNCTION TRIM(WS-REQUEST-ID)
                   DELIMITED BY SIZE INTO WS-REQUEST-TAG
           END-IF

           OPEN EXTEND EVENT-LOG-FILE
           MOVE SPACES TO EVENT-LOG-RECORD
           STRING
               FUNCTION TRIM(LS-EVENT-TYPE) " | "
               WS-TIMESTAMP " | "
               LS-TSX-TYPE " | "
               LS-AMOUNT " | "
               FUNCTION TRIM(LS-CURRENCY)
               WS-REQUEST-TAG
               INTO EVENT-LOG-RECORD
           WRITE EVENT-LOG-RECORD
           CLOSE EVENT-LOG-FILE
