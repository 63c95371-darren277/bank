      *> cycle, finds the archived unit through the index, copies it
      *> to ./statement_reprint.txt and shows it -- reprint or dispute
      *> evidence, seven years deep if the archive is kept that long.
      *> A cycle is named by the account's own cycle-end date
      *> (YYYY-MM-DD); statements filed before accounts carried their
      *> own cycle day are still found by their calendar month.
      *> A combined relationship statement is filed under the key
      *> C<customer number> -- answer C at the account prompt and
      *> give the customer number to reprint one.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-NUMBER     PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-VALID      PIC X(1) VALUE 'Y'.
       01  WS-CUSTOMER-ID        PIC 9(9) VALUE 0.
       01  WS-CYCLE              PIC X(10) VALUE SPACES.
       01  WS-ARCHIVE-FILE-NAME  PIC X(60) VALUE SPACES.
       01  WS-INDEX-ACCOUNT      PIC X(10).
       01  WS-INDEX-CYCLE        PIC X(10).
       01  WS-INDEX-PATH         PIC X(60).
       01  WS-INDEX-GENERATED    PIC X(21).
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "Enter Account Number (C for a customer's "
               "combined statement):"
           ACCEPT WS-ACCOUNT-NUMBER
           IF WS-ACCOUNT-NUMBER = "C"
               DISPLAY "Enter Customer Number:"
               ACCEPT WS-CUSTOMER-ID
               MOVE SPACES TO WS-ACCOUNT-NUMBER
               STRING "C" WS-CUSTOMER-ID DELIMITED BY SIZE
                   INTO WS-ACCOUNT-NUMBER
           ELSE
               CALL "VALIDATE-ACCOUNT-SUB" USING
                   WS-ACCOUNT-NUMBER WS-ACCOUNT-VALID
               IF WS-ACCOUNT-VALID NOT = 'Y'
                   DISPLAY "Invalid account number format."
                   GOBACK
               END-IF
           END-IF

           DISPLAY "Enter Statement Cycle End (YYYY-MM-DD, or "
               "YYYY-MM for an older statement):"
           ACCEPT WS-CYCLE

           PERFORM SEARCH-INDEX-PARA
