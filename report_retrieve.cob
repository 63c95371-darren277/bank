      *> (or blank for all), it searches ./reports/report_index.txt,
      *> lists the filings that match, and on an exact single match
      *> prints the filed report to the terminal.
      *> The operator signs on, and the printed report shows account
      *> numbers and TINs under the masking policy for their role
      *> (MASK-DATA-SUB) -- last four digits unless the role is
      *> entitled to the full value. A report printed with anything
      *> in full is written to the audit trail.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MATCH-COUNT        PIC 9(5) VALUE 0.
       01  WS-END-OF-FILE        PIC X(1) VALUE 'N'.
       01  WS-PRINT-EOF          PIC X(1) VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-SIGNON-OK          PIC X(1) VALUE 'N'.
       01  WS-MASK-AUDIENCE      PIC X(10) VALUE SPACES.
       01  WS-MASK-PROGRAM       PIC X(20) VALUE "REPORT-RETRIEVE".
       01  WS-NO-ACCOUNT         PIC X(10) VALUE SPACES.
       01  WS-UNMASKED           PIC X(1) VALUE 'N'.
       01  WS-PRINT-LINE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SIGNON-OPERATOR-SUB" USING
               WS-OPERATOR-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
               GOBACK
           END-IF
           CALL "MASK-POLICY-SUB" USING WS-MASK-AUDIENCE WS-OPERATOR-ID

           DISPLAY "Enter Report Name (e.g. gl_trial_balance.txt, "
               "blank for all):"
           ACCEPT WS-WANT-NAME
           PERFORM UNTIL WS-PRINT-EOF = 'Y'
               READ FILED-REPORT-FILE
                   AT END MOVE 'Y' TO WS-PRINT-EOF
                   NOT AT END PERFORM PRINT-ONE-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE FILED-REPORT-FILE
           CALL "MASK-AUDIT-SUB" USING
               WS-MASK-PROGRAM WS-OPERATOR-ID WS-NO-ACCOUNT
               WS-FILED-PATH WS-UNMASKED.

       PRINT-ONE-LINE-PARA.
           MOVE FILED-REPORT-RECORD TO WS-PRINT-LINE
           CALL "MASK-TEXT-SUB" USING WS-PRINT-LINE
           DISPLAY FUNCTION TRIM(WS-PRINT-LINE).

       END PROGRAM REPORT-RETRIEVE.
