      *> audit.log. AUDIT-LOG-SUB rotates into daily audit_YYYYMMDD
      *> segments now; this program concatenates the segments, applies
      *> the examiner's filters -- account, program, date range,
      *> return code, request ID -- field by field against the
      *> pipe-delimited layout the sub writes, and produces a report
      *> of the matches. The request ID is the HANDLER correlation ID
      *> a partner quotes back ("req=" tag at the end of the line),
      *> which pulls every command one API call issued.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FILTER-DATE-FROM   PIC X(8) VALUE SPACES.
       01  WS-FILTER-DATE-TO     PIC X(8) VALUE SPACES.
       01  WS-FILTER-RC          PIC X(6) VALUE SPACES.
       01  WS-FILTER-REQUEST-ID  PIC X(40) VALUE SPACES.
       01  WS-FILTER-REQUEST-TAG PIC X(44) VALUE SPACES.

       01  WS-LINE-PROGRAM       PIC X(20).
       01  WS-LINE-TIMESTAMP     PIC X(21).
       01  WS-LINE-ACCOUNT       PIC X(10).
       01  WS-LINE-COMMAND       PIC X(600).
       01  WS-LINE-RC            PIC X(10).
      *> Optional trailing tags after rc= -- "op=" from the operator
      *> entry point, "req=" inside a HANDLER request.
       01  WS-LINE-TAG-1         PIC X(50).
       01  WS-LINE-TAG-2         PIC X(50).
       01  WS-LINE-DATE          PIC X(8).
       01  WS-LINE-MATCHES       PIC X(1) VALUE 'Y'.

           ACCEPT WS-FILTER-DATE-TO
           DISPLAY "Return Code (e.g. 0, 256):"
           ACCEPT WS-FILTER-RC
           DISPLAY "Request ID (X-Request-Id of an API call):"
           ACCEPT WS-FILTER-REQUEST-ID
           MOVE SPACES TO WS-FILTER-REQUEST-TAG
           IF FUNCTION TRIM(WS-FILTER-REQUEST-ID) NOT = SPACES
               STRING "req=" FUNCTION TRIM(WS-FILTER-REQUEST-ID)
                   DELIMITED BY SIZE INTO WS-FILTER-REQUEST-TAG
           END-IF

           CALL "WORK-FILE-SUB" USING WS-FEED-FILE-NAME

           ADD 1 TO WS-LINES-READ
           MOVE SPACES TO WS-LINE-PROGRAM WS-LINE-TIMESTAMP
               WS-LINE-ACCOUNT WS-LINE-COMMAND WS-LINE-RC
               WS-LINE-TAG-1 WS-LINE-TAG-2
           UNSTRING AUDIT-FEED-RECORD DELIMITED BY " | "
               INTO WS-LINE-PROGRAM WS-LINE-TIMESTAMP WS-LINE-ACCOUNT
                    WS-LINE-COMMAND WS-LINE-RC WS-LINE-TAG-1
                    WS-LINE-TAG-2
           END-UNSTRING
           MOVE WS-LINE-TIMESTAMP(1:8) TO WS-LINE-DATE

           IF FUNCTION TRIM(WS-FILTER-RC) NOT = SPACES
               PERFORM CHECK-RC-FILTER-PARA
           END-IF
           IF WS-FILTER-REQUEST-TAG NOT = SPACES
                   AND WS-LINE-TAG-1 NOT = WS-FILTER-REQUEST-TAG
                   AND WS-LINE-TAG-2 NOT = WS-FILTER-REQUEST-TAG
               MOVE 'N' TO WS-LINE-MATCHES
           END-IF

           IF WS-LINE-MATCHES = 'Y'
               ADD 1 TO WS-LINES-MATCHED
