       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQUEST-ID-SUB.
       AUTHOR. DARREN-MACKENZIE.

      *> Request correlation ID for the HANDLER route layer. A caller
      *> may send its own ID in an X-Request-Id header (CGI hands it
      *> to us as HTTP_X_REQUEST_ID, the way AUTHORIZE-REQUEST-SUB
      *> gets X-Api-Key); when it does not, HANDLER has one generated
      *> at the top of MAIN-START. Either way the ID is cut down to
      *> letters, digits, "-", "_" and "." (it splices into SQL and
      *> flat-file lines) and written back to the request
      *> environment, so every subprogram the request reaches reads
      *> the same value and stamps it on what it writes -- the
      *> posted transaction, decline_log, api_request_log, the retry
      *> queue, webhook_events.txt and the audit segment.
      *>   REQUEST-ID-START-SUB -- HANDLER only: take or generate the
      *>                           ID and publish it for the request
      *>   REQUEST-ID-SUB       -- everyone else: the request's ID
      *>                           (spaces outside a HANDLER request)
      *>                           plus the same value ready to drop
      *>                           into a VALUES list ('id' or NULL)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       01  WS-SUPPLIED-ID         PIC X(100) VALUE SPACES.
       01  WS-CLEAN-ID            PIC X(40) VALUE SPACES.
       01  WS-CHAR-IDX            PIC 9(3) VALUE 0.
       01  WS-OUT-IDX             PIC 9(2) VALUE 0.
       01  WS-ONE-CHAR            PIC X(1) VALUE SPACE.
       01  WS-TIMESTAMP           PIC X(21) VALUE SPACES.
       01  WS-PID                 PIC S9(9) COMP VALUE 0.
       01  WS-PID-DISP            PIC 9(9).

       LINKAGE SECTION.
       01  LS-REQUEST-ID          PIC X(40).
       01  LS-REQUEST-ID-SQL      PIC X(44).

       PROCEDURE DIVISION USING LS-REQUEST-ID LS-REQUEST-ID-SQL.
       MAIN-PARA.
           PERFORM READ-REQUEST-ID-PARA
           MOVE WS-CLEAN-ID TO LS-REQUEST-ID
           MOVE SPACES TO LS-REQUEST-ID-SQL
           IF WS-CLEAN-ID = SPACES
               MOVE "NULL" TO LS-REQUEST-ID-SQL
           ELSE
               STRING "'" FUNCTION TRIM(WS-CLEAN-ID) "'"
                   DELIMITED BY SIZE INTO LS-REQUEST-ID-SQL
           END-IF
           GOBACK.

      *>----------------------------------------------------------------
      *> REQUEST-ID-START-SUB
      *> Called once from HANDLER's MAIN-START, before anything can
      *> answer the caller. A generated ID is REQ-, the timestamp to
      *> the hundredth and the process ID -- one CGI process serves
      *> one request, so two requests can never draw the same one.
      *>----------------------------------------------------------------
       ENTRY "REQUEST-ID-START-SUB" USING LS-REQUEST-ID.
       START-MAIN-PARA.
           PERFORM READ-REQUEST-ID-PARA
           IF WS-CLEAN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               CALL "getpid" RETURNING WS-PID
               MOVE WS-PID TO WS-PID-DISP
               STRING "REQ-" WS-TIMESTAMP(1:16) "-" WS-PID-DISP
                   DELIMITED BY SIZE INTO WS-CLEAN-ID
           END-IF
           SET ENVIRONMENT "HTTP_X_REQUEST_ID" TO WS-CLEAN-ID
           MOVE WS-CLEAN-ID TO LS-REQUEST-ID
           GOBACK.

       READ-REQUEST-ID-PARA.
           MOVE SPACES TO WS-SUPPLIED-ID WS-CLEAN-ID
           ACCEPT WS-SUPPLIED-ID FROM ENVIRONMENT "HTTP_X_REQUEST_ID"
           MOVE 0 TO WS-OUT-IDX
           PERFORM KEEP-ONE-CHAR-PARA
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 100 OR WS-OUT-IDX >= 40.

       KEEP-ONE-CHAR-PARA.
           MOVE WS-SUPPLIED-ID(WS-CHAR-IDX:1) TO WS-ONE-CHAR
           IF WS-ONE-CHAR NOT = SPACE
                   AND (WS-ONE-CHAR NUMERIC
                       OR WS-ONE-CHAR ALPHABETIC
                       OR WS-ONE-CHAR = "-" OR WS-ONE-CHAR = "_"
                       OR WS-ONE-CHAR = ".")
               ADD 1 TO WS-OUT-IDX
               MOVE WS-ONE-CHAR TO WS-CLEAN-ID(WS-OUT-IDX:1)
           END-IF.

       END PROGRAM REQUEST-ID-SUB.
