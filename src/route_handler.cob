       01  WS-RESPONSE-BODY           PIC X(8000).
       01  WS-RESPONSE-BODY-LEN       PIC 9(7).

       *> Carriage Return + Line Feed
       01  CRLF                        PIC X(2)   VALUE x"0D0A".

       *> ----------------------------------------------------------
       *> Temporary working
           05  WS-BATCH-TYPE          OCCURS 20 TIMES PIC X(1).
       01  WS-BATCH-AMOUNTS.
           05  WS-BATCH-AMOUNT        OCCURS 20 TIMES PIC 9(7)V99.
       01  WS-BATCH-NARRATIVES.
           05  WS-BATCH-NARRATIVE     OCCURS 20 TIMES PIC X(60).
       01  WS-BATCH-EXT-REFS.
           05  WS-BATCH-EXT-REF       OCCURS 20 TIMES PIC X(30).
       01  WS-BATCH-ITEM-STATUS       PIC 9(3) COMP.

       *> Authorization
       01  WS-AUTHORIZED-FLAG         PIC X(1) VALUE 'N'.

       *> Request correlation ID -- the caller's X-Request-Id, or one
       *> REQUEST-ID-START-SUB generated. Echoed in every response
       *> and stamped by every subprogram the request reaches.
       01  WS-REQUEST-ID              PIC X(40) VALUE SPACES.
       01  WS-STAMP-BODY              PIC X(8000) VALUE SPACES.

       PROCEDURE DIVISION.

       *> ----------------------------------------------------------
       *> ----------------------------------------------------------
       MAIN-LOGIC SECTION.
       MAIN-START.
           *> Settle the correlation ID before anything can answer --
           *> even a 405 or 401 goes back with it.
           CALL "REQUEST-ID-START-SUB" USING WS-REQUEST-ID

           *> Read environment variables for method and path
           ACCEPT WS-REQUEST-METHOD FROM ENVIRONMENT "REQUEST_METHOD"
           ACCEPT WS-REQUEST-PATH    FROM ENVIRONMENT "PATH_INFO"
                      PERFORM SEND-ERROR-RESPONSE
                  END-EVALUATE

             WHEN WS-REQUEST-PATH = "/api/instant_send"
                  EVALUATE WS-REQUEST-METHOD
                    WHEN "POST"
                      PERFORM POST-INSTANT-SEND
                    WHEN OTHER
                      MOVE "405" TO WS-STATUS-CODE
                      MOVE "Method Not Allowed" TO WS-STATUS-TEXT
                      PERFORM SEND-ERROR-RESPONSE
                  END-EVALUATE

             WHEN WS-REQUEST-PATH = "/api/instant_receive"
                  EVALUATE WS-REQUEST-METHOD
                    WHEN "POST"
                      PERFORM POST-INSTANT-RECEIVE
                    WHEN OTHER
                      MOVE "405" TO WS-STATUS-CODE
                      MOVE "Method Not Allowed" TO WS-STATUS-TEXT
                      PERFORM SEND-ERROR-RESPONSE
                  END-EVALUATE

             WHEN OTHER
               MOVE "404" TO WS-STATUS-CODE
               MOVE "Path Not Found" TO WS-STATUS-TEXT
      *> ----------------------------------------------------------
       POST-BATCH-INSERT-TRANSACTION.
           MOVE SPACES TO WS-BATCH-ACCOUNTS WS-BATCH-TYPES
               WS-BATCH-NARRATIVES WS-BATCH-EXT-REFS
           MOVE 0 TO WS-BATCH-AMOUNTS
           MOVE 0 TO WS-BATCH-COUNT WS-BATCH-OK-COUNT
                     WS-BATCH-FAIL-COUNT

           CALL "JSON-PARSE-ARRAY-SUB" USING
               WS-RAW-BODY
               WS-BATCH-ACCOUNTS
               WS-BATCH-TYPES
               WS-BATCH-AMOUNTS
               WS-BATCH-NARRATIVES
               WS-BATCH-EXT-REFS

           IF WS-BATCH-STATUS NOT = "200" OR WS-BATCH-COUNT = 0
              MOVE "400" TO WS-STATUS-CODE
                  WS-BATCH-TYPE(WS-BATCH-IDX)
                  WS-BATCH-AMOUNT(WS-BATCH-IDX)
                  WS-BATCH-ITEM-STATUS
                  WS-BATCH-NARRATIVE(WS-BATCH-IDX)
                  WS-BATCH-EXT-REF(WS-BATCH-IDX)
              IF WS-BATCH-ITEM-STATUS = 200
                 ADD 1 TO WS-BATCH-OK-COUNT
              ELSE
           END-IF
           .

       *> ----------------------------------------------------------
       *> POST-INSTANT-SEND / POST-INSTANT-RECEIVE
       *> Real-time payments to and from the network -- the
       *> INSTANT-SEND-SUB family (src/instant_payment_subs.cob)
       *> confirms or rejects on the spot; a rejection comes back as
       *> a 422 carrying the reason.
       *> ----------------------------------------------------------
       POST-INSTANT-SEND.
           PERFORM READ-REQUEST-BODY
           MOVE SPACES TO WS-LIST-JSON
           CALL "INSTANT-SEND-SUB" USING WS-RAW-BODY WS-LIST-JSON
                                          WS-SUB-RETURN-CODE
           PERFORM SEND-SERVICE-RESULT
           .

       POST-INSTANT-RECEIVE.
           PERFORM READ-REQUEST-BODY
           MOVE SPACES TO WS-LIST-JSON
           CALL "INSTANT-RECEIVE-SUB" USING WS-RAW-BODY WS-LIST-JSON
                                             WS-SUB-RETURN-CODE
           PERFORM SEND-SERVICE-RESULT
           .

       SEND-SERVICE-RESULT.
           *> The subs hand back the response body AND the status --
           *> 200 goes out as-is, anything else becomes an error
              MOVE WS-SUB-RETURN-CODE TO WS-STATUS-NUM
              MOVE WS-STATUS-NUM TO WS-STATUS-CODE
              MOVE FUNCTION TRIM(WS-LIST-JSON) TO WS-RESPONSE-BODY
              PERFORM STAMP-REQUEST-ID
              COMPUTE WS-RESPONSE-BODY-LEN =
                  FUNCTION LENGTH(WS-RESPONSE-BODY)
              STRING
                CRLF
                "Content-Type: application/json" DELIMITED BY SIZE
                CRLF
                "X-Request-Id: " DELIMITED BY SIZE
                FUNCTION TRIM(WS-REQUEST-ID) DELIMITED BY SIZE
                CRLF
                "Content-Length: " DELIMITED BY SIZE
                WS-RESPONSE-BODY-LEN DELIMITED BY SIZE
                CRLF
                     WS-BODY-LEN - WS-BODY-TOTAL-READ
                 CALL "read" USING BY VALUE 0
                     BY REFERENCE
                         WS-RAW-BODY(WS-BODY-TOTAL-READ + 1:
                                     WS-BODY-REMAINING)
                     BY VALUE WS-BODY-REMAINING
                     RETURNING WS-READ-RESULT
                 IF WS-READ-RESULT > 0
       *> ----------------------------------------------------------
       SEND-JSON-RESPONSE.
           *> Typically we already set WS-RESPONSE-BODY
           PERFORM STAMP-REQUEST-ID
           COMPUTE WS-RESPONSE-BODY-LEN =
               FUNCTION LENGTH(WS-RESPONSE-BODY)

           STRING
             "Status: 200 OK"         DELIMITED BY SIZE
             CRLF
             "Content-Type: application/json" DELIMITED BY SIZE
             CRLF
             "X-Request-Id: "         DELIMITED BY SIZE
             FUNCTION TRIM(WS-REQUEST-ID) DELIMITED BY SIZE
             CRLF
             "Content-Length: "       DELIMITED BY SIZE
             WS-RESPONSE-BODY-LEN     DELIMITED BY SIZE
             CRLF

       *> ----------------------------------------------------------
       *> SEND-ERROR-RESPONSE
       *> Returns an error JSON with given WS-STATUS-CODE and
       *> WS-STATUS-TEXT
       *> ----------------------------------------------------------
       SEND-ERROR-RESPONSE.
           *> Build a small JSON body with the error
             "," WS-DOUBLE-QUOTE "code" WS-DOUBLE-QUOTE ":"
             WS-DOUBLE-QUOTE WS-STATUS-CODE WS-DOUBLE-QUOTE
             "," WS-DOUBLE-QUOTE "message" WS-DOUBLE-QUOTE ":"
             WS-DOUBLE-QUOTE FUNCTION TRIM(WS-STATUS-TEXT)
             WS-DOUBLE-QUOTE
             "}"
             DELIMITED BY SIZE
             INTO WS-RESPONSE-BODY
           END-STRING
           PERFORM STAMP-REQUEST-ID

           COMPUTE WS-RESPONSE-BODY-LEN =
               FUNCTION LENGTH(WS-RESPONSE-BODY)

           *> Build full HTTP response
           STRING
             "Status: " WS-STATUS-CODE " " WS-STATUS-TEXT
             DELIMITED BY SIZE
             CRLF
             "Content-Type: application/json" DELIMITED BY SIZE
             CRLF
             "X-Request-Id: " FUNCTION TRIM(WS-REQUEST-ID)
             DELIMITED BY SIZE
             CRLF
             "Content-Length: "
             WS-RESPONSE-BODY-LEN
             CRLF
           DISPLAY WS-RESPONSE-OUT
           .

       *> ----------------------------------------------------------
       *> STAMP-REQUEST-ID
       *> Puts the correlation ID in as the first member of the JSON
       *> object in WS-RESPONSE-BODY, so the caller can quote it back
       *> and the call can be found in the audit segment, the logs
       *> and the rows it wrote.
       *> ----------------------------------------------------------
       STAMP-REQUEST-ID.
           IF WS-RESPONSE-BODY(1:1) = "{"
              MOVE WS-RESPONSE-BODY TO WS-STAMP-BODY
              MOVE SPACES TO WS-RESPONSE-BODY
              IF WS-STAMP-BODY(2:1) = "}"
                 STRING '{"request_id":"' FUNCTION TRIM(WS-REQUEST-ID)
                     '"}'
                     DELIMITED BY SIZE INTO WS-RESPONSE-BODY
                 END-STRING
              ELSE
                 STRING '{"request_id":"' FUNCTION TRIM(WS-REQUEST-ID)
                     '",' FUNCTION TRIM(WS-STAMP-BODY(2:7999) TRAILING)
                     DELIMITED BY SIZE INTO WS-RESPONSE-BODY
                 END-STRING
              END-IF
           END-IF
           .

       END PROGRAM HANDLER.
