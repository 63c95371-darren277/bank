      *>   - every customer whose kyc_next_review has come due is
      *>     queued into kyc_review_queue as DUE (once -- the open
      *>     queue row is the dedupe);
      *>   - when an entity customer's review is queued, each of its
      *>     current beneficial owners is queued alongside it, tagged
      *>     with the entity (entity_customer_id), so the owners are
      *>     re-examined as part of the entity's review;
      *>   - queued reviews more than 30 days past due escalate to
      *>     OVERDUE;
      *>   - reviews completed through MAINTAIN-CUSTOMER (which rolls
      *>     kyc_next_review forward off the re-confirmed rating)
      *>     close their queue rows as DONE -- an owner row closes
      *>     with the entity's review, not the owner's own.
      *>   - TIN certifications past their expiry date (a W-8BEN
      *>     lapses at the end of the third year after signing) are
      *>     marked EXPIRED, so the customer inquiry and the tax desk
      *>     see which foreign-status certifications need renewing.
      *> The rating itself feeds the monitoring runs: the structuring
      *> batch lowers its hit-day bar for HIGH-risk customers and the
      *> CTR report marks them.
       01  WS-PSQL-RESULT           PIC X(40).

       01  WS-REVIEWS-QUEUED        PIC 9(9) VALUE 0.
       01  WS-OWNERS-QUEUED         PIC 9(9) VALUE 0.
       01  WS-REVIEWS-ESCALATED     PIC 9(9) VALUE 0.
       01  WS-REVIEWS-CLOSED        PIC 9(9) VALUE 0.
       01  WS-CERTS-EXPIRED         PIC 9(9) VALUE 0.
       01  WS-TOTAL-TOUCHED         PIC 9(9) VALUE 0.

       01  WS-BUSINESS-DATE         PIC X(10) VALUE SPACES.
           CALL "RUN-HISTORY-SUB" USING WS-BATCH-NAME WS-RUN-ID

           PERFORM QUEUE-DUE-PARA
           PERFORM QUEUE-OWNERS-PARA
           PERFORM ESCALATE-OVERDUE-PARA
           PERFORM CLOSE-COMPLETED-PARA
           PERFORM EXPIRE-TIN-CERTS-PARA

           COMPUTE WS-TOTAL-TOUCHED = WS-REVIEWS-QUEUED
               + WS-OWNERS-QUEUED + WS-REVIEWS-ESCALATED
               + WS-REVIEWS-CLOSED + WS-CERTS-EXPIRED
           CALL "BATCH-RAN-MARK-SUB" USING
               WS-BATCH-NAME WS-BUSINESS-DATE
           CALL "RUN-HISTORY-END-SUB" USING WS-BATCH-NAME WS-RUN-ID
               WS-TOTAL-TOUCHED WS-RUN-STATUS
           DISPLAY "KYC-REVIEW-BATCH complete. Queued: "
               WS-REVIEWS-QUEUED " Owners queued: " WS-OWNERS-QUEUED
               " Escalated: " WS-REVIEWS-ESCALATED
               " Closed: " WS-REVIEWS-CLOSED
               " TIN certs expired: " WS-CERTS-EXPIRED
           GOBACK.

       QUEUE-DUE-PARA.
               "'MERGED' "
               "AND NOT EXISTS (SELECT 1 FROM kyc_review_queue q "
               "WHERE q.customer_id = c.customer_id "
               "AND q.entity_customer_id IS NULL "
               "AND q.review_status IN ('DUE', 'OVERDUE')) "
               "RETURNING review_id) "
               "SELECT COUNT(*) FROM ins;"
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       QUEUE-OWNERS-PARA.
      *> Driven off the entity's open queue row rather than its review
      *> date, so an owner added while the entity's review is still
      *> open is picked up the next night too.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH ins AS (INSERT INTO kyc_review_queue "
               "(customer_id, entity_customer_id, kyc_risk_rating, "
               "review_due_date, review_status, queued_at) "
               "SELECT DISTINCT b.owner_customer_id, q.customer_id, "
               "o.kyc_risk_rating, q.review_due_date, 'DUE', NOW() "
               "FROM kyc_review_queue q JOIN beneficial_owners b ON "
               "b.entity_customer_id = q.customer_id AND "
               "b.removed_date IS NULL JOIN customers o ON "
               "o.customer_id = b.owner_customer_id "
               "WHERE q.entity_customer_id IS NULL "
               "AND q.review_status IN ('DUE', 'OVERDUE') "
               "AND NOT EXISTS (SELECT 1 FROM kyc_review_queue x "
               "WHERE x.customer_id = b.owner_customer_id "
               "AND x.entity_customer_id = q.customer_id "
               "AND x.review_status IN ('DUE', 'OVERDUE')) "
               "RETURNING review_id) "
               "SELECT COUNT(*) FROM ins;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-KYC-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-OWNERS-QUEUED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       ESCALATE-OVERDUE-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
       CLOSE-COMPLETED-PARA.
      *> A review is complete when MAINTAIN-CUSTOMER rolled the
      *> customer's next review past today -- the queue row closes
      *> itself rather than waiting on a second keying. An owner's
      *> row follows the entity it was queued for.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH done AS (UPDATE kyc_review_queue q SET "
               "review_status = 'DONE', completed_at = NOW() "
               "FROM customers c WHERE c.customer_id = "
               "COALESCE(q.entity_customer_id, q.customer_id) "
               "AND q.review_status IN ('DUE', 'OVERDUE') "
               "AND c.kyc_next_review > '" WS-BUSINESS-DATE "' "
               "RETURNING q.review_id) "
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       EXPIRE-TIN-CERTS-PARA.
           MOVE SPACES TO WS-SQL-COMMAND
           STRING
               "WITH exp AS (UPDATE tin_certifications SET "
               "cert_status = 'EXPIRED' WHERE cert_status = 'ACTIVE' "
               "AND expiry_date < '" WS-BUSINESS-DATE "' "
               "RETURNING cert_id) "
               "SELECT COUNT(*) FROM exp;"
               INTO WS-SQL-COMMAND
           PERFORM RUN-KYC-SQL-PARA
           IF WS-RETURN-CODE = 0 AND WS-PSQL-RESULT NOT = SPACES
               COMPUTE WS-CERTS-EXPIRED =
                   FUNCTION NUMVAL(WS-PSQL-RESULT)
           END-IF.

       RUN-KYC-SQL-PARA.
           MOVE SPACES TO WS-SHELL-COMMAND
           STRING "PGPASSWORD=" FUNCTION TRIM(DB-PASSWORD)
