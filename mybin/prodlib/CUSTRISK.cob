      * accounts (the smaller of total credits and total debits) at
      * or over the in-and-out threshold.  Any rule fired scores the
      * customer "H", otherwise "L", and a changed code is rewritten
      * to the master and journalled through CJRNL01 to the
      * customer audit journal, before and after images, so every
      * change of rating has a trail.  The companion report lists
      * every high-risk customer with the transactions behind the
      * rating, large items starred, so compliance works from the
      * masters instead of a spreadsheet.
      *
      * RISKPARM: one record - large-amount threshold 9(11)V99, a
      * space, movement-count threshold 9(03), a space, in-and-out
           05  WS-TOT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-BEFORE-IMAGE             PIC X(160).
       01  WS-AFTER-IMAGE              PIC X(160).
       01  WS-CJRNL-RC                 PIC 9(02).

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "CUSTRISK".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
           END-EVALUATE.

      *****************************************************************
      * Rewrites and journals a changed code - a journal failure
      * fails the run like a rewrite failure - and reports every
      * high-risk customer with the buffered movements that
      * produced the rating, large items starred.
      *****************************************************************
       RESCORE-CUSTOMER.
           IF WS-NEW-RISK-CODE NOT = CUST-RISK-CODE
               ELSE
                   ADD 1 TO WS-CUSTS-LOWERED
               END-IF
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-NEW-RISK-CODE TO CUST-RISK-CODE
               REWRITE CUST-RECORD
               IF WS-CUST-STATUS NOT = "00"
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-JOB-FAILED
                   SET END-OF-CUSTS TO TRUE
               ELSE
                   PERFORM WRITE-CUSTOMER-JOURNAL
               END-IF
           END-IF
           IF NOT JOB-FAILED AND WS-NEW-RISK-CODE = "H"
               PERFORM REPORT-HIGH-RISK-CUSTOMER
           END-IF.

       WRITE-CUSTOMER-JOURNAL.
           MOVE CUST-RECORD TO WS-AFTER-IMAGE
           CALL "CJRNL01" USING WS-ERR-PROGRAM-NAME
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-CJRNL-RC
           IF WS-CJRNL-RC NOT = 0
               MOVE "WRITE-CUSTOMER-JOURNAL" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE CUSTOMER JOURNAL"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-CUSTS TO TRUE
           END-IF.

       REPORT-HIGH-RISK-CUSTOMER.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
