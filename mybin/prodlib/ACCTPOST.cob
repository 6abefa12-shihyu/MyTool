      * change to the CICS file view of the account master in real
      * time, enforcing exactly the rules ACCTUPDT enforces at
      * night - unknown transaction code, bad amount, posting
      * against a closed account, overdraft, a debit beyond the
      * available balance (the ledger less the funds holds in
      * effect, totalled by HOLDSUM1), bad status value - and
      * returning the batch run's reason codes in the commarea.  A
      * posting against a dormant account reactivates it inside the
      * same rewrite, as the batch runs do.  The before/after
      * TRANPOST day posting stream - a TD queue takes any number
      * of postings to one account in a day, where a keyed file
      * write would reject the second as a duplicate - so the
      * batch controls still balance to the online day.  Each
      * audit entry is also written to AJRNTDAY, a keyed file in
      * the AJRNXRC layout, because the AJRN queue cannot be read
      * back online: it is the day's online journal that the
      * ACCTMINI mini-statement reads, and it is emptied when the
      * AJRN queue is closed and its entries join AUDTJRNL.
      *
      * A transfer (XF) debits CA-ACCT-NUMBER and credits
      * CA-COUNTER-ACCT as one unit of work, under the nightly
      * run's rules and reason codes: the counter account is
      * checked first, the debit side is tested as any debit is,
      * and a reject on either side rejects the pair with nothing
      * applied.  Each leg goes to AJRN and TPST against its own
      * account with the other as counter account, both carrying
      * the transfer reference returned in CA-XFER-REFERENCE ("O"
      * and the task number).  CA-PRIOR-BALANCE and
      * CA-POSTED-BALANCE are those of the account debited.
      *
      * An account number - either account of a transfer - whose
      * check digit ACCTCKDG does not accept is rejected BADCHK
      * before the master is read.
      *
      * CA-RESPONSE-CODE: 00 = posted, balances returned; 04 =
      * rejected, CA-REASON-CODE carries the ACCTUPDT reason
      * (BADCHK, NOACCT, BADCOD, BADAMT, CLOSED, OVRDFT, FNDHLD,
      * BADSTA, and for a transfer BADCTR, NOCTRA, CLSCTR).
      * Only unexpected CICS failures abend, backing out the update:
      * APS1 account-master read, APS2 account-master rewrite,
      * APS3 audit journal write, APS4 posting stream write, APS5
      * commarea shorter than this layout, APS6 link to HOLDSUM1,
      * APS7 transfer counter account gone or closed between its
      * check and its update (backing out the debit leg), APS8 day
      * journal write.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ACCTREC.
       COPY TRANREC.
       COPY AJRNLRC.
       COPY AJRNXRC.
       01  WS-DAY-JRNL-KEY              PIC X(28).
       01  WS-DAY-JRNL-WRITTEN          PIC X(01).
           88  DAY-JRNL-WRITTEN             VALUE "Y".
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-POST-DATE                 PIC X(08).
       01  WS-REASON-CODE               PIC X(06).
       01  WS-NEW-BALANCE               PIC S9(11)V99.
       01  WS-BEFORE-IMAGE              PIC X(48).
       01  WS-COUNTER-ACCT              PIC X(10).
       01  WS-CKDG-FUNCTION             PIC X(01) VALUE "V".
       01  WS-CKDG-RC                   PIC 9(02).
       01  WS-XFER-FROM-BEFORE          PIC X(48).
       01  WS-XFER-FROM-AFTER           PIC X(48).
       01  WS-XFER-TO-BEFORE            PIC X(48).
       01  WS-XFER-TO-AFTER             PIC X(48).
       01  WS-XFER-TO-PRIOR             PIC S9(11)V99.
       01  WS-XFER-TO-POSTED            PIC S9(11)V99.
       01  WS-XFER-REFERENCE.
           05  WS-XFER-REF-SOURCE       PIC X(01) VALUE "O".
           05  WS-XFER-REF-SEQ          PIC 9(08).
       01  WS-AJRN-LENGTH               PIC S9(04) COMP VALUE 132.
       01  WS-TPST-LENGTH               PIC S9(04) COMP VALUE 80.
       01  WS-HOLDSUM-AREA.
           05  WS-HSM-ACCT-NUMBER       PIC X(10).
           05  WS-HSM-RESPONSE-CODE     PIC 9(02).
           05  WS-HSM-HOLD-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-HSM-HOLD-COUNT        PIC 9(03).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-REASON-CODE           PIC X(06).
           05  CA-PRIOR-BALANCE         PIC S9(11)V99 COMP-3.
           05  CA-POSTED-BALANCE        PIC S9(11)V99 COMP-3.
           05  CA-COUNTER-ACCT          PIC X(10).
           05  CA-XFER-REFERENCE        PIC X(09).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           MOVE SPACES TO CA-REASON-CODE
           MOVE ZERO TO CA-PRIOR-BALANCE
           MOVE ZERO TO CA-POSTED-BALANCE
           MOVE SPACES TO CA-XFER-REFERENCE
           MOVE SPACES TO WS-REASON-CODE
           MOVE CA-ACCT-NUMBER TO WS-ACCT-NUMBER

           CALL "ACCTCKDG" USING WS-CKDG-FUNCTION WS-ACCT-NUMBER
               WS-CKDG-RC
           IF WS-CKDG-RC NOT = 0
               MOVE 04 TO CA-RESPONSE-CODE
               MOVE "BADCHK" TO CA-REASON-CODE
               GOBACK
           END-IF

           IF CA-TRAN-CODE = "XF"
               PERFORM POST-TRANSFER
               GOBACK
           END-IF

           EXEC CICS READ FILE("ACCTMSTR")
               INTO(ACCT-RECORD)
               RIDFLD(WS-ACCT-NUMBER)
                       ACCT-BALANCE - CA-AMOUNT
                   IF WS-NEW-BALANCE < ZERO
                       MOVE "OVRDFT" TO WS-REASON-CODE
                   ELSE
                       PERFORM CHECK-AVAILABLE-BALANCE
                   END-IF
               WHEN CA-TRAN-CODE = "SC"
                   IF CA-NEW-STATUS NOT = "A"
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The debit fits the ledger balance; it must also fit what is
      * left once the holds in effect are taken off, exactly as the
      * nightly run tests it.
      *****************************************************************
       CHECK-AVAILABLE-BALANCE.
           MOVE ACCT-NUMBER TO WS-HSM-ACCT-NUMBER
           EXEC CICS LINK PROGRAM("HOLDSUM1")
               COMMAREA(WS-HOLDSUM-AREA)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE("APS6")
               END-EXEC
           END-IF
           IF WS-NEW-BALANCE - WS-HSM-HOLD-TOTAL < ZERO
               MOVE "FNDHLD" TO WS-REASON-CODE
           END-IF.

       APPLY-TRANSACTION.
           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
           MOVE ACCT-BALANCE TO CA-PRIOR-BALANCE
      * update is the exposure the audit trail exists to close.
      *****************************************************************
       WRITE-AUDIT-JOURNAL.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
               YYYYMMDD(WS-POST-DATE)
               TIME(WS-POST-TIME)
           END-EXEC
           PERFORM WRITE-AUDIT-JOURNAL-ENTRY.

       WRITE-AUDIT-JOURNAL-ENTRY.
           MOVE SPACES TO AJRNL-RECORD
           MOVE WS-POST-DATE TO AJRNL-DATE
           MOVE WS-POST-TIME TO AJRNL-TIME
           MOVE "ACCTPOST" TO AJRNL-PROGRAM-NAME
               EXEC CICS ABEND
                   ABCODE("APS3")
               END-EXEC
           END-IF
           PERFORM WRITE-DAY-JOURNAL.

      *****************************************************************
      * The same entry, keyed by account, date and time, goes to
      * the day journal file the mini-statement browses.  Entries
      * for one account in the same second - the two legs of a
      * transfer between the same pair, or quick successive
      * postings - take the next sequence number, as the rollover
      * does when it loads the archive.  The file is recoverable,
      * so a later abend backs the entry out with the rewrite.
      *****************************************************************
       WRITE-DAY-JOURNAL.
           MOVE SPACES TO AJRNX-RECORD
           MOVE AJRNL-ACCT-NUMBER TO AJRNX-ACCT-NUMBER
           MOVE AJRNL-DATE TO AJRNX-DATE
           MOVE AJRNL-TIME TO AJRNX-TIME
           MOVE ZERO TO AJRNX-SEQ
           MOVE AJRNL-PROGRAM-NAME TO AJRNX-PROGRAM-NAME
           MOVE AJRNL-BEFORE-IMAGE TO AJRNX-BEFORE-IMAGE
           MOVE AJRNL-AFTER-IMAGE TO AJRNX-AFTER-IMAGE
           MOVE "N" TO WS-DAY-JRNL-WRITTEN
           PERFORM WRITE-DAY-JOURNAL-ENTRY UNTIL DAY-JRNL-WRITTEN.

       WRITE-DAY-JOURNAL-ENTRY.
           MOVE AJRNX-KEY TO WS-DAY-JRNL-KEY
           EXEC CICS WRITE FILE("AJRNTDAY")
               FROM(AJRNX-RECORD)
               RIDFLD(WS-DAY-JRNL-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET DAY-JRNL-WRITTEN TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF AJRNX-SEQ = 9999
                       EXEC CICS ABEND
                           ABCODE("APS8")
                       END-EXEC
                   END-IF
                   ADD 1 TO AJRNX-SEQ
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("APS8")
                   END-EXEC
           END-EVALUATE.

      *****************************************************************
      * The applied item joins the day's posting stream through
           MOVE WS-POST-DATE TO TRAN-DATE
           MOVE CA-PRIOR-BALANCE TO TRAN-PRIOR-BALANCE
           MOVE CA-POSTED-BALANCE TO TRAN-POSTED-BALANCE
           PERFORM QUEUE-POSTING-ITEM.

       QUEUE-POSTING-ITEM.
           EXEC CICS WRITEQ TD QUEUE("TPST")
               FROM(TRAN-RECORD)
               LENGTH(WS-TPST-LENGTH)
           END-EXEC
           MOVE 04 TO CA-RESPONSE-CODE
           MOVE WS-REASON-CODE TO CA-REASON-CODE.

      *****************************************************************
      * One transfer, both legs or neither.  The item and the
      * counter account are checked before anything is locked; the
      * account debited is then read for update and tested exactly
      * as a debit is.  Only then are the two rewrites made, and the
      * journal and stream entries follow both - an abend anywhere
      * after the first rewrite backs out the pair.
      *****************************************************************
       POST-TRANSFER.
           MOVE CA-COUNTER-ACCT TO WS-COUNTER-ACCT
           EVALUATE TRUE
               WHEN CA-AMOUNT IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-REASON-CODE
               WHEN CA-AMOUNT NOT > ZERO
                   MOVE "BADAMT" TO WS-REASON-CODE
               WHEN CA-COUNTER-ACCT = SPACES
                   MOVE "BADCTR" TO WS-REASON-CODE
               WHEN CA-COUNTER-ACCT = CA-ACCT-NUMBER
                   MOVE "BADCTR" TO WS-REASON-CODE
               WHEN OTHER
                   CALL "ACCTCKDG" USING WS-CKDG-FUNCTION
                       WS-COUNTER-ACCT WS-CKDG-RC
                   IF WS-CKDG-RC NOT = 0
                       MOVE "BADCHK" TO WS-REASON-CODE
                   ELSE
                       PERFORM CHECK-COUNTER-ACCOUNT
                   END-IF
           END-EVALUATE
           IF WS-REASON-CODE NOT = SPACES
               MOVE 04 TO CA-RESPONSE-CODE
               MOVE WS-REASON-CODE TO CA-REASON-CODE
           ELSE
               PERFORM DEBIT-TRANSFER-ACCOUNT
           END-IF.

       CHECK-COUNTER-ACCOUNT.
           EXEC CICS READ FILE("ACCTMSTR")
               INTO(ACCT-RECORD)
               RIDFLD(WS-COUNTER-ACCT)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF ACCT-STATUS-CLOSED
                       MOVE "CLSCTR" TO WS-REASON-CODE
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "NOCTRA" TO WS-REASON-CODE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("APS1")
                   END-EXEC
           END-EVALUATE.

       DEBIT-TRANSFER-ACCOUNT.
           EXEC CICS READ FILE("ACCTMSTR")
               INTO(ACCT-RECORD)
               RIDFLD(WS-ACCT-NUMBER)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF ACCT-STATUS-CLOSED
                       MOVE "CLOSED" TO WS-REASON-CODE
                   ELSE
                       COMPUTE WS-NEW-BALANCE =
                           ACCT-BALANCE - CA-AMOUNT
                       IF WS-NEW-BALANCE < ZERO
                           MOVE "OVRDFT" TO WS-REASON-CODE
                       ELSE
                           PERFORM CHECK-AVAILABLE-BALANCE
                       END-IF
                   END-IF
                   IF WS-REASON-CODE = SPACES
                       PERFORM APPLY-TRANSFER
                   ELSE
                       PERFORM RELEASE-AND-REJECT
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 04 TO CA-RESPONSE-CODE
                   MOVE "NOACCT" TO CA-REASON-CODE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("APS1")
                   END-EXEC
           END-EVALUATE.

       APPLY-TRANSFER.
           MOVE ACCT-RECORD TO WS-XFER-FROM-BEFORE
           MOVE ACCT-BALANCE TO CA-PRIOR-BALANCE
           IF ACCT-STATUS-DORMANT
               MOVE "A" TO ACCT-STATUS
           END-IF
           SUBTRACT CA-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO CA-POSTED-BALANCE
           EXEC CICS REWRITE FILE("ACCTMSTR")
               FROM(ACCT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE("APS2")
               END-EXEC
           END-IF
           MOVE ACCT-RECORD TO WS-XFER-FROM-AFTER

           EXEC CICS READ FILE("ACCTMSTR")
               INTO(ACCT-RECORD)
               RIDFLD(WS-COUNTER-ACCT)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF ACCT-STATUS-CLOSED
                       EXEC CICS ABEND
                           ABCODE("APS7")
                       END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   EXEC CICS ABEND
                       ABCODE("APS7")
                   END-EXEC
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("APS1")
                   END-EXEC
           END-EVALUATE
           MOVE ACCT-RECORD TO WS-XFER-TO-BEFORE
           MOVE ACCT-BALANCE TO WS-XFER-TO-PRIOR
           IF ACCT-STATUS-DORMANT
               MOVE "A" TO ACCT-STATUS
           END-IF
           ADD CA-AMOUNT TO ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-XFER-TO-POSTED
           EXEC CICS REWRITE FILE("ACCTMSTR")
               FROM(ACCT-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE("APS2")
               END-EXEC
           END-IF

           MOVE EIBTASKN TO WS-XFER-REF-SEQ
           MOVE WS-XFER-REFERENCE TO CA-XFER-REFERENCE
           MOVE ACCT-RECORD TO WS-XFER-TO-AFTER
           MOVE WS-XFER-FROM-BEFORE TO WS-BEFORE-IMAGE
           MOVE WS-XFER-FROM-AFTER TO ACCT-RECORD
           PERFORM WRITE-AUDIT-JOURNAL
           MOVE WS-XFER-TO-BEFORE TO WS-BEFORE-IMAGE
           MOVE WS-XFER-TO-AFTER TO ACCT-RECORD
           PERFORM WRITE-AUDIT-JOURNAL-ENTRY
           PERFORM WRITE-TRANSFER-LEGS.

      *****************************************************************
      * The two legs join the posting stream as the nightly run
      * journals them: the "F" leg against the account debited, the
      * "T" leg against the counter account, one reference on both.
      *****************************************************************
       WRITE-TRANSFER-LEGS.
           MOVE SPACES TO TRAN-RECORD
           MOVE CA-ACCT-NUMBER TO TRAN-ACCT-NUMBER
           MOVE "XF" TO TRAN-CODE
           MOVE CA-AMOUNT TO TRAN-AMOUNT
           MOVE WS-POST-DATE TO TRAN-DATE
           MOVE CA-PRIOR-BALANCE TO TRAN-PRIOR-BALANCE
           MOVE CA-POSTED-BALANCE TO TRAN-POSTED-BALANCE
           MOVE CA-COUNTER-ACCT TO TRAN-COUNTER-ACCT
           MOVE "F" TO TRAN-XFER-LEG
           MOVE WS-XFER-REFERENCE TO TRAN-XFER-REFERENCE
           PERFORM QUEUE-POSTING-ITEM
           MOVE CA-COUNTER-ACCT TO TRAN-ACCT-NUMBER
           MOVE WS-XFER-TO-PRIOR TO TRAN-PRIOR-BALANCE
           MOVE WS-XFER-TO-POSTED TO TRAN-POSTED-BALANCE
           MOVE CA-ACCT-NUMBER TO TRAN-COUNTER-ACCT
           MOVE "T" TO TRAN-XFER-LEG
           PERFORM QUEUE-POSTING-ITEM.
       END PROGRAM ACCTPOST.
