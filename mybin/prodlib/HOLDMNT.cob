       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      *****************************************************************
      * Online funds-hold maintenance for branch staff: places a
      * hold against an account or releases one early, on the CICS
      * file view of the holds file.  A placed hold takes the next
      * sequence number under the account and is active from today
      * until the day before its release date; the nightly HOLDEXPR
      * step expires it then.  A released hold is marked released
      * rather than deleted, so the holds register reports it that
      * night.  The signed-on user is stamped on the hold as the
      * placer or releaser.  Every reply carries the account's
      * ledger balance and the available balance after the change.
      *
      * CA-FUNCTION: "PL" = place a hold (account, amount, reason
      * code and text, release date), "RL" = release a hold
      * (account, hold sequence).  A placed hold's sequence comes
      * back in CA-HOLD-SEQ.
      *
      * CA-RESPONSE-CODE: 00 = done, 04 = rejected with
      * CA-REASON-CODE: BADFNC unknown function, NOACCT account not
      * on file, CLOSED account closed, BADAMT amount not numeric or
      * not above zero, BADRSN reason code not DP, LG or OT, BADDAT
      * release date not numeric or not after today, NOHOLD no such
      * hold, NOTACT hold already released or expired, MAXHLD no
      * sequence number left under the account.  Only unexpected
      * CICS failures abend, backing out the change: HMT1 account
      * master read, HMT2 holds file browse, HMT3 holds file write,
      * HMT4 holds file read, HMT5 holds file rewrite, HMT6 link to
      * HOLDSUM1, HMT7 commarea shorter than this layout.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACCT-NUMBER               PIC X(10).
       01  WS-HOLD-KEY                  PIC X(13).
       COPY ACCTREC.
       COPY HOLDREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-TODAY                     PIC X(08).
       01  WS-USERID                    PIC X(08).
       01  WS-REASON-CODE               PIC X(06).
       01  WS-LAST-SEQ                  PIC 9(03).
       01  WS-END-OF-HOLDS              PIC X(01).
           88  END-OF-HOLDS                 VALUE "Y".
       01  WS-HOLD-WRITE-DONE           PIC X(01).
           88  HOLD-WRITE-DONE              VALUE "Y".
       01  WS-HOLDSUM-AREA.
           05  WS-HSM-ACCT-NUMBER       PIC X(10).
           05  WS-HSM-RESPONSE-CODE     PIC 9(02).
           05  WS-HSM-HOLD-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-HSM-HOLD-COUNT        PIC 9(03).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-FUNCTION              PIC X(02).
           05  CA-ACCT-NUMBER           PIC X(10).
           05  CA-HOLD-SEQ              PIC 9(03).
           05  CA-HOLD-AMOUNT           PIC S9(11)V99 COMP-3.
           05  CA-HOLD-REASON-CODE      PIC X(02).
           05  CA-HOLD-REASON-TEXT      PIC X(20).
           05  CA-RELEASE-DATE          PIC 9(08).
           05  CA-RESPONSE-CODE         PIC 9(02).
           05  CA-REASON-CODE           PIC X(06).
           05  CA-LEDGER-BALANCE        PIC S9(11)V99 COMP-3.
           05  CA-AVAILABLE-BALANCE     PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                   ABCODE("HMT7")
               END-EXEC
           END-IF
           MOVE ZERO TO CA-RESPONSE-CODE
           MOVE SPACES TO CA-REASON-CODE
           MOVE ZERO TO CA-LEDGER-BALANCE
           MOVE ZERO TO CA-AVAILABLE-BALANCE
           MOVE SPACES TO WS-REASON-CODE
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC

           IF CA-FUNCTION NOT = "PL" AND CA-FUNCTION NOT = "RL"
               MOVE "BADFNC" TO WS-REASON-CODE
           ELSE
               PERFORM READ-ACCOUNT
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CA-FUNCTION = "PL"
                   PERFORM PLACE-HOLD
               ELSE
                   PERFORM RELEASE-HOLD
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM RETURN-BALANCES
           ELSE
               MOVE 04 TO CA-RESPONSE-CODE
               MOVE WS-REASON-CODE TO CA-REASON-CODE
           END-IF

           GOBACK.

       READ-ACCOUNT.
           MOVE CA-ACCT-NUMBER TO WS-ACCT-NUMBER
           EXEC CICS READ FILE("ACCTMSTR")
               INTO(ACCT-RECORD)
               RIDFLD(WS-ACCT-NUMBER)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE "NOACCT" TO WS-REASON-CODE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("HMT1")
                   END-EXEC
           END-EVALUATE.

      *****************************************************************
      * A new hold is validated, then written under the next
      * sequence number after the highest the account already has.
      *****************************************************************
       PLACE-HOLD.
           EVALUATE TRUE
               WHEN ACCT-STATUS-CLOSED
                   MOVE "CLOSED" TO WS-REASON-CODE
               WHEN CA-HOLD-AMOUNT IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-REASON-CODE
               WHEN CA-HOLD-AMOUNT NOT > ZERO
                   MOVE "BADAMT" TO WS-REASON-CODE
               WHEN CA-HOLD-REASON-CODE NOT = "DP"
                   AND CA-HOLD-REASON-CODE NOT = "LG"
                   AND CA-HOLD-REASON-CODE NOT = "OT"
                   MOVE "BADRSN" TO WS-REASON-CODE
               WHEN CA-RELEASE-DATE IS NOT NUMERIC
                   MOVE "BADDAT" TO WS-REASON-CODE
               WHEN CA-RELEASE-DATE NOT > WS-TODAY
                   MOVE "BADDAT" TO WS-REASON-CODE
           END-EVALUATE
           IF WS-REASON-CODE = SPACES
               PERFORM FIND-LAST-SEQUENCE
               IF WS-LAST-SEQ = 999
                   MOVE "MAXHLD" TO WS-REASON-CODE
               ELSE
                   PERFORM WRITE-NEW-HOLD
               END-IF
           END-IF.

       FIND-LAST-SEQUENCE.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE "N" TO WS-END-OF-HOLDS
           MOVE CA-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE ZERO TO HOLD-SEQ
           MOVE HOLD-KEY TO WS-HOLD-KEY
           EXEC CICS STARTBR FILE("ACCTHOLD")
               RIDFLD(WS-HOLD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-HOLD
                   PERFORM NOTE-HOLD-SEQUENCE UNTIL END-OF-HOLDS
                   EXEC CICS ENDBR FILE("ACCTHOLD")
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("HMT2")
                   END-EXEC
           END-EVALUATE.

       READ-NEXT-HOLD.
           EXEC CICS READNEXT FILE("ACCTHOLD")
               INTO(HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   SET END-OF-HOLDS TO TRUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("HMT2")
                   END-EXEC
           END-EVALUATE.

       NOTE-HOLD-SEQUENCE.
           IF HOLD-ACCT-NUMBER NOT = CA-ACCT-NUMBER
               SET END-OF-HOLDS TO TRUE
           ELSE
               MOVE HOLD-SEQ TO WS-LAST-SEQ
               PERFORM READ-NEXT-HOLD
           END-IF.

      *****************************************************************
      * Two tellers placing holds on one account at the same moment
      * can both pick the same sequence; the loser's write comes
      * back DUPREC and is tried again under the next sequence.
      * Only running out of sequences under the account is MAXHLD.
      *****************************************************************
       WRITE-NEW-HOLD.
           MOVE SPACES TO HOLD-RECORD
           MOVE CA-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           ADD 1 TO WS-LAST-SEQ GIVING HOLD-SEQ
           MOVE CA-HOLD-AMOUNT TO HOLD-AMOUNT
           MOVE CA-HOLD-REASON-CODE TO HOLD-REASON-CODE
           MOVE CA-HOLD-REASON-TEXT TO HOLD-REASON-TEXT
           MOVE WS-TODAY TO HOLD-PLACED-DATE
           MOVE CA-RELEASE-DATE TO HOLD-RELEASE-DATE
           MOVE "A" TO HOLD-STATUS
           MOVE ZERO TO HOLD-ENDED-DATE
           MOVE WS-USERID TO HOLD-PLACED-BY
           MOVE "N" TO WS-HOLD-WRITE-DONE
           PERFORM WRITE-HOLD-ENTRY UNTIL HOLD-WRITE-DONE.

       WRITE-HOLD-ENTRY.
           MOVE HOLD-KEY TO WS-HOLD-KEY
           EXEC CICS WRITE FILE("ACCTHOLD")
               FROM(HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE HOLD-SEQ TO CA-HOLD-SEQ
                   SET HOLD-WRITE-DONE TO TRUE
               WHEN DFHRESP(DUPREC)
                   IF HOLD-SEQ = 999
                       MOVE "MAXHLD" TO WS-REASON-CODE
                       SET HOLD-WRITE-DONE TO TRUE
                   ELSE
                       ADD 1 TO HOLD-SEQ
                   END-IF
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("HMT3")
                   END-EXEC
           END-EVALUATE.

       RELEASE-HOLD.
           MOVE CA-ACCT-NUMBER TO HOLD-ACCT-NUMBER
           MOVE CA-HOLD-SEQ TO HOLD-SEQ
           MOVE HOLD-KEY TO WS-HOLD-KEY
           EXEC CICS READ FILE("ACCTHOLD")
               INTO(HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF HOLD-STATUS-ACTIVE
                       PERFORM REWRITE-RELEASED-HOLD
                   ELSE
                       MOVE "NOTACT" TO WS-REASON-CODE
                       EXEC CICS UNLOCK FILE("ACCTHOLD")
                           RESP(WS-RESP)
                       END-EXEC
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE "NOHOLD" TO WS-REASON-CODE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("HMT4")
                   END-EXEC
           END-EVALUATE.

       REWRITE-RELEASED-HOLD.
           MOVE "R" TO HOLD-STATUS
           MOVE WS-TODAY TO HOLD-ENDED-DATE
           MOVE WS-USERID TO HOLD-ENDED-BY
           EXEC CICS REWRITE FILE("ACCTHOLD")
               FROM(HOLD-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE("HMT5")
               END-EXEC
           END-IF.

      *****************************************************************
      * The reply shows the teller what the customer can draw now:
      * the ledger balance and the ledger less the holds still in
      * effect after this change.
      *****************************************************************
       RETURN-BALANCES.
           MOVE CA-ACCT-NUMBER TO WS-HSM-ACCT-NUMBER
           EXEC CICS LINK PROGRAM("HOLDSUM1")
               COMMAREA(WS-HOLDSUM-AREA)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE("HMT6")
               END-EXEC
           END-IF
           MOVE ACCT-BALANCE TO CA-LEDGER-BALANCE
           COMPUTE CA-AVAILABLE-BALANCE =
               ACCT-BALANCE - WS-HSM-HOLD-TOTAL.
       END PROGRAM HOLDMNT.
