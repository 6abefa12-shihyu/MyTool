       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDSUM1.
      *****************************************************************
      * Online holds total: LINKed by the teller transactions to
      * total the funds holds in effect against an account - every
      * active hold on the CICS file view of the holds file whose
      * release date is still after today - by the same rule the
      * batch runs apply through HOLDLKUP.  The caller takes the
      * total off the ledger balance to get the available balance.
      *
      * CA-RESPONSE-CODE: 00 = total returned (zero when the account
      * has no holds).  Only unexpected CICS failures abend: HSM1
      * holds browse start, HSM2 holds browse read, HSM3 commarea
      * shorter than this layout.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY HOLDREC.
       01  WS-HOLD-KEY                  PIC X(13).
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-ABSTIME                   PIC S9(15) COMP-3.
       01  WS-TODAY                     PIC X(08).
       01  WS-END-OF-HOLDS              PIC X(01).
           88  END-OF-HOLDS                 VALUE "Y".

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-ACCT-NUMBER           PIC X(10).
           05  CA-RESPONSE-CODE         PIC 9(02).
           05  CA-HOLD-TOTAL            PIC S9(11)V99 COMP-3.
           05  CA-HOLD-COUNT            PIC 9(03).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                   ABCODE("HSM3")
               END-EXEC
           END-IF
           MOVE ZERO TO CA-RESPONSE-CODE
           MOVE ZERO TO CA-HOLD-TOTAL
           MOVE ZERO TO CA-HOLD-COUNT
           MOVE "N" TO WS-END-OF-HOLDS
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
           END-EXEC
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
                   PERFORM ADD-ONE-HOLD UNTIL END-OF-HOLDS
                   EXEC CICS ENDBR FILE("ACCTHOLD")
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("HSM1")
                   END-EXEC
           END-EVALUATE

           GOBACK.

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
                       ABCODE("HSM2")
                   END-EXEC
           END-EVALUATE.

      *****************************************************************
      * The holds are in account order, so the first hold for the
      * next account ends the browse.
      *****************************************************************
       ADD-ONE-HOLD.
           IF HOLD-ACCT-NUMBER NOT = CA-ACCT-NUMBER
               SET END-OF-HOLDS TO TRUE
           ELSE
               IF HOLD-STATUS-ACTIVE
                   AND HOLD-RELEASE-DATE > WS-TODAY
                   ADD HOLD-AMOUNT TO CA-HOLD-TOTAL
                   ADD 1 TO CA-HOLD-COUNT
               END-IF
               PERFORM READ-NEXT-HOLD
           END-IF.
       END PROGRAM HOLDSUM1.
