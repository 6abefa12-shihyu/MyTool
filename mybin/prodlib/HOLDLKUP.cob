       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDLKUP.
      *****************************************************************
      * Totals the funds holds in effect against an account for the
      * batch posting runs: every active hold on the holds file
      * whose release date is still after the business date the
      * caller is posting for - the same date HOLDEXPR releases
      * holds against, so a run that goes past midnight still sees
      * the holds of the day it is posting.  The caller takes the
      * total off the ledger balance to get the available balance a
      * debit is tested against.
      *
      * The holds file is opened on the first call and kept open
      * for the rest of the run; a call that cannot open it returns
      * 8 and the next call tries again.
      *
      * Return codes: 0 = total returned (zero when the account has
      * no holds), 8 = holds file error.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS              PIC X(02).
       01  WS-END-OF-HOLDS             PIC X(01).
           88  END-OF-HOLDS                VALUE "Y".
       01  WS-HOLD-FILE-OPEN           PIC X(01) VALUE "N".
           88  HOLD-FILE-OPEN              VALUE "Y".

       LINKAGE SECTION.
       01  LK-ACCT-NUMBER               PIC X(10).
       01  LK-BUSINESS-DATE             PIC 9(08).
       01  LK-HOLD-TOTAL                PIC S9(11)V99 COMP-3.
       01  LK-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING LK-ACCT-NUMBER LK-BUSINESS-DATE
               LK-HOLD-TOTAL LK-RETURN-CODE.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           MOVE ZERO TO LK-HOLD-TOTAL
           MOVE "N" TO WS-END-OF-HOLDS
           IF NOT HOLD-FILE-OPEN
               OPEN INPUT HOLD-FILE
               IF WS-HOLD-STATUS = "00"
                   MOVE "Y" TO WS-HOLD-FILE-OPEN
               END-IF
           END-IF
           IF NOT HOLD-FILE-OPEN
               MOVE 8 TO LK-RETURN-CODE
           ELSE
               MOVE LK-ACCT-NUMBER TO HOLD-ACCT-NUMBER
               MOVE ZERO TO HOLD-SEQ
               START HOLD-FILE KEY NOT < HOLD-KEY
                   INVALID KEY
                       SET END-OF-HOLDS TO TRUE
               END-START
               IF NOT END-OF-HOLDS
                   PERFORM READ-NEXT-HOLD
               END-IF
               PERFORM ADD-ONE-HOLD UNTIL END-OF-HOLDS
           END-IF
           GOBACK.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET END-OF-HOLDS TO TRUE
           END-READ
           IF NOT END-OF-HOLDS AND WS-HOLD-STATUS NOT = "00"
               MOVE 8 TO LK-RETURN-CODE
               SET END-OF-HOLDS TO TRUE
           END-IF.

      *****************************************************************
      * The holds are in account order, so the first hold for the
      * next account ends the browse.
      *****************************************************************
       ADD-ONE-HOLD.
           IF HOLD-ACCT-NUMBER NOT = LK-ACCT-NUMBER
               SET END-OF-HOLDS TO TRUE
           ELSE
               IF HOLD-STATUS-ACTIVE
                   AND HOLD-RELEASE-DATE > LK-BUSINESS-DATE
                   ADD HOLD-AMOUNT TO LK-HOLD-TOTAL
               END-IF
               PERFORM READ-NEXT-HOLD
           END-IF.
       END PROGRAM HOLDLKUP.
