      *****************************************************************
      * Re-presents overdraft rejects.  Reads the prior night's
      * rejects (TRANREJS layout, optionally concatenated with the
      * prior carry-forward file), selects the OVRDFT and FNDHLD
      * items, and re-submits each debit against the current
      * available balance - the master balance less the funds holds
      * in effect on the business date, totalled by HOLDLKUP.
      * Items that now clear are posted with the full coverage a
      * nightly posting gets: master REWRITE, AJRNL01 before/after
      * entry, and a posting-journal record (TRANREC layout, written
      * still overdraw are carried forward with an attempt count;
      * after the configured number of presentments, or when the
      * account is gone or closed, the item drops to the final NSF
      * report instead of circulating forever.  An item still short
      * carries OVRDFT when the ledger balance cannot cover it and
      * FNDHLD when only the holds stand in the way.  An item whose
      * account number fails the ACCTCKDG check digit goes straight
      * to the final NSF report as BADCHK, before any master read -
      * it can never clear, and must not be presented to whatever
      * account the number happens to match.  Every final NSF
      * item is also written, in the carry-forward layout, to the
      * NSFITEMS file the ACCTFEES run reads to charge the NSF fee.
      *
      * REPRPARM: one record - maximum presentment attempts 9(02),
      * a space, the business date YYYYMMDD the holds are tested on.
      *
      * REPRIN / REPRFWD record: the 80-byte transaction, a space,
      * the 6-byte reason code, a space, and the attempt count
      * 9(02).  A fresh TRANREJS record has no attempt count; the
      * non-numeric columns read as attempt zero, so last night's
           SELECT NSF-REPORT-FILE ASSIGN TO "NSFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
           SELECT NSF-ITEM-FILE ASSIGN TO "NSFITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-MAX-ATTEMPTS       PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PARM-BUSINESS-DATE      PIC 9(08).
       FD  REPR-IN-FILE.
       01  REPR-IN-RECORD.
           05  RIN-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  RIN-REASON-CODE          PIC X(06).
           05  FILLER                   PIC X(01).
       COPY TRANREC.
       FD  FORWARD-FILE.
       01  FORWARD-RECORD.
           05  FWD-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  FWD-REASON-CODE          PIC X(06).
           05  FILLER                   PIC X(01).
           05  FWD-ATTEMPTS             PIC 9(02).
       FD  NSF-REPORT-FILE.
       01  NSF-REPORT-RECORD            PIC X(100).
       FD  NSF-ITEM-FILE.
       01  NSF-ITEM-RECORD.
           05  NSI-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  NSI-REASON-CODE          PIC X(06).
           05  FILLER                   PIC X(01).
           05  NSI-ATTEMPTS             PIC 9(02).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-JOURNAL-STATUS           PIC X(02).
       01  WS-FORWARD-STATUS           PIC X(02).
       01  WS-NSF-STATUS               PIC X(02).
       01  WS-NSF-ITEM-STATUS          PIC X(02).
       01  WS-END-OF-ITEMS             PIC X(01) VALUE "N".
           88  END-OF-ITEMS                VALUE "Y".
       01  WS-MAX-ATTEMPTS             PIC 9(02).
       01  WS-ITEM-ATTEMPTS            PIC 9(02).
       01  WS-NSF-REASON               PIC X(06).
       01  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-HOLD-RC                  PIC 9(02).
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-ITEMS-READ               PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-SELECTED           PIC 9(07) VALUE ZERO.
       01  WS-ITEMS-POSTED             PIC 9(07) VALUE ZERO.
       01  WS-BEFORE-IMAGE             PIC X(48).
       01  WS-AFTER-IMAGE              PIC X(48).
       01  WS-AJRNL-RC                 PIC 9(02).
       01  WS-CKDG-FUNCTION            PIC X(01) VALUE "V".
       01  WS-CKDG-RC                  PIC 9(02).

       01  WS-NSF-DETAIL-LINE.
           05  WS-NSF-ACCT-NUMBER      PIC X(10).
           END-IF
           DISPLAY "TRANREPR: ITEMS SKIPPED         " WS-ITEMS-SKIPPED
           DISPLAY "TRANREPR: ITEMS READ            " WS-ITEMS-READ
           DISPLAY "TRANREPR: ITEMS SELECTED        " WS-ITEMS-SELECTED
           DISPLAY "TRANREPR: ITEMS POSTED          " WS-ITEMS-POSTED
           DISPLAY "TRANREPR: ITEMS CARRIED FORWARD "
               WS-ITEMS-FORWARDED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "INVALID BUSINESS DATE PARM"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-MAX-ATTEMPTS TO WS-MAX-ATTEMPTS
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
           CLOSE PARM-FILE.

       OPEN-INPUT-FILES.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTARTING
               OPEN EXTEND NSF-ITEM-FILE
           ELSE
               OPEN OUTPUT NSF-ITEM-FILE
           END-IF
           IF WS-NSF-ITEM-STATUS NOT = "00"
               MOVE "OPEN-OUTPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN NSF ITEMS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT RESTARTING
               MOVE "TRANREPR - FINAL NSF ITEMS" TO NSF-REPORT-RECORD
               PERFORM WRITE-NSF-LINE
           END-IF.

      *****************************************************************
      * Disposes of one input item.  Only OVRDFT and FNDHLD rejects
      * are presentable here - other reject reasons stay a manual
      * correction and are bypassed with a count.  A rejected
      * transfer is bypassed too: presenting its debit alone would
      * split the pair, so it stays rejected for the customer to
      * request again.  A fresh reject
      * carries no attempt count; the non-numeric columns read as
      * zero attempts.
      *****************************************************************
       PRESENT-ITEM.
           MOVE RIN-TRAN-DATA TO TRAN-RECORD
           IF (RIN-REASON-CODE = "OVRDFT" OR RIN-REASON-CODE = "FNDHLD")
               AND NOT TRAN-CODE-XFER
               ADD 1 TO WS-ITEMS-SELECTED
               IF RIN-ATTEMPTS IS NUMERIC
                   MOVE RIN-ATTEMPTS TO WS-ITEM-ATTEMPTS
               ELSE
           END-IF.

      *****************************************************************
      * One presentment: the item posts when the available balance
      * covers it; an account number that fails its check digit,
      * or an account that is gone or closed, can never clear and
      * goes straight to the final NSF report; anything
      * still short is carried forward until the attempts ceiling.
      * A holds file that cannot be read fails the job, as a master
      * read failure does - the item cannot be judged either way.
      *****************************************************************
       PRESENT-ONE-DEBIT.
           ADD 1 TO WS-ITEM-ATTEMPTS
           MOVE SPACES TO WS-NSF-REASON
           CALL "ACCTCKDG" USING WS-CKDG-FUNCTION TRAN-ACCT-NUMBER
               WS-CKDG-RC
           IF WS-CKDG-RC NOT = 0
               MOVE "BADCHK" TO WS-NSF-REASON
           ELSE
               MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "NOACCT" TO WS-NSF-REASON
               END-READ
           END-IF
           IF WS-NSF-REASON = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "PRESENT-ONE-DEBIT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ITEMS TO TRUE
           END-IF
           MOVE ZERO TO WS-HOLD-TOTAL
           IF NOT JOB-FAILED AND WS-NSF-REASON = SPACES
               AND NOT ACCT-STATUS-CLOSED
               PERFORM FIND-HELD-FUNDS
           END-IF
           IF NOT JOB-FAILED
               EVALUATE TRUE
                   WHEN WS-NSF-REASON = "BADCHK"
                       PERFORM WRITE-FINAL-NSF
                   WHEN WS-NSF-REASON = "NOACCT"
                       PERFORM WRITE-FINAL-NSF
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "CLOSED" TO WS-NSF-REASON
                       PERFORM WRITE-FINAL-NSF
                   WHEN ACCT-BALANCE - WS-HOLD-TOTAL >= TRAN-AMOUNT
                       PERFORM POST-CLEARED-ITEM
                   WHEN WS-ITEM-ATTEMPTS >= WS-MAX-ATTEMPTS
                       PERFORM SET-SHORTFALL-REASON
                       PERFORM WRITE-FINAL-NSF
                   WHEN OTHER
                       PERFORM SET-SHORTFALL-REASON
                       PERFORM WRITE-CARRY-FORWARD
               END-EVALUATE
           END-IF.

       FIND-HELD-FUNDS.
           CALL "HOLDLKUP" USING ACCT-NUMBER WS-BUSINESS-DATE
               WS-HOLD-TOTAL WS-HOLD-RC
           IF WS-HOLD-RC NOT = 0
               MOVE "FIND-HELD-FUNDS" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "HOLDS LOOKUP FAILED ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ITEMS TO TRUE
           END-IF.

       SET-SHORTFALL-REASON.
           IF ACCT-BALANCE < TRAN-AMOUNT
               MOVE "OVRDFT" TO WS-NSF-REASON
           ELSE
               MOVE "FNDHLD" TO WS-NSF-REASON
           END-IF.

      *****************************************************************
      * A cleared item against a dormant account reactivates it as
      * part of the same rewrite, exactly as the nightly posting
           ADD 1 TO WS-ITEMS-FORWARDED
           MOVE SPACES TO FORWARD-RECORD
           MOVE TRAN-RECORD TO FWD-TRAN-DATA
           MOVE WS-NSF-REASON TO FWD-REASON-CODE
           MOVE WS-ITEM-ATTEMPTS TO FWD-ATTEMPTS
           WRITE FORWARD-RECORD
           IF WS-FORWARD-STATUS NOT = "00"
           MOVE WS-ITEM-ATTEMPTS TO WS-NSF-ATTEMPTS
           MOVE WS-NSF-REASON TO WS-NSF-REASON-CODE
           MOVE WS-NSF-DETAIL-LINE TO NSF-REPORT-RECORD
           PERFORM WRITE-NSF-LINE
           IF NOT JOB-FAILED
               PERFORM WRITE-NSF-ITEM
           END-IF.

      *****************************************************************
      * The final NSF item as data, for the fee run.  A lost item is
      * a lost NSF fee, so a write failure fails the job - the item
      * touched nothing and is NOT checkpointed, so the rerun
      * reproduces it.
      *****************************************************************
       WRITE-NSF-ITEM.
           MOVE SPACES TO NSF-ITEM-RECORD
           MOVE TRAN-RECORD TO NSI-TRAN-DATA
           MOVE WS-NSF-REASON TO NSI-REASON-CODE
           MOVE WS-ITEM-ATTEMPTS TO NSI-ATTEMPTS
           WRITE NSF-ITEM-RECORD
           IF WS-NSF-ITEM-STATUS NOT = "00"
               MOVE "WRITE-NSF-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE NSF ITEMS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ITEMS TO TRUE
           END-IF.

       WRITE-NSF-TOTALS.
           MOVE SPACES TO NSF-REPORT-RECORD
           PERFORM WRITE-NSF-LINE
           MOVE "OVRDFT AND FNDHLD ITEMS PRESENTED" TO WS-TOT-LABEL
           MOVE WS-ITEMS-SELECTED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO NSF-REPORT-RECORD
           PERFORM WRITE-NSF-LINE
           MOVE WS-ITEMS-FINAL-NSF TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO NSF-REPORT-RECORD
           PERFORM WRITE-NSF-LINE
           MOVE "OTHER REJECT ITEMS BYPASSED" TO WS-TOT-LABEL
           MOVE WS-ITEMS-BYPASSED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO NSF-REPORT-RECORD
           PERFORM WRITE-NSF-LINE.
           CLOSE ACCT-FILE
           CLOSE JOURNAL-FILE
           CLOSE FORWARD-FILE
           CLOSE NSF-REPORT-FILE
           CLOSE NSF-ITEM-FILE.

       LOG-ERROR.
           CALL "ERRLOG01" USING WS-ERR-PROGRAM-NAME
