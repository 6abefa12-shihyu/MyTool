      * from the branch maintenance file (MNTREC layout, its own
      * record type - maintenance never rides the posting stream).
      * An open validates that the customer exists on the customer
      * master (customers are added by the CUSTMNT run, scheduled
      * ahead of this one) and that the account type is CK or SV,
      * stamps the open date, and writes the new account active
      * with a zero balance.  A close is honored only for an
      * existing, not already closed, zero-balance account.
      *
      * The account number of an open is assigned here, never
      * keyed - any number on the maintenance record is ignored.
      * The ACCTCTL control record for the type (ACTLREC layout)
      * gives the type's range and the last base assigned; the
      * next base up that can carry a check digit gets one from
      * ACCTCKDG.  The control record is rewritten before the
      * account is written, so a failure in between costs an
      * unused number, never a number issued twice.  A number
      * already on the master (accounts opened before numbers were
      * assigned) is passed over for the next.  Every open is
      * listed on the OPENREG opens register with its assigned
      * number, for the branch.  NOCTL rejects a type with no
      * control record, RNGFUL a type whose range is used up.  A
      * close must quote a number whose check digit agrees -
      * BADCHK otherwise, before the master is read - and BADACC
      * rejects a close with no number.
      * Failures go to the
      * rejects file with a reason code; every applied open and
      * close is journalled through AJRNL01 (an open with a blank
      * before image) so master changes made here show in the audit
      *
      * Restarts use CHKPT01 exactly as the posting run does: the
      * checkpoint is written after every disposed maintenance
      * record and the rejects file and opens register are
      * extended, so a rerun never applies a maintenance item
      * twice.  The control record also remembers which item took
      * its last number, and on what date: an open that was
      * interrupted after the number was taken is finished on the
      * rerun with that same number, and one whose account was
      * already written is only listed on the register.  The rerun
      * is made the same day, as the item position alone could
      * equally be an earlier day's.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCT-CTL-FILE ASSIGN TO "ACCTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACTL-ACCT-TYPE
               FILE STATUS IS WS-CTL-STATUS.
           SELECT REJECT-FILE ASSIGN TO "MNTREJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "OPENREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCTREC.
       FD  CUST-FILE.
       COPY CUSTREC.
       FD  ACCT-CTL-FILE.
       COPY ACTLREC.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-MNT-DATA             PIC X(34).
           05  FILLER                   PIC X(01).
           05  REJ-REASON-CODE          PIC X(06).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-MNT-STATUS               PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-CUST-STATUS              PIC X(02).
       01  WS-REJECT-STATUS            PIC X(02).
       01  WS-CTL-STATUS               PIC X(02).
       01  WS-REGISTER-STATUS          PIC X(02).
       01  WS-END-OF-MNTS              PIC X(01) VALUE "N".
           88  END-OF-MNTS                 VALUE "Y".
       01  WS-REASON-CODE              PIC X(06).
       01  WS-BEFORE-IMAGE             PIC X(48).
       01  WS-AFTER-IMAGE              PIC X(48).
       01  WS-AJRNL-RC                 PIC 9(02).

      *****************************************************************
      * Account number assignment: the candidate base is carried one
      * digit wider than a base so stepping past the top of a range
      * cannot wrap.
      *****************************************************************
       01  WS-MNT-ITEM                 PIC 9(09).
       01  WS-CANDIDATE-BASE           PIC 9(10).
       01  WS-NEW-ACCT-NUMBER.
           05  WS-NEW-ACCT-BASE        PIC 9(09).
           05  WS-NEW-ACCT-CHECK       PIC X(01).
       01  WS-CKDG-FUNCTION            PIC X(01).
       01  WS-CKDG-RC                  PIC 9(02).
       01  WS-NUMBER-SETTLED           PIC X(01).
           88  NUMBER-SETTLED              VALUE "Y".
       01  WS-CANDIDATE-FOUND          PIC X(01).
           88  CANDIDATE-FOUND             VALUE "Y".
       01  WS-RANGE-EXHAUSTED          PIC X(01).
           88  RANGE-EXHAUSTED             VALUE "Y".
       01  WS-NUMBERS-PASSED           PIC 9(07) VALUE ZERO.

       01  WS-REGISTER-LINE.
           05  WS-REG-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-ACCT-TYPE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-LAST-NAME        PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-REG-FIRST-NAME       PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-OPEN-DATE        PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(33)
               VALUE "ACCOUNT NO  TY  CUSTOMER    NAME ".
           05  FILLER                  PIC X(33)
               VALUE "                                 ".
           05  FILLER                  PIC X(34)
               VALUE "OPENED".

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "ACCTMNT ".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
               PERFORM READ-MAINTENANCE
           END-IF
           PERFORM APPLY-MAINTENANCE UNTIL END-OF-MNTS
           IF NOT JOB-FAILED
               PERFORM WRITE-REGISTER-TOTALS
           END-IF
           PERFORM CLOSE-FILES
           IF NOT JOB-FAILED
               PERFORM CLEAR-RESTART-CHECKPOINT
           DISPLAY "ACCTMNT:  MAINTENANCE READ      " WS-MNTS-READ
           DISPLAY "ACCTMNT:  ACCOUNTS OPENED       " WS-ACCTS-OPENED
           DISPLAY "ACCTMNT:  ACCOUNTS CLOSED       " WS-ACCTS-CLOSED
           DISPLAY "ACCTMNT:  NUMBERS PASSED OVER   " WS-NUMBERS-PASSED
           DISPLAY "ACCTMNT:  MAINTENANCE REJECTED  " WS-MNTS-REJECTED
           GOBACK.

               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCT-CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN ACCOUNT NUMBER CONTROL"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTARTING
               OPEN EXTEND REGISTER-FILE
           ELSE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "OPEN-OUTPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN OPENS REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT RESTARTING
               MOVE "ACCTMNT - ACCOUNTS OPENED REGISTER"
                   TO REGISTER-RECORD
               PERFORM WRITE-REGISTER-LINE
               MOVE WS-HEADING-LINE TO REGISTER-RECORD
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       READ-MAINTENANCE.

      *****************************************************************
      * Opens one account: the customer must exist on the customer
      * master and the type must be CK or SV; the account number is
      * then assigned from the type's control record.  The record
      * is written active, zero balance, open date stamped with
      * today, journalled with a blank before image so the audit
      * trail shows the creation, and listed on the opens register.
      *****************************************************************
       OPEN-ACCOUNT.
           IF MNT-ACCT-TYPE NOT = "CK"
               AND MNT-ACCT-TYPE NOT = "SV"
               MOVE "BADTYP" TO WS-REASON-CODE
           ELSE
               PERFORM CHECK-CUSTOMER-EXISTS
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM ASSIGN-ACCOUNT-NUMBER
           END-IF.

       CHECK-CUSTOMER-EXISTS.
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF.

      *****************************************************************
      * Reads the control record for the account type and takes
      * numbers from it until the account is written or the open is
      * rejected.  On a restart, the item that took the control
      * record's last number is this one when the positions match
      * and the number was taken today: that number is resumed
      * rather than a new one taken.
      *****************************************************************
       ASSIGN-ACCOUNT-NUMBER.
           MOVE MNT-ACCT-TYPE TO ACTL-ACCT-TYPE
           READ ACCT-CTL-FILE
               INVALID KEY
                   MOVE "NOCTL " TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-CTL-STATUS NOT = "00"
               MOVE "ASSIGN-ACCOUNT-NUMBER" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "CONTROL READ FAILED STATUS " WS-CTL-STATUS
                   " TYPE " MNT-ACCT-TYPE
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES
               COMPUTE WS-MNT-ITEM = WS-MNTS-SKIPPED + WS-MNTS-READ
               MOVE "N" TO WS-NUMBER-SETTLED
               IF RESTARTING
                   AND ACTL-LAST-MNT-ITEM = WS-MNT-ITEM
                   AND ACTL-LAST-RUN-DATE = WS-CURRENT-DATE
                   PERFORM RESUME-INTERRUPTED-OPEN
               END-IF
               PERFORM TAKE-NEXT-ACCOUNT-NUMBER
                   UNTIL NUMBER-SETTLED
           END-IF.

      *****************************************************************
      * The last run stopped after this item took its number.  If
      * the account is on the master for this customer and type,
      * the open was applied and only its register line is
      * outstanding; if the number is not on the master, the
      * account is written with it now.  A number found belonging
      * to another account was one passed over, and assignment
      * carries on from it as usual.
      *****************************************************************
       RESUME-INTERRUPTED-OPEN.
           MOVE ACTL-LAST-BASE TO WS-NEW-ACCT-BASE
           MOVE "G" TO WS-CKDG-FUNCTION
           CALL "ACCTCKDG" USING WS-CKDG-FUNCTION WS-NEW-ACCT-NUMBER
               WS-CKDG-RC
           MOVE WS-NEW-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-ACCT-STATUS
               WHEN "23"
                   PERFORM WRITE-NEW-ACCOUNT
               WHEN "00"
                   IF ACCT-CUSTOMER-ID = MNT-CUSTOMER-ID
                       AND ACCT-TYPE = MNT-ACCT-TYPE
                       ADD 1 TO WS-ACCTS-OPENED
                       PERFORM WRITE-OPENS-REGISTER
                       MOVE "Y" TO WS-NUMBER-SETTLED
                   END-IF
               WHEN OTHER
                   MOVE "RESUME-INTERRUPTED-OPEN"
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "READ FAILED STATUS " WS-ACCT-STATUS
                       " ACCT " ACCT-NUMBER
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-ERROR
                   MOVE "IOERR " TO WS-REASON-CODE
                   MOVE "Y" TO WS-NUMBER-SETTLED
           END-EVALUATE.

      *****************************************************************
      * Takes the next number in the type's range and records it on
      * the control record before writing the account with it.
      *****************************************************************
       TAKE-NEXT-ACCOUNT-NUMBER.
           MOVE "N" TO WS-CANDIDATE-FOUND
           MOVE "N" TO WS-RANGE-EXHAUSTED
           MOVE ACTL-LAST-BASE TO WS-CANDIDATE-BASE
           PERFORM TRY-NEXT-BASE
               UNTIL CANDIDATE-FOUND OR RANGE-EXHAUSTED
           IF RANGE-EXHAUSTED
               MOVE "RNGFUL" TO WS-REASON-CODE
               MOVE "Y" TO WS-NUMBER-SETTLED
           ELSE
               MOVE WS-NEW-ACCT-BASE TO ACTL-LAST-BASE
               MOVE WS-MNT-ITEM TO ACTL-LAST-MNT-ITEM
               MOVE WS-CURRENT-DATE TO ACTL-LAST-RUN-DATE
               REWRITE ACTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   MOVE "TAKE-NEXT-ACCOUNT-NUMBER"
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "CONTROL REWRITE FAILED STATUS "
                       WS-CTL-STATUS " TYPE " ACTL-ACCT-TYPE
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-ERROR
                   MOVE "IOERR " TO WS-REASON-CODE
                   MOVE "Y" TO WS-NUMBER-SETTLED
               ELSE
                   PERFORM WRITE-NEW-ACCOUNT
               END-IF
           END-IF.

      *****************************************************************
      * Steps the candidate base up by one - to the bottom of the
      * range when the control record is still below it - and asks
      * ACCTCKDG for its check digit.  A base with no check digit is
      * stepped over.
      *****************************************************************
       TRY-NEXT-BASE.
           ADD 1 TO WS-CANDIDATE-BASE
           IF WS-CANDIDATE-BASE < ACTL-RANGE-LOW
               MOVE ACTL-RANGE-LOW TO WS-CANDIDATE-BASE
           END-IF
           IF WS-CANDIDATE-BASE > ACTL-RANGE-HIGH
               MOVE "Y" TO WS-RANGE-EXHAUSTED
           ELSE
               MOVE WS-CANDIDATE-BASE TO WS-NEW-ACCT-BASE
               MOVE "G" TO WS-CKDG-FUNCTION
               CALL "ACCTCKDG" USING WS-CKDG-FUNCTION
                   WS-NEW-ACCT-NUMBER WS-CKDG-RC
               IF WS-CKDG-RC = 0
                   MOVE "Y" TO WS-CANDIDATE-FOUND
               END-IF
           END-IF.

      *****************************************************************
      * Writes the new account under the assigned number.  A number
      * already on the master leaves the open unsettled, and the
      * next number is taken.
      *****************************************************************
       WRITE-NEW-ACCOUNT.
           MOVE SPACES TO ACCT-RECORD
           MOVE WS-NEW-ACCT-NUMBER TO ACCT-NUMBER
           MOVE MNT-CUSTOMER-ID TO ACCT-CUSTOMER-ID
           MOVE MNT-ACCT-TYPE TO ACCT-TYPE
           MOVE WS-CURRENT-DATE TO ACCT-OPEN-DATE
           MOVE ZERO TO ACCT-BALANCE
           MOVE "A" TO ACCT-STATUS
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE "Y" TO WS-NUMBER-SETTLED
           WRITE ACCT-RECORD
               INVALID KEY
                   ADD 1 TO WS-NUMBERS-PASSED
                   MOVE "N" TO WS-NUMBER-SETTLED
           END-WRITE
           IF NUMBER-SETTLED
               IF WS-ACCT-STATUS NOT = "00"
                   MOVE "WRITE-NEW-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               ELSE
                   ADD 1 TO WS-ACCTS-OPENED
                   PERFORM WRITE-AUDIT-JOURNAL
                   PERFORM WRITE-OPENS-REGISTER
               END-IF
           END-IF.

      *****************************************************************
      * One register line per open, from the account as written and
      * the customer record read to validate it.
      *****************************************************************
       WRITE-OPENS-REGISTER.
           MOVE ACCT-NUMBER TO WS-REG-ACCT-NUMBER
           MOVE ACCT-TYPE TO WS-REG-ACCT-TYPE
           MOVE ACCT-CUSTOMER-ID TO WS-REG-CUSTOMER-ID
           MOVE CUST-LAST-NAME TO WS-REG-LAST-NAME
           MOVE CUST-FIRST-NAME TO WS-REG-FIRST-NAME
           MOVE ACCT-OPEN-DATE TO WS-REG-OPEN-DATE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

      *****************************************************************
      * Closes one account: it must exist, must not already be
      * closed, and the balance must be exactly zero - the only
      * transaction for branch work.
      *****************************************************************
       CLOSE-ACCOUNT.
           IF MNT-ACCT-NUMBER = SPACES
               MOVE "BADACC" TO WS-REASON-CODE
           ELSE
               MOVE "V" TO WS-CKDG-FUNCTION
               CALL "ACCTCKDG" USING WS-CKDG-FUNCTION MNT-ACCT-NUMBER
                   WS-CKDG-RC
               IF WS-CKDG-RC NOT = 0
                   MOVE "BADCHK" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM READ-ACCOUNT-TO-CLOSE
           END-IF.

       READ-ACCOUNT-TO-CLOSE.
           MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-ACCOUNT-TO-CLOSE" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
               SET END-OF-MNTS TO TRUE
           END-IF.

      *****************************************************************
      * A lost register line is an assigned number the branch never
      * hears of, so a write failure fails the job.  The open it
      * reports is not checkpointed: the rerun finds the account
      * already written under the item's number and lists it then.
      *****************************************************************
       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "WRITE-REGISTER-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE OPENS REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-MNTS TO TRUE
           END-IF.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "ACCOUNTS OPENED" TO WS-CNT-LABEL
           MOVE WS-ACCTS-OPENED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

       CLOSE-FILES.
           CLOSE MNT-FILE
           CLOSE ACCT-FILE
           CLOSE CUST-FILE
           CLOSE ACCT-CTL-FILE
           CLOSE REJECT-FILE
           CLOSE REGISTER-FILE.

       LOG-ERROR.
           CALL "ERRLOG01" USING WS-ERR-PROGRAM-NAME
