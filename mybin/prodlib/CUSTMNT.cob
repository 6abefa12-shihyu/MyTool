       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
      *****************************************************************
      * Customer master maintenance run: adds, changes and deletes
      * customers from the branch customer maintenance file
      * (CMNTREC layout, its own record type like the account
      * maintenance run's).  An add needs a new customer ID, a last
      * name and a valid birth date, and is written with the risk
      * code given or "L" - customers are added here ahead of the
      * ACCTMNT run that opens their accounts, so opens are no
      * longer rejected NOCUST for want of a master record.  A
      * change corrects the name, birth date, tax ID, certified
      * flag or mailing address, leaving any field given blank as
      * it is.  A new tax ID given without a certified flag leaves
      * the customer uncertified until the signed certification of
      * that number is keyed.  A delete retires a customer and is
      * refused while the account master still holds any account,
      * open or closed, for the customer - the account has to be
      * purged first.
      *
      * Failures go to the rejects file with a reason code: BADFUN
      * unknown function, BADCID blank customer ID, DUPCUS add of an
      * existing customer, NOCUST change or delete of a missing
      * customer, BADNAM add without a last name, BADDAT birth date
      * not a valid past date, BADRSK risk code not L or H, NOCHG
      * change that alters nothing, BADTIN tax ID not nine digits,
      * BADCRT certified flag not Y or N or certified with no tax
      * ID, BADADR mailing address without a street line, city or
      * state or with a malformed ZIP code, HASACC delete of a
      * customer who still holds accounts, IOERR master I/O
      * failure.  Every applied add, change and delete is
      * journalled through CJRNL01 to the customer audit journal
      * (CUSTJRNL) with the before and after images.
      *
      * Restarts use CHKPT01 exactly as ACCTMNT does: the checkpoint
      * is written after every disposed maintenance record and the
      * rejects file is extended, so a rerun never applies a
      * maintenance item twice.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMNT-FILE ASSIGN TO "CMNTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMNT-STATUS.
           SELECT CUST-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CMNTREJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMNT-FILE.
       COPY CMNTREC.
       FD  CUST-FILE.
       COPY CUSTREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-CMNT-DATA            PIC X(167).
           05  FILLER                   PIC X(01).
           05  REJ-REASON-CODE          PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-CMNT-STATUS              PIC X(02).
       01  WS-CUST-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-REJECT-STATUS            PIC X(02).
       01  WS-END-OF-CMNTS             PIC X(01) VALUE "N".
           88  END-OF-CMNTS                VALUE "Y".
       01  WS-END-OF-ACCTS             PIC X(01).
           88  END-OF-ACCTS                VALUE "Y".
       01  WS-REASON-CODE              PIC X(06).
       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-CMNTS-READ               PIC 9(07) VALUE ZERO.
       01  WS-CUSTS-ADDED              PIC 9(07) VALUE ZERO.
       01  WS-CUSTS-CHANGED            PIC 9(07) VALUE ZERO.
       01  WS-CUSTS-DELETED            PIC 9(07) VALUE ZERO.
       01  WS-CMNTS-REJECTED           PIC 9(07) VALUE ZERO.
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-RESTARTING               PIC X(01) VALUE "N".
           88  RESTARTING                  VALUE "Y".
       01  WS-CHKPT-FUNCTION           PIC X(01).
       01  WS-CHKPT-PROGRAM            PIC X(08) VALUE "CUSTMNT ".
       01  WS-CHKPT-KEY                PIC X(10).
       01  WS-CHKPT-COUNT              PIC 9(09).
       01  WS-CHKPT-RC                 PIC 9(02).
       01  WS-CMNTS-SKIPPED            PIC 9(09) VALUE ZERO.
       01  WS-BEFORE-IMAGE             PIC X(160).
       01  WS-AFTER-IMAGE              PIC X(160).
       01  WS-CJRNL-RC                 PIC 9(02).
       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "CUSTMNT ".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-INPUT-FILES
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM OPEN-OUTPUT-FILES
           IF RESTARTING
               PERFORM SKIP-ONE-MAINTENANCE
                   UNTIL WS-CMNTS-SKIPPED >= WS-CHKPT-COUNT
                   OR END-OF-CMNTS
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-MAINTENANCE
           END-IF
           PERFORM APPLY-MAINTENANCE UNTIL END-OF-CMNTS
           PERFORM CLOSE-FILES
           IF NOT JOB-FAILED
               PERFORM CLEAR-RESTART-CHECKPOINT
           END-IF
           DISPLAY "CUSTMNT:  MAINTENANCE SKIPPED   " WS-CMNTS-SKIPPED
           DISPLAY "CUSTMNT:  MAINTENANCE READ      " WS-CMNTS-READ
           DISPLAY "CUSTMNT:  CUSTOMERS ADDED       " WS-CUSTS-ADDED
           DISPLAY "CUSTMNT:  CUSTOMERS CHANGED     " WS-CUSTS-CHANGED
           DISPLAY "CUSTMNT:  CUSTOMERS DELETED     " WS-CUSTS-DELETED
           DISPLAY "CUSTMNT:  MAINTENANCE REJECTED  " WS-CMNTS-REJECTED
           GOBACK.

       OPEN-INPUT-FILES.
           OPEN INPUT CMNT-FILE
           IF WS-CMNT-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN MAINTENANCE FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CUST-FILE
           IF WS-CUST-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN CUSTOMER MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN ACCOUNT MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * A prior checkpoint means the last run died mid-file: the
      * already-applied maintenance records are skipped (never
      * re-applied) and the rejects file is extended rather than
      * rewritten.  A restart-file I/O failure fails the job - the
      * alternative is risking a double add or delete.
      *****************************************************************
       READ-RESTART-CHECKPOINT.
           MOVE "R" TO WS-CHKPT-FUNCTION
           CALL "CHKPT01" USING WS-CHKPT-FUNCTION WS-CHKPT-PROGRAM
               WS-CHKPT-KEY WS-CHKPT-COUNT WS-CHKPT-RC
           EVALUATE WS-CHKPT-RC
               WHEN 0
                   IF WS-CHKPT-COUNT > ZERO
                       MOVE "Y" TO WS-RESTARTING
                       DISPLAY "CUSTMNT:  RESTARTING PAST "
                           WS-CHKPT-COUNT " MAINTENANCE, LAST CUST "
                           WS-CHKPT-KEY
                   END-IF
               WHEN 4
                   CONTINUE
               WHEN OTHER
                   MOVE "READ-RESTART-CHECKPOINT"
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE "UNABLE TO READ RESTART CHECKPOINT"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      *****************************************************************
      * A read failure while positioning past the checkpoint fails
      * the job: an under-skip would re-apply maintenance that was
      * already applied.
      *****************************************************************
       SKIP-ONE-MAINTENANCE.
           READ CMNT-FILE
               AT END
                   SET END-OF-CMNTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CMNTS-SKIPPED
           END-READ
           IF NOT END-OF-CMNTS AND WS-CMNT-STATUS NOT = "00"
               MOVE "SKIP-ONE-MAINTENANCE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ FAILED DURING RESTART SKIP"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-CMNTS TO TRUE
           END-IF.

       OPEN-OUTPUT-FILES.
           IF RESTARTING
               OPEN EXTEND REJECT-FILE
           ELSE
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-REJECT-STATUS NOT = "00"
               MOVE "OPEN-OUTPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN REJECTS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-MAINTENANCE.
           READ CMNT-FILE
               AT END
                   SET END-OF-CMNTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CMNTS-READ
           END-READ
           IF NOT END-OF-CMNTS AND WS-CMNT-STATUS NOT = "00"
               MOVE "READ-MAINTENANCE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF MAINTENANCE FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-CMNTS TO TRUE
           END-IF.

       APPLY-MAINTENANCE.
           MOVE SPACES TO WS-REASON-CODE
           IF CMNT-CUST-ID = SPACES
               MOVE "BADCID" TO WS-REASON-CODE
           ELSE
               EVALUATE TRUE
                   WHEN CMNT-FUNC-ADD
                       PERFORM ADD-CUSTOMER
                   WHEN CMNT-FUNC-CHANGE
                       PERFORM CHANGE-CUSTOMER
                   WHEN CMNT-FUNC-DELETE
                       PERFORM DELETE-CUSTOMER
                   WHEN OTHER
                       MOVE "BADFUN" TO WS-REASON-CODE
               END-EVALUATE
           END-IF
           IF WS-REASON-CODE NOT = SPACES
               PERFORM WRITE-REJECT
           END-IF
           IF NOT JOB-FAILED
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-MAINTENANCE
           END-IF.

      *****************************************************************
      * Adds one customer: a last name and a valid birth date are
      * required, the risk code must be L, H or blank (taken as
      * "L" until the next CUSTRISK run scores the customer), and
      * the customer ID must be new.  The record is journalled with
      * a blank before image so the audit trail shows the creation.
      *****************************************************************
       ADD-CUSTOMER.
           IF CMNT-LAST-NAME = SPACES
               MOVE "BADNAM" TO WS-REASON-CODE
           ELSE
               PERFORM CHECK-BIRTH-DATE
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CMNT-RISK-CODE NOT = SPACE
                   AND CMNT-RISK-CODE NOT = "L"
                   AND CMNT-RISK-CODE NOT = "H"
                   MOVE "BADRSK" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-TAX-FIELDS
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CMNT-TAX-ID-CERTIFIED = "Y"
                   AND CMNT-TAX-ID = SPACES
                   MOVE "BADCRT" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CMNT-MAIL-ADDRESS NOT = SPACES
                   PERFORM CHECK-MAIL-ADDRESS
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM WRITE-NEW-CUSTOMER
           END-IF.

      *****************************************************************
      * A birth date must be a real calendar date no later than
      * today.
      *****************************************************************
       CHECK-BIRTH-DATE.
           IF CMNT-BIRTH-DATE NOT NUMERIC
               MOVE "BADDAT" TO WS-REASON-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (CMNT-BIRTH-DATE-N)
                   NOT = 0
                   OR CMNT-BIRTH-DATE-N > WS-CURRENT-DATE
                   MOVE "BADDAT" TO WS-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      * A tax ID, when given, is nine digits and not all zeros; the
      * certified flag, when given, is "Y" or "N".
      *****************************************************************
       CHECK-TAX-FIELDS.
           IF CMNT-TAX-ID NOT = SPACES
               IF CMNT-TAX-ID NOT NUMERIC
                   OR CMNT-TAX-ID = ZEROS
                   MOVE "BADTIN" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CMNT-TAX-ID-CERTIFIED NOT = SPACE
                   AND CMNT-TAX-ID-CERTIFIED NOT = "Y"
                   AND CMNT-TAX-ID-CERTIFIED NOT = "N"
                   MOVE "BADCRT" TO WS-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      * A mailing address needs the first street line, the city and
      * the state, and a ZIP code of five digits, optionally
      * followed by the four-digit extension.
      *****************************************************************
       CHECK-MAIL-ADDRESS.
           IF CMNT-MAIL-LINE-1 = SPACES
               OR CMNT-MAIL-CITY = SPACES
               OR CMNT-MAIL-STATE = SPACES
               MOVE "BADADR" TO WS-REASON-CODE
           ELSE
               IF CMNT-MAIL-ZIP (1:5) NOT NUMERIC
                   MOVE "BADADR" TO WS-REASON-CODE
               ELSE
                   IF CMNT-MAIL-ZIP (6:4) NOT = SPACES
                       AND CMNT-MAIL-ZIP (6:4) NOT NUMERIC
                       MOVE "BADADR" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-CUSTOMER.
           MOVE SPACES TO CUST-RECORD
           MOVE CMNT-CUST-ID TO CUST-ID
           MOVE CMNT-LAST-NAME TO CUST-LAST-NAME
           MOVE CMNT-FIRST-NAME TO CUST-FIRST-NAME
           MOVE CMNT-BIRTH-DATE-N TO CUST-BIRTH-DATE
           IF CMNT-RISK-CODE = SPACE
               MOVE "L" TO CUST-RISK-CODE
           ELSE
               MOVE CMNT-RISK-CODE TO CUST-RISK-CODE
           END-IF
           MOVE CMNT-TAX-ID TO CUST-TAX-ID
           IF CMNT-TAX-ID-CERTIFIED = SPACE
               MOVE "N" TO CUST-TAX-ID-CERTIFIED
           ELSE
               MOVE CMNT-TAX-ID-CERTIFIED TO CUST-TAX-ID-CERTIFIED
           END-IF
           MOVE CMNT-MAIL-ADDRESS TO CUST-MAIL-ADDRESS
           MOVE SPACES TO WS-BEFORE-IMAGE
           WRITE CUST-RECORD
               INVALID KEY
                   MOVE "DUPCUS" TO WS-REASON-CODE
           END-WRITE
           IF WS-REASON-CODE = SPACES
               IF WS-CUST-STATUS NOT = "00"
                   MOVE "WRITE-NEW-CUSTOMER" TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "WRITE FAILED STATUS " WS-CUST-STATUS
                       " CUST " CUST-ID
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-ERROR
                   MOVE "IOERR " TO WS-REASON-CODE
               ELSE
                   ADD 1 TO WS-CUSTS-ADDED
                   MOVE CUST-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-CUSTOMER-JOURNAL
               END-IF
           END-IF.

      *****************************************************************
      * Changes one customer's name, birth date, tax details or
      * mailing address.  Blank fields are left as they are; a
      * change that leaves the record as it was is rejected NOCHG
      * so a keying slip does not pass as an applied correction.
      *****************************************************************
       CHANGE-CUSTOMER.
           PERFORM READ-CUSTOMER
           IF WS-REASON-CODE = SPACES
               IF CMNT-BIRTH-DATE NOT = SPACES
                   PERFORM CHECK-BIRTH-DATE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-TAX-FIELDS
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CMNT-MAIL-ADDRESS NOT = SPACES
                   PERFORM CHECK-MAIL-ADDRESS
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               IF CMNT-LAST-NAME NOT = SPACES
                   MOVE CMNT-LAST-NAME TO CUST-LAST-NAME
               END-IF
               IF CMNT-FIRST-NAME NOT = SPACES
                   MOVE CMNT-FIRST-NAME TO CUST-FIRST-NAME
               END-IF
               IF CMNT-BIRTH-DATE NOT = SPACES
                   MOVE CMNT-BIRTH-DATE-N TO CUST-BIRTH-DATE
               END-IF
               PERFORM CHANGE-TAX-DETAILS
               IF CMNT-MAIL-ADDRESS NOT = SPACES
                   MOVE CMNT-MAIL-ADDRESS TO CUST-MAIL-ADDRESS
               END-IF
               IF CUST-TAX-ID-IS-CERTIFIED
                   AND CUST-TAX-ID = SPACES
                   MOVE "BADCRT" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               IF CUST-RECORD = WS-BEFORE-IMAGE
                   MOVE "NOCHG " TO WS-REASON-CODE
               ELSE
                   PERFORM REWRITE-CHANGED-CUSTOMER
               END-IF
           END-IF.

      *****************************************************************
      * A certification covers the number it was signed for, so a
      * changed tax ID drops the customer back to uncertified
      * unless the same change keys the new certification.
      *****************************************************************
       CHANGE-TAX-DETAILS.
           IF CMNT-TAX-ID NOT = SPACES
               AND CMNT-TAX-ID NOT = CUST-TAX-ID
               MOVE CMNT-TAX-ID TO CUST-TAX-ID
               MOVE "N" TO CUST-TAX-ID-CERTIFIED
           END-IF
           IF CMNT-TAX-ID-CERTIFIED NOT = SPACE
               MOVE CMNT-TAX-ID-CERTIFIED TO CUST-TAX-ID-CERTIFIED
           END-IF.

       REWRITE-CHANGED-CUSTOMER.
           REWRITE CUST-RECORD
           IF WS-CUST-STATUS NOT = "00"
               MOVE "REWRITE-CHANGED-CUSTOMER"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-CUST-STATUS
                   " CUST " CUST-ID
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           ELSE
               ADD 1 TO WS-CUSTS-CHANGED
               MOVE CUST-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-CUSTOMER-JOURNAL
           END-IF.

      *****************************************************************
      * Deletes one customer once no account on the account master
      * belongs to them.  The journal entry carries the deleted
      * record as its before image and a blank after image.
      *****************************************************************
       DELETE-CUSTOMER.
           PERFORM READ-CUSTOMER
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-NO-ACCOUNTS
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE CUST-RECORD TO WS-BEFORE-IMAGE
               DELETE CUST-FILE
               IF WS-CUST-STATUS NOT = "00"
                   MOVE "DELETE-CUSTOMER" TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "DELETE FAILED STATUS " WS-CUST-STATUS
                       " CUST " CUST-ID
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-ERROR
                   MOVE "IOERR " TO WS-REASON-CODE
               ELSE
                   ADD 1 TO WS-CUSTS-DELETED
                   MOVE SPACES TO WS-AFTER-IMAGE
                   PERFORM WRITE-CUSTOMER-JOURNAL
               END-IF
           END-IF.

       READ-CUSTOMER.
           MOVE CMNT-CUST-ID TO CUST-ID
           READ CUST-FILE
               INVALID KEY
                   MOVE "NOCUST" TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-CUST-STATUS NOT = "00"
               MOVE "READ-CUSTOMER" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-CUST-STATUS
                   " CUST " CMNT-CUST-ID
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF.

      *****************************************************************
      * The account master is keyed by account number only, so the
      * check sweeps it from the top for any account carrying the
      * customer ID.  Deletes are few, so the sweep is taken per
      * delete rather than loading the whole master up front.
      *****************************************************************
       CHECK-NO-ACCOUNTS.
           MOVE "N" TO WS-END-OF-ACCTS
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCT-FILE KEY NOT < ACCT-NUMBER
               INVALID KEY
                   SET END-OF-ACCTS TO TRUE
           END-START
           PERFORM SCAN-ONE-ACCOUNT
               UNTIL END-OF-ACCTS OR WS-REASON-CODE NOT = SPACES.

       SCAN-ONE-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCTS TO TRUE
           END-READ
           IF NOT END-OF-ACCTS
               IF WS-ACCT-STATUS NOT = "00"
                   MOVE "SCAN-ONE-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "ACCT READ FAILED STATUS " WS-ACCT-STATUS
                       " CUST " CMNT-CUST-ID
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-ERROR
                   MOVE "IOERR " TO WS-REASON-CODE
               ELSE
                   IF ACCT-CUSTOMER-ID = CMNT-CUST-ID
                       MOVE "HASACC" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Journals the before/after images of the changed customer.
      * A journal failure fails the job: an unjournalled change is
      * the exposure the audit trail exists to close.  The change
      * itself is already applied, so it is still checkpointed -
      * the rerun must not apply it a second time.
      *****************************************************************
       WRITE-CUSTOMER-JOURNAL.
           CALL "CJRNL01" USING WS-ERR-PROGRAM-NAME
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-CJRNL-RC
           IF WS-CJRNL-RC NOT = 0
               MOVE "WRITE-CUSTOMER-JOURNAL" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE CUSTOMER JOURNAL"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-CMNTS TO TRUE
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF.

      *****************************************************************
      * Commits progress to the restart file after every disposed
      * maintenance record - applied or rejected - so a rerun
      * resumes past it.  A failed checkpoint write stops the job.
      *****************************************************************
       WRITE-RESTART-CHECKPOINT.
           MOVE "W" TO WS-CHKPT-FUNCTION
           MOVE CMNT-CUST-ID TO WS-CHKPT-KEY
           COMPUTE WS-CHKPT-COUNT = WS-CMNTS-SKIPPED + WS-CMNTS-READ
           CALL "CHKPT01" USING WS-CHKPT-FUNCTION WS-CHKPT-PROGRAM
               WS-CHKPT-KEY WS-CHKPT-COUNT WS-CHKPT-RC
           IF WS-CHKPT-RC NOT = 0
               MOVE "WRITE-RESTART-CHECKPOINT"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE RESTART CHECKPOINT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-CMNTS TO TRUE
           END-IF.

       CLEAR-RESTART-CHECKPOINT.
           MOVE "C" TO WS-CHKPT-FUNCTION
           MOVE SPACES TO WS-CHKPT-KEY
           MOVE ZERO TO WS-CHKPT-COUNT
           CALL "CHKPT01" USING WS-CHKPT-FUNCTION WS-CHKPT-PROGRAM
               WS-CHKPT-KEY WS-CHKPT-COUNT WS-CHKPT-RC
           IF WS-CHKPT-RC NOT = 0
               MOVE "CLEAR-RESTART-CHECKPOINT"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO CLEAR RESTART CHECKPOINT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * A lost reject is a lost maintenance exception, so a write
      * failure fails the job too - but the record touched nothing,
      * so it is NOT checkpointed and the rerun reproduces the
      * reject.
      *****************************************************************
       WRITE-REJECT.
           ADD 1 TO WS-CMNTS-REJECTED
           MOVE CMNT-RECORD TO REJ-CMNT-DATA
           MOVE WS-REASON-CODE TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = "00"
               MOVE "WRITE-REJECT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE REJECTS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-CMNTS TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE CMNT-FILE
           CLOSE CUST-FILE
           CLOSE ACCT-FILE
           CLOSE REJECT-FILE.

       LOG-ERROR.
           CALL "ERRLOG01" USING WS-ERR-PROGRAM-NAME
               WS-ERR-PARAGRAPH-NAME WS-ERR-MESSAGE-TEXT.

      *****************************************************************
      * Job-failing errors log at severity "S" through ERRLOG02 so
      * they surface on the operators' high-severity page; ordinary
      * errors keep going through the ERRLOG01 front end.
      *****************************************************************
       LOG-SEVERE.
           MOVE SPACES TO ERRLOG-RECORD
           MOVE ZERO TO ERRLOG-DATE
           MOVE ZERO TO ERRLOG-TIME
           MOVE "S" TO ERRLOG-SEVERITY
           MOVE WS-ERR-PROGRAM-NAME TO ERRLOG-PROGRAM-NAME
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH-NAME
           MOVE WS-ERR-MESSAGE-TEXT TO ERRLOG-MESSAGE-TEXT
           CALL "ERRLOG02" USING ERRLOG-RECORD.
       END PROGRAM CUSTMNT.
