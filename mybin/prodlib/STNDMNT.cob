       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDMNT.
      *****************************************************************
      * Standing instruction maintenance run: sets up, changes,
      * suspends, resumes and cancels the customers' standing
      * instructions from the branch maintenance file (SMNTREC
      * layout, its own record type like the account and customer
      * maintenance runs).  The STNDGEN generator turns the
      * instructions on the master into the day's transfers and
      * payments.
      *
      * An add needs an open account, a new sequence under it, a
      * kind, an amount above zero, a frequency, a start date no
      * earlier than today and, when given, an end date no earlier
      * than the start date.  A transfer needs a counter account
      * that is on the master, open, and not the account itself; a
      * payment needs a payee.  A monthly instruction needs a day
      * of the month, 01 to 31.  The instruction is written active
      * and left for the generator to schedule.
      *
      * A change alters the amount or the end date of an active or
      * suspended instruction.  A suspension stops an active
      * instruction generating; the resume restarts it with the
      * first occurrence due on or after the maintenance date, so
      * the occurrences that fell due while it was suspended are
      * not made up.  A cancel stops an active or suspended
      * instruction for good; the record stays on file for the
      * register's history.
      *
      * Failures go to the rejects file with a reason code: BADFUN
      * unknown function, BADACC blank account or non-numeric
      * sequence, DUPSTD add of an existing instruction, NOSTND
      * change of a missing instruction, NOACCT account not on the
      * master, CLOSED account closed, BADKND kind not T or P,
      * BADCTR counter account blank or the account itself, NOCTRA
      * counter account not on the master, CLSCTR counter account
      * closed, BADPAY payment without a payee, BADAMT amount not
      * above zero, BADFRQ frequency not W, M or S, BADDAY monthly
      * day not 01 to 31, BADDAT start date not a valid date from
      * today on, BADEND end date not a valid date from the start
      * date on, BADSTS function not open to the instruction's
      * status, NOCHG change that alters nothing, IOERR master I/O
      * failure.
      *
      * Restarts use CHKPT01 exactly as CUSTMNT does: the checkpoint
      * is written after every disposed maintenance record and the
      * rejects file is extended, so a rerun never applies a
      * maintenance item twice.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMNT-FILE ASSIGN TO "SMNTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SMNT-STATUS.
           SELECT STND-FILE ASSIGN TO "STNDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STND-KEY
               FILE STATUS IS WS-STND-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "SMNTREJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SMNT-FILE.
       COPY SMNTREC.
       FD  STND-FILE.
       COPY STNDREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-SMNT-DATA            PIC X(68).
           05  FILLER                   PIC X(01).
           05  REJ-REASON-CODE          PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-SMNT-STATUS              PIC X(02).
       01  WS-STND-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-REJECT-STATUS            PIC X(02).
       01  WS-END-OF-SMNTS             PIC X(01) VALUE "N".
           88  END-OF-SMNTS                VALUE "Y".
       01  WS-REASON-CODE              PIC X(06).
       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-EARLIEST-END-DATE        PIC 9(08).
       01  WS-BEFORE-RECORD            PIC X(100).
       01  WS-SMNTS-READ               PIC 9(07) VALUE ZERO.
       01  WS-STNDS-ADDED              PIC 9(07) VALUE ZERO.
       01  WS-STNDS-CHANGED            PIC 9(07) VALUE ZERO.
       01  WS-STNDS-SUSPENDED          PIC 9(07) VALUE ZERO.
       01  WS-STNDS-RESUMED            PIC 9(07) VALUE ZERO.
       01  WS-STNDS-CANCELLED          PIC 9(07) VALUE ZERO.
       01  WS-SMNTS-REJECTED           PIC 9(07) VALUE ZERO.
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-RESTARTING               PIC X(01) VALUE "N".
           88  RESTARTING                  VALUE "Y".
       01  WS-CHKPT-FUNCTION           PIC X(01).
       01  WS-CHKPT-PROGRAM            PIC X(08) VALUE "STNDMNT ".
       01  WS-CHKPT-KEY                PIC X(10).
       01  WS-CHKPT-COUNT              PIC 9(09).
       01  WS-CHKPT-RC                 PIC 9(02).
       01  WS-SMNTS-SKIPPED            PIC 9(09) VALUE ZERO.
       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "STNDMNT ".
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
                   UNTIL WS-SMNTS-SKIPPED >= WS-CHKPT-COUNT
                   OR END-OF-SMNTS
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-MAINTENANCE
           END-IF
           PERFORM APPLY-MAINTENANCE UNTIL END-OF-SMNTS
           PERFORM CLOSE-FILES
           IF NOT JOB-FAILED
               PERFORM CLEAR-RESTART-CHECKPOINT
           END-IF
           DISPLAY "STNDMNT:  MAINTENANCE SKIPPED   " WS-SMNTS-SKIPPED
           DISPLAY "STNDMNT:  MAINTENANCE READ      " WS-SMNTS-READ
           DISPLAY "STNDMNT:  INSTRUCTIONS ADDED    " WS-STNDS-ADDED
           DISPLAY "STNDMNT:  INSTRUCTIONS CHANGED  " WS-STNDS-CHANGED
           DISPLAY "STNDMNT:  INSTRUCTIONS SUSPENDED "
               WS-STNDS-SUSPENDED
           DISPLAY "STNDMNT:  INSTRUCTIONS RESUMED  " WS-STNDS-RESUMED
           DISPLAY "STNDMNT:  INSTRUCTIONS CANCELLED "
               WS-STNDS-CANCELLED
           DISPLAY "STNDMNT:  MAINTENANCE REJECTED  " WS-SMNTS-REJECTED
           GOBACK.

       OPEN-INPUT-FILES.
           OPEN INPUT SMNT-FILE
           IF WS-SMNT-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN MAINTENANCE FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O STND-FILE
           IF WS-STND-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN INSTRUCTION MASTER"
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
      * alternative is risking a double add or change.
      *****************************************************************
       READ-RESTART-CHECKPOINT.
           MOVE "R" TO WS-CHKPT-FUNCTION
           CALL "CHKPT01" USING WS-CHKPT-FUNCTION WS-CHKPT-PROGRAM
               WS-CHKPT-KEY WS-CHKPT-COUNT WS-CHKPT-RC
           EVALUATE WS-CHKPT-RC
               WHEN 0
                   IF WS-CHKPT-COUNT > ZERO
                       MOVE "Y" TO WS-RESTARTING
                       DISPLAY "STNDMNT:  RESTARTING PAST "
                           WS-CHKPT-COUNT " MAINTENANCE, LAST ACCT "
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
           READ SMNT-FILE
               AT END
                   SET END-OF-SMNTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-SMNTS-SKIPPED
           END-READ
           IF NOT END-OF-SMNTS AND WS-SMNT-STATUS NOT = "00"
               MOVE "SKIP-ONE-MAINTENANCE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ FAILED DURING RESTART SKIP"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-SMNTS TO TRUE
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
           READ SMNT-FILE
               AT END
                   SET END-OF-SMNTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-SMNTS-READ
           END-READ
           IF NOT END-OF-SMNTS AND WS-SMNT-STATUS NOT = "00"
               MOVE "READ-MAINTENANCE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF MAINTENANCE FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-SMNTS TO TRUE
           END-IF.

       APPLY-MAINTENANCE.
           MOVE SPACES TO WS-REASON-CODE
           IF SMNT-ACCT-NUMBER = SPACES
               OR SMNT-SEQ IS NOT NUMERIC
               MOVE "BADACC" TO WS-REASON-CODE
           ELSE
               EVALUATE TRUE
                   WHEN SMNT-FUNC-ADD
                       PERFORM ADD-INSTRUCTION
                   WHEN SMNT-FUNC-CHANGE
                       PERFORM CHANGE-INSTRUCTION
                   WHEN SMNT-FUNC-SUSPEND
                       PERFORM SUSPEND-INSTRUCTION
                   WHEN SMNT-FUNC-RESUME
                       PERFORM RESUME-INSTRUCTION
                   WHEN SMNT-FUNC-CANCEL
                       PERFORM CANCEL-INSTRUCTION
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
      * Sets up one instruction.  The account must be on the master
      * and open - a dormant account may take an instruction, but
      * the generator flags its occurrences to the exceptions
      * report for as long as the account stays dormant.  The
      * schedule is left at zero for the generator to work out
      * from the start date.
      *****************************************************************
       ADD-INSTRUCTION.
           MOVE SMNT-ACCT-NUMBER TO ACCT-NUMBER
           PERFORM READ-ACCOUNT
           IF WS-REASON-CODE = SPACES AND ACCT-STATUS-CLOSED
               MOVE "CLOSED" TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-NEW-INSTRUCTION
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM WRITE-NEW-INSTRUCTION
           END-IF.

       CHECK-NEW-INSTRUCTION.
           EVALUATE TRUE
               WHEN SMNT-KIND NOT = "T" AND SMNT-KIND NOT = "P"
                   MOVE "BADKND" TO WS-REASON-CODE
               WHEN SMNT-KIND = "P" AND SMNT-COUNTER-ACCT = SPACES
                   MOVE "BADPAY" TO WS-REASON-CODE
               WHEN SMNT-KIND = "T"
                   PERFORM CHECK-COUNTER-ACCOUNT
           END-EVALUATE
           IF WS-REASON-CODE = SPACES
               IF SMNT-AMOUNT IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-REASON-CODE
               ELSE
                   IF SMNT-AMOUNT-N NOT > ZERO
                       MOVE "BADAMT" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN SMNT-FREQUENCY NOT = "W"
                       AND SMNT-FREQUENCY NOT = "M"
                       AND SMNT-FREQUENCY NOT = "S"
                       MOVE "BADFRQ" TO WS-REASON-CODE
                   WHEN SMNT-FREQUENCY = "M"
                       AND SMNT-DAY IS NOT NUMERIC
                       MOVE "BADDAY" TO WS-REASON-CODE
                   WHEN SMNT-FREQUENCY = "M"
                       AND (SMNT-DAY-N < 1 OR SMNT-DAY-N > 31)
                       MOVE "BADDAY" TO WS-REASON-CODE
               END-EVALUATE
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM CHECK-START-DATE
           END-IF
           IF WS-REASON-CODE = SPACES
               AND SMNT-END-DATE NOT = SPACES
               MOVE SMNT-START-DATE-N TO WS-EARLIEST-END-DATE
               PERFORM CHECK-END-DATE
           END-IF.

      *****************************************************************
      * The counter account of a transfer is tested now so a keying
      * slip is caught at the branch, not on the first night it
      * falls due; the generator tests it again every time.
      *****************************************************************
       CHECK-COUNTER-ACCOUNT.
           IF SMNT-COUNTER-ACCT = SPACES
               OR SMNT-COUNTER-ACCT = SMNT-ACCT-NUMBER
               MOVE "BADCTR" TO WS-REASON-CODE
           ELSE
               MOVE SMNT-COUNTER-ACCT TO ACCT-NUMBER
               PERFORM READ-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-REASON-CODE = "NOACCT"
                       MOVE "NOCTRA" TO WS-REASON-CODE
                   WHEN WS-REASON-CODE NOT = SPACES
                       CONTINUE
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "CLSCTR" TO WS-REASON-CODE
               END-EVALUATE
           END-IF.

       CHECK-START-DATE.
           IF SMNT-START-DATE IS NOT NUMERIC
               MOVE "BADDAT" TO WS-REASON-CODE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (SMNT-START-DATE-N)
                   NOT = 0
                   OR SMNT-START-DATE-N < WS-CURRENT-DATE
                   MOVE "BADDAT" TO WS-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      * An end date of zeros makes the instruction open-ended.
      *****************************************************************
       CHECK-END-DATE.
           IF SMNT-END-DATE IS NOT NUMERIC
               MOVE "BADEND" TO WS-REASON-CODE
           ELSE
               IF SMNT-END-DATE-N NOT = ZERO
                   IF FUNCTION TEST-DATE-YYYYMMDD (SMNT-END-DATE-N)
                       NOT = 0
                       OR SMNT-END-DATE-N < WS-EARLIEST-END-DATE
                       MOVE "BADEND" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-INSTRUCTION.
           MOVE SPACES TO STND-RECORD
           MOVE SMNT-ACCT-NUMBER TO STND-ACCT-NUMBER
           MOVE SMNT-SEQ-N TO STND-SEQ
           MOVE SMNT-KIND TO STND-KIND
           MOVE SMNT-COUNTER-ACCT TO STND-COUNTER-ACCT
           MOVE SMNT-AMOUNT-N TO STND-AMOUNT
           MOVE SMNT-FREQUENCY TO STND-FREQUENCY
           IF STND-FREQ-MONTHLY
               MOVE SMNT-DAY-N TO STND-DAY
           ELSE
               MOVE ZERO TO STND-DAY
           END-IF
           MOVE SMNT-START-DATE-N TO STND-START-DATE
           IF SMNT-END-DATE = SPACES
               MOVE ZERO TO STND-END-DATE
           ELSE
               MOVE SMNT-END-DATE-N TO STND-END-DATE
           END-IF
           MOVE "A" TO STND-STATUS
           MOVE SMNT-START-DATE-N TO STND-SCHEDULE-FROM-DATE
           MOVE ZERO TO STND-NEXT-DUE-DATE
           MOVE ZERO TO STND-GEN-DATE
           MOVE ZERO TO STND-GEN-FROM-DUE-DATE
           MOVE WS-CURRENT-DATE TO STND-STATUS-DATE
           WRITE STND-RECORD
               INVALID KEY
                   MOVE "DUPSTD" TO WS-REASON-CODE
           END-WRITE
           IF WS-REASON-CODE = SPACES
               IF WS-STND-STATUS NOT = "00"
                   MOVE "WRITE-NEW-INSTRUCTION"
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "WRITE FAILED STATUS " WS-STND-STATUS
                       " ACCT " STND-ACCT-NUMBER
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-ERROR
                   MOVE "IOERR " TO WS-REASON-CODE
               ELSE
                   ADD 1 TO WS-STNDS-ADDED
               END-IF
           END-IF.

      *****************************************************************
      * Changes the amount or the end date of an instruction that
      * is still running.  The new amount applies from the next
      * occurrence the generator disposes of.  A change that leaves
      * the record as it was is rejected NOCHG so a keying slip
      * does not pass as an applied correction.
      *****************************************************************
       CHANGE-INSTRUCTION.
           PERFORM READ-INSTRUCTION
           IF WS-REASON-CODE = SPACES
               IF NOT STND-STATUS-ACTIVE
                   AND NOT STND-STATUS-SUSPENDED
                   MOVE "BADSTS" TO WS-REASON-CODE
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               AND SMNT-AMOUNT NOT = SPACES
               IF SMNT-AMOUNT IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-REASON-CODE
               ELSE
                   IF SMNT-AMOUNT-N NOT > ZERO
                       MOVE "BADAMT" TO WS-REASON-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               AND SMNT-END-DATE NOT = SPACES
               MOVE STND-START-DATE TO WS-EARLIEST-END-DATE
               PERFORM CHECK-END-DATE
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE STND-RECORD TO WS-BEFORE-RECORD
               IF SMNT-AMOUNT NOT = SPACES
                   MOVE SMNT-AMOUNT-N TO STND-AMOUNT
               END-IF
               IF SMNT-END-DATE NOT = SPACES
                   MOVE SMNT-END-DATE-N TO STND-END-DATE
               END-IF
               IF STND-RECORD = WS-BEFORE-RECORD
                   MOVE "NOCHG " TO WS-REASON-CODE
               ELSE
                   PERFORM REWRITE-INSTRUCTION
                   IF WS-REASON-CODE = SPACES
                       ADD 1 TO WS-STNDS-CHANGED
                   END-IF
               END-IF
           END-IF.

       SUSPEND-INSTRUCTION.
           PERFORM READ-INSTRUCTION
           IF WS-REASON-CODE = SPACES
               IF STND-STATUS-ACTIVE
                   MOVE "S" TO STND-STATUS
                   MOVE WS-CURRENT-DATE TO STND-STATUS-DATE
                   PERFORM REWRITE-INSTRUCTION
                   IF WS-REASON-CODE = SPACES
                       ADD 1 TO WS-STNDS-SUSPENDED
                   END-IF
               ELSE
                   MOVE "BADSTS" TO WS-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      * A resumed instruction is scheduled afresh from today: the
      * generator picks the first occurrence due on or after the
      * resume date, so nothing missed during the suspension is
      * made up.
      *****************************************************************
       RESUME-INSTRUCTION.
           PERFORM READ-INSTRUCTION
           IF WS-REASON-CODE = SPACES
               IF STND-STATUS-SUSPENDED
                   MOVE "A" TO STND-STATUS
                   MOVE WS-CURRENT-DATE TO STND-STATUS-DATE
                   MOVE WS-CURRENT-DATE TO STND-SCHEDULE-FROM-DATE
                   MOVE ZERO TO STND-NEXT-DUE-DATE
                   PERFORM REWRITE-INSTRUCTION
                   IF WS-REASON-CODE = SPACES
                       ADD 1 TO WS-STNDS-RESUMED
                   END-IF
               ELSE
                   MOVE "BADSTS" TO WS-REASON-CODE
               END-IF
           END-IF.

       CANCEL-INSTRUCTION.
           PERFORM READ-INSTRUCTION
           IF WS-REASON-CODE = SPACES
               IF STND-STATUS-ACTIVE OR STND-STATUS-SUSPENDED
                   MOVE "C" TO STND-STATUS
                   MOVE WS-CURRENT-DATE TO STND-STATUS-DATE
                   PERFORM REWRITE-INSTRUCTION
                   IF WS-REASON-CODE = SPACES
                       ADD 1 TO WS-STNDS-CANCELLED
                   END-IF
               ELSE
                   MOVE "BADSTS" TO WS-REASON-CODE
               END-IF
           END-IF.

       READ-INSTRUCTION.
           MOVE SMNT-ACCT-NUMBER TO STND-ACCT-NUMBER
           MOVE SMNT-SEQ-N TO STND-SEQ
           READ STND-FILE
               INVALID KEY
                   MOVE "NOSTND" TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-STND-STATUS NOT = "00"
               MOVE "READ-INSTRUCTION" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-STND-STATUS
                   " ACCT " SMNT-ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF.

       REWRITE-INSTRUCTION.
           REWRITE STND-RECORD
           IF WS-STND-STATUS NOT = "00"
               MOVE "REWRITE-INSTRUCTION" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-STND-STATUS
                   " ACCT " STND-ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF.

       READ-ACCOUNT.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF.

      *****************************************************************
      * Commits progress to the restart file after every disposed
      * maintenance record - applied or rejected - so a rerun
      * resumes past it.  A failed checkpoint write stops the job.
      *****************************************************************
       WRITE-RESTART-CHECKPOINT.
           MOVE "W" TO WS-CHKPT-FUNCTION
           MOVE SMNT-ACCT-NUMBER TO WS-CHKPT-KEY
           COMPUTE WS-CHKPT-COUNT = WS-SMNTS-SKIPPED + WS-SMNTS-READ
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
               SET END-OF-SMNTS TO TRUE
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
           ADD 1 TO WS-SMNTS-REJECTED
           MOVE SMNT-RECORD TO REJ-SMNT-DATA
           MOVE WS-REASON-CODE TO REJ-REASON-CODE
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = "00"
               MOVE "WRITE-REJECT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE REJECTS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-SMNTS TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE SMNT-FILE
           CLOSE STND-FILE
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
       END PROGRAM STNDMNT.
