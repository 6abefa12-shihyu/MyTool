       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN.
      *****************************************************************
      * Daily standing instruction generator.  Sweeps the standing
      * instruction master (STNDREC) in account order and writes
      * every occurrence that has fallen due as a posting item to
      * STNDTRAN, in the TRANREC layout, which the scheduler puts
      * ahead of the day's TRANFILE for ACCTUPDT.  A transfer goes
      * out as an "XF" item naming the counter account, a payment
      * as a "DR" item naming the payee; both carry origin "S" and
      * the instruction's sequence, so last night's rejects can be
      * traced back to their instructions.
      *
      * An occurrence falls due on its scheduled date, moved off a
      * weekend to the Monday after - or to the Friday before when
      * the Monday is in the next month, so a month-end payment
      * never slips into the following month.  A monthly
      * instruction for a day the month does not have (the 31st in
      * a 30-day month, the 29th to 31st in February) is scheduled
      * on the last day of the month.  Occurrences that fell due
      * while the run did not go - a holiday, a missed night - are
      * all generated the next time it does.
      *
      * An occurrence is not generated when the account is gone,
      * closed or dormant, or when a transfer's counter account is
      * gone or closed: it is flagged instead to the exceptions
      * report under NOACCT, CLOSED, DORMNT, NOCTRA or CLSCTR, and
      * counts as disposed of, so it is never generated later.
      * The exceptions report also lists every standing item
      * ACCTUPDT rejected last night, read from last night's
      * TRANREJS (STNDREJ), so the branch can call the customer.
      * The generated-items register lists each item written, with
      * its scheduled and posting dates, and the run's totals.
      *
      * STNDPARM: one record - business date YYYYMMDD.
      *
      * A rerun is safe without a checkpoint: every instruction an
      * occurrence was disposed of for is stamped with the business
      * date and with its schedule as it stood before the run, so a
      * rerun for the same business date puts the schedule back and
      * disposes of the same occurrences again.  The feed, register
      * and exceptions report are rebuilt whole, so each occurrence
      * is generated or flagged exactly once in the files the rerun
      * leaves behind.
      *
      * STNDTRAN goes out as one posting input batch: a TBATREC
      * header from source system STNDGEN with batch ID "STND" and
      * the business date, the items, and a trailer with the item
      * count and the hash total of their amounts, which ACCTUPDT
      * proves before it posts any of them.  A rerun for the same
      * business date sends the same batch ID, so a feed already
      * posted is refused rather than posted twice.  A failed run
      * writes no trailer and its feed is refused whole.
      *
      * Condition codes: 0 = run complete, 16 = run failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "STNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STND-FILE ASSIGN TO "STNDMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STND-KEY
               FILE STATUS IS WS-STND-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT POSTING-REJECT-FILE ASSIGN TO "STNDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTREJ-STATUS.
           SELECT FEED-FILE ASSIGN TO "STNDTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "STNDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "STNDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(08).
       FD  STND-FILE.
       COPY STNDREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  POSTING-REJECT-FILE.
       01  POSTING-REJECT-RECORD.
           05  PRJ-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  PRJ-REASON-CODE          PIC X(06).
       FD  FEED-FILE.
       COPY TRANREC.
       COPY TBATREC.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(100).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-STND-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-POSTREJ-STATUS           PIC X(02).
       01  WS-FEED-STATUS              PIC X(02).
       01  WS-REGISTER-STATUS          PIC X(02).
       01  WS-EXCEPTION-STATUS         PIC X(02).
       01  WS-END-OF-STNDS             PIC X(01) VALUE "N".
           88  END-OF-STNDS                VALUE "Y".
       01  WS-END-OF-POSTREJS          PIC X(01) VALUE "N".
           88  END-OF-POSTREJS             VALUE "Y".
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-STND-CHANGED             PIC X(01).
           88  STND-CHANGED                VALUE "Y".
       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-FEED-BATCH-ID.
           05  FILLER                  PIC X(04) VALUE "STND".
           05  WS-FEED-BATCH-DATE      PIC 9(08).
       01  WS-FLAG-REASON              PIC X(06).
       01  WS-OWNER-CUST-ID            PIC X(10).

      *****************************************************************
      * Date work areas.  Day numbers are the integer-of-date day
      * count, on which day 1 was a Monday, so the remainder by 7
      * gives the weekday: 6 a Saturday, 0 a Sunday.
      *****************************************************************
       01  WS-SCHED-DATE.
           05  WS-SCHED-YEAR           PIC 9(04).
           05  WS-SCHED-MONTH          PIC 9(02).
           05  WS-SCHED-DAY            PIC 9(02).
       01  WS-SCHED-DATE-N REDEFINES WS-SCHED-DATE
                                       PIC 9(08).
       01  WS-MONTH-END-DATE.
           05  WS-MEND-YEAR            PIC 9(04).
           05  WS-MEND-MONTH           PIC 9(02).
           05  WS-MEND-DAY             PIC 9(02).
       01  WS-MONTH-END-DATE-N REDEFINES WS-MONTH-END-DATE
                                       PIC 9(08).
       01  WS-POSTING-DATE.
           05  WS-POST-YEAR            PIC 9(04).
           05  WS-POST-MONTH           PIC 9(02).
           05  WS-POST-DAY             PIC 9(02).
       01  WS-POSTING-DATE-N REDEFINES WS-POSTING-DATE
                                       PIC 9(08).
       01  WS-EARLIEST-DATE            PIC 9(08).
       01  WS-ITEM-DUE-DATE            PIC 9(08).
       01  WS-ITEM-POSTING-DATE        PIC 9(08).
       01  WS-ITEM-TRAN-CODE           PIC X(02).
       01  WS-DUE-INTEGER              PIC 9(07).
       01  WS-POSTING-INTEGER          PIC 9(07).
       01  WS-START-INTEGER            PIC 9(07).
       01  WS-FROM-INTEGER             PIC 9(07).
       01  WS-WEEKS                    PIC 9(05).
       01  WS-WEEK-COUNT               PIC 9(07).
       01  WS-WEEKDAY                  PIC 9(01).

       01  WS-STND-COUNTERS.
           05  WS-STNDS-READ           PIC 9(07) VALUE ZERO.
           05  WS-STNDS-INACTIVE       PIC 9(07) VALUE ZERO.
           05  WS-STNDS-NOT-DUE        PIC 9(07) VALUE ZERO.
           05  WS-STNDS-RESTORED       PIC 9(07) VALUE ZERO.
           05  WS-STNDS-ENDED          PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-GENERATED      PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-FLAGGED        PIC 9(07) VALUE ZERO.
           05  WS-POSTREJS-READ        PIC 9(07) VALUE ZERO.
           05  WS-POSTREJS-REPORTED    PIC 9(07) VALUE ZERO.
           05  WS-GENERATED-AMOUNT     PIC S9(13)V99 VALUE ZERO.

       01  WS-REGISTER-LINE.
           05  WS-REG-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-SEQ              PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-TRAN-CODE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-COUNTER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-AMOUNT           PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-FREQUENCY        PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-POSTING-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-NOTE             PIC X(12).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-REGISTER-HEADING.
           05  FILLER                  PIC X(33)
               VALUE "ACCOUNT NO  SEQ  CD  TO/PAYEE    ".
           05  FILLER                  PIC X(30)
               VALUE "         AMOUNT  F  SCHEDULE  ".
           05  FILLER                  PIC X(37)
               VALUE "POSTING".

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-SEQ              PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-TRAN-CODE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-COUNTER          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-AMOUNT           PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-REASON-CODE      PIC X(06).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-EXCEPTION-HEADING.
           05  FILLER                  PIC X(33)
               VALUE "ACCOUNT NO  SEQ  CUSTOMER    CD  ".
           05  FILLER                  PIC X(33)
               VALUE "TO/PAYEE             AMOUNT  DATE".
           05  FILLER                  PIC X(34)
               VALUE "      REASON".

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(35).
           05  WS-TOT-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "STNDGEN ".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM
           PERFORM OPEN-FILES
           PERFORM REPORT-POSTING-REJECTS
           IF NOT JOB-FAILED
               PERFORM START-INSTRUCTION-SWEEP
               PERFORM PROCESS-INSTRUCTION UNTIL END-OF-STNDS
           END-IF
           IF NOT JOB-FAILED
               PERFORM WRITE-FEED-TRAILER
           END-IF
           PERFORM WRITE-TOTALS
           PERFORM CLOSE-FILES
           DISPLAY "STNDGEN:  INSTRUCTIONS READ     " WS-STNDS-READ
           DISPLAY "STNDGEN:  ITEMS GENERATED       " WS-ITEMS-GENERATED
           DISPLAY "STNDGEN:  OCCURRENCES FLAGGED   " WS-ITEMS-FLAGGED
           DISPLAY "STNDGEN:  INSTRUCTIONS ENDED    " WS-STNDS-ENDED
           DISPLAY "STNDGEN:  SCHEDULES RESTORED    " WS-STNDS-RESTORED
           DISPLAY "STNDGEN:  POSTING REJECTS LISTED"
               " " WS-POSTREJS-REPORTED
           GOBACK.

       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN GENERATOR PARM FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "GENERATOR PARM FILE IS EMPTY"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "INVALID BUSINESS DATE PARM"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
           CLOSE PARM-FILE.

       OPEN-FILES.
           OPEN I-O STND-FILE
           IF WS-STND-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN INSTRUCTION MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN ACCOUNT MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT POSTING-REJECT-FILE
           IF WS-POSTREJ-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN LAST NIGHT'S REJECTS"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN GENERATED ITEMS FEED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-FEED-HEADER
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN GENERATED ITEMS REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN EXCEPTIONS REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "STNDGEN - STANDING INSTRUCTION ITEMS GENERATED"
               TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-REGISTER-HEADING TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "STNDGEN - STANDING INSTRUCTION EXCEPTIONS"
               TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE
           MOVE WS-EXCEPTION-HEADING TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

      *****************************************************************
      * Last night's posting rejects come first on the exceptions
      * report: every item the generator wrote that ACCTUPDT could
      * not post, with the posting run's reason code.  Other
      * rejects are left to the branch's usual reject handling.
      *****************************************************************
       REPORT-POSTING-REJECTS.
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE
           MOVE "REJECTED IN LAST NIGHT'S POSTING" TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM READ-POSTING-REJECT
           PERFORM REPORT-ONE-POSTING-REJECT UNTIL END-OF-POSTREJS
           IF NOT JOB-FAILED
               MOVE SPACES TO EXCEPTION-RECORD
               PERFORM WRITE-EXCEPTION-LINE
               MOVE "NOT GENERATED TONIGHT" TO EXCEPTION-RECORD
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       READ-POSTING-REJECT.
           READ POSTING-REJECT-FILE
               AT END
                   SET END-OF-POSTREJS TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSTREJS-READ
           END-READ
           IF NOT END-OF-POSTREJS AND WS-POSTREJ-STATUS NOT = "00"
               MOVE "READ-POSTING-REJECT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF LAST NIGHT'S REJECTS FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
               SET END-OF-POSTREJS TO TRUE
           END-IF.

       REPORT-ONE-POSTING-REJECT.
           MOVE PRJ-TRAN-DATA TO TRAN-RECORD
           IF TRAN-ORIGIN-STANDING
               ADD 1 TO WS-POSTREJS-REPORTED
               MOVE SPACES TO WS-OWNER-CUST-ID
               MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-CUSTOMER-ID TO WS-OWNER-CUST-ID
               END-READ
               MOVE TRAN-ACCT-NUMBER TO WS-EXC-ACCT-NUMBER
               MOVE TRAN-STANDING-SEQ TO WS-EXC-SEQ
               MOVE WS-OWNER-CUST-ID TO WS-EXC-CUST-ID
               MOVE TRAN-CODE TO WS-EXC-TRAN-CODE
               MOVE TRAN-REFERENCE-DATA TO WS-EXC-COUNTER
               IF TRAN-AMOUNT IS NUMERIC
                   MOVE TRAN-AMOUNT TO WS-EXC-AMOUNT
               ELSE
                   MOVE ZERO TO WS-EXC-AMOUNT
               END-IF
               IF TRAN-DATE IS NUMERIC
                   MOVE TRAN-DATE TO WS-EXC-DATE
               ELSE
                   MOVE ZERO TO WS-EXC-DATE
               END-IF
               MOVE PRJ-REASON-CODE TO WS-EXC-REASON-CODE
               MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-POSTING-REJECT
           END-IF.

       START-INSTRUCTION-SWEEP.
           MOVE LOW-VALUES TO STND-KEY
           START STND-FILE KEY NOT < STND-KEY
               INVALID KEY
                   SET END-OF-STNDS TO TRUE
           END-START
           IF NOT END-OF-STNDS
               PERFORM READ-NEXT-INSTRUCTION
           END-IF.

       READ-NEXT-INSTRUCTION.
           READ STND-FILE NEXT RECORD
               AT END
                   SET END-OF-STNDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-STNDS-READ
           END-READ
           IF NOT END-OF-STNDS AND WS-STND-STATUS NOT = "00"
               MOVE "READ-NEXT-INSTRUCTION" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF INSTRUCTION MASTER FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
           END-IF.

      *****************************************************************
      * Disposes of one instruction.  One already stamped with
      * tonight's business date was disposed of by an earlier run
      * for the same date: its schedule is put back first, so the
      * same occurrences come out again instead of the next ones.
      * The record is rewritten only when the run changed it.
      *****************************************************************
       PROCESS-INSTRUCTION.
           MOVE "N" TO WS-STND-CHANGED
           IF STND-GEN-DATE = WS-BUSINESS-DATE
               PERFORM RESTORE-SCHEDULE
           END-IF
           IF STND-STATUS-ACTIVE
               PERFORM SCHEDULE-INSTRUCTION
           ELSE
               ADD 1 TO WS-STNDS-INACTIVE
           END-IF
           IF NOT JOB-FAILED AND STND-CHANGED
               PERFORM REWRITE-INSTRUCTION
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-NEXT-INSTRUCTION
           END-IF.

      *****************************************************************
      * Only this run ends an instruction, so one ended on the same
      * business date is made active again with its schedule.  One
      * the branch has since suspended or cancelled stays that way
      * and generates nothing on the rerun.
      *****************************************************************
       RESTORE-SCHEDULE.
           ADD 1 TO WS-STNDS-RESTORED
           MOVE STND-GEN-FROM-DUE-DATE TO STND-NEXT-DUE-DATE
           MOVE ZERO TO STND-GEN-DATE
           IF STND-STATUS-ENDED
               MOVE "A" TO STND-STATUS
           END-IF
           MOVE "Y" TO WS-STND-CHANGED.

       SCHEDULE-INSTRUCTION.
           IF STND-NEXT-DUE-DATE = ZERO
               PERFORM SCHEDULE-FIRST-OCCURRENCE
               MOVE "Y" TO WS-STND-CHANGED
           END-IF
           PERFORM CHECK-END-DATE
           IF STND-STATUS-ACTIVE
               PERFORM SET-POSTING-DATE
               IF WS-POSTING-DATE-N > WS-BUSINESS-DATE
                   ADD 1 TO WS-STNDS-NOT-DUE
               ELSE
                   MOVE STND-NEXT-DUE-DATE TO STND-GEN-FROM-DUE-DATE
                   MOVE WS-BUSINESS-DATE TO STND-GEN-DATE
                   MOVE "Y" TO WS-STND-CHANGED
                   PERFORM CHECK-INSTRUCTION-ACCOUNTS
                   PERFORM DISPOSE-OCCURRENCE
                       UNTIL NOT STND-STATUS-ACTIVE
                       OR WS-POSTING-DATE-N > WS-BUSINESS-DATE
                       OR JOB-FAILED
               END-IF
           END-IF.

      *****************************************************************
      * Works out the first occurrence on or after the schedule-from
      * date - the start date for a new instruction, the resume
      * date for one the branch suspended.  A weekly instruction
      * keeps to the weekday it started on.  A one-off whose date
      * passed while it was suspended is ended without an item.
      *****************************************************************
       SCHEDULE-FIRST-OCCURRENCE.
           IF STND-SCHEDULE-FROM-DATE > STND-START-DATE
               MOVE STND-SCHEDULE-FROM-DATE TO WS-EARLIEST-DATE
           ELSE
               MOVE STND-START-DATE TO WS-EARLIEST-DATE
           END-IF
           EVALUATE TRUE
               WHEN STND-FREQ-WEEKLY
                   COMPUTE WS-START-INTEGER =
                       FUNCTION INTEGER-OF-DATE (STND-START-DATE)
                   COMPUTE WS-FROM-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-EARLIEST-DATE)
                   COMPUTE WS-WEEKS =
                       (WS-FROM-INTEGER - WS-START-INTEGER + 6) / 7
                   COMPUTE WS-DUE-INTEGER =
                       WS-START-INTEGER + (WS-WEEKS * 7)
                   COMPUTE STND-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
               WHEN STND-FREQ-MONTHLY
                   MOVE WS-EARLIEST-DATE TO WS-SCHED-DATE-N
                   PERFORM SET-MONTHLY-DAY
                   IF WS-SCHED-DATE-N < WS-EARLIEST-DATE
                       PERFORM STEP-TO-NEXT-MONTH
                   END-IF
                   MOVE WS-SCHED-DATE-N TO STND-NEXT-DUE-DATE
               WHEN OTHER
                   IF STND-START-DATE < WS-EARLIEST-DATE
                       PERFORM END-INSTRUCTION
                   ELSE
                       MOVE STND-START-DATE TO STND-NEXT-DUE-DATE
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * Puts the instruction's day on the month in WS-SCHED-DATE,
      * or the month's last day when the month is shorter - found
      * as the day before the first of the following month.
      *****************************************************************
       SET-MONTHLY-DAY.
           MOVE WS-SCHED-YEAR TO WS-MEND-YEAR
           MOVE WS-SCHED-MONTH TO WS-MEND-MONTH
           MOVE 1 TO WS-MEND-DAY
           IF WS-MEND-MONTH = 12
               MOVE 1 TO WS-MEND-MONTH
               ADD 1 TO WS-MEND-YEAR
           ELSE
               ADD 1 TO WS-MEND-MONTH
           END-IF
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE-N) - 1
           COMPUTE WS-MONTH-END-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
           IF STND-DAY > WS-MEND-DAY
               MOVE WS-MEND-DAY TO WS-SCHED-DAY
           ELSE
               MOVE STND-DAY TO WS-SCHED-DAY
           END-IF.

       STEP-TO-NEXT-MONTH.
           IF WS-SCHED-MONTH = 12
               MOVE 1 TO WS-SCHED-MONTH
               ADD 1 TO WS-SCHED-YEAR
           ELSE
               ADD 1 TO WS-SCHED-MONTH
           END-IF
           PERFORM SET-MONTHLY-DAY.

      *****************************************************************
      * The date the next occurrence posts: its scheduled date, or
      * the Monday after when that falls on a weekend - unless the
      * Monday is in the next month, when it posts the Friday
      * before instead.
      *****************************************************************
       SET-POSTING-DATE.
           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE (STND-NEXT-DUE-DATE)
           DIVIDE WS-DUE-INTEGER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY
           MOVE WS-DUE-INTEGER TO WS-POSTING-INTEGER
           EVALUATE WS-WEEKDAY
               WHEN 6
                   ADD 2 TO WS-POSTING-INTEGER
               WHEN 0
                   ADD 1 TO WS-POSTING-INTEGER
           END-EVALUATE
           COMPUTE WS-POSTING-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-POSTING-INTEGER)
           MOVE STND-NEXT-DUE-DATE TO WS-SCHED-DATE-N
           IF WS-POST-MONTH NOT = WS-SCHED-MONTH
               EVALUATE WS-WEEKDAY
                   WHEN 6
                       COMPUTE WS-POSTING-INTEGER = WS-DUE-INTEGER - 1
                   WHEN 0
                       COMPUTE WS-POSTING-INTEGER = WS-DUE-INTEGER - 2
               END-EVALUATE
               COMPUTE WS-POSTING-DATE-N =
                   FUNCTION DATE-OF-INTEGER (WS-POSTING-INTEGER)
           END-IF.

      *****************************************************************
      * An instruction whose next occurrence would fall after its
      * end date has run its course.
      *****************************************************************
       CHECK-END-DATE.
           IF STND-STATUS-ACTIVE
               AND STND-END-DATE NOT = ZERO
               AND STND-NEXT-DUE-DATE > STND-END-DATE
               PERFORM END-INSTRUCTION
           END-IF.

       END-INSTRUCTION.
           ADD 1 TO WS-STNDS-ENDED
           MOVE "E" TO STND-STATUS
           MOVE WS-BUSINESS-DATE TO STND-STATUS-DATE
           MOVE "Y" TO WS-STND-CHANGED.

      *****************************************************************
      * The account and, for a transfer, the counter account are
      * read once per instruction; every occurrence due tonight is
      * judged on them.  A master read failure fails the run - the
      * occurrence cannot be judged either way.
      *****************************************************************
       CHECK-INSTRUCTION-ACCOUNTS.
           MOVE SPACES TO WS-FLAG-REASON
           MOVE SPACES TO WS-OWNER-CUST-ID
           MOVE STND-ACCT-NUMBER TO ACCT-NUMBER
           PERFORM READ-ACCOUNT
           IF NOT JOB-FAILED AND WS-FLAG-REASON = SPACES
               MOVE ACCT-CUSTOMER-ID TO WS-OWNER-CUST-ID
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "CLOSED" TO WS-FLAG-REASON
                   WHEN ACCT-STATUS-DORMANT
                       MOVE "DORMNT" TO WS-FLAG-REASON
               END-EVALUATE
           END-IF
           IF NOT JOB-FAILED AND WS-FLAG-REASON = SPACES
               AND STND-KIND-TRANSFER
               MOVE STND-COUNTER-ACCT TO ACCT-NUMBER
               PERFORM READ-ACCOUNT
               IF NOT JOB-FAILED
                   EVALUATE TRUE
                       WHEN WS-FLAG-REASON = "NOACCT"
                           MOVE "NOCTRA" TO WS-FLAG-REASON
                       WHEN ACCT-STATUS-CLOSED
                           MOVE "CLSCTR" TO WS-FLAG-REASON
                   END-EVALUATE
               END-IF
           END-IF.

       READ-ACCOUNT.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-FLAG-REASON
           END-READ
           IF WS-FLAG-REASON = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
           END-IF.

      *****************************************************************
      * One occurrence due tonight: generated, or flagged when the
      * accounts stand in the way, then the schedule moves on to
      * the next.  A one-off ends once its occurrence is disposed
      * of.
      *****************************************************************
       DISPOSE-OCCURRENCE.
           MOVE STND-NEXT-DUE-DATE TO WS-ITEM-DUE-DATE
           MOVE WS-POSTING-DATE-N TO WS-ITEM-POSTING-DATE
           IF STND-KIND-TRANSFER
               MOVE "XF" TO WS-ITEM-TRAN-CODE
           ELSE
               MOVE "DR" TO WS-ITEM-TRAN-CODE
           END-IF
           IF WS-FLAG-REASON = SPACES
               PERFORM WRITE-FEED-ITEM
           ELSE
               PERFORM WRITE-FLAGGED-OCCURRENCE
           END-IF
           IF NOT JOB-FAILED
               EVALUATE TRUE
                   WHEN STND-FREQ-WEEKLY
                       COMPUTE WS-DUE-INTEGER =
                           FUNCTION INTEGER-OF-DATE (STND-NEXT-DUE-DATE)
                           + 7
                       COMPUTE STND-NEXT-DUE-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER)
                   WHEN STND-FREQ-MONTHLY
                       MOVE STND-NEXT-DUE-DATE TO WS-SCHED-DATE-N
                       PERFORM STEP-TO-NEXT-MONTH
                       MOVE WS-SCHED-DATE-N TO STND-NEXT-DUE-DATE
                   WHEN OTHER
                       PERFORM END-INSTRUCTION
               END-EVALUATE
               PERFORM CHECK-END-DATE
               IF WS-FLAG-REASON = SPACES
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
               IF STND-STATUS-ACTIVE
                   PERFORM SET-POSTING-DATE
               END-IF
           END-IF.

      *****************************************************************
      * The feed is the posting run's input, so a write failure
      * fails the run; the instruction is not rewritten, and the
      * rerun generates the occurrence again into a fresh feed.
      *****************************************************************
       WRITE-FEED-ITEM.
           MOVE SPACES TO TRAN-RECORD
           MOVE STND-ACCT-NUMBER TO TRAN-ACCT-NUMBER
           MOVE WS-ITEM-TRAN-CODE TO TRAN-CODE
           MOVE STND-AMOUNT TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE STND-COUNTER-ACCT TO TRAN-REFERENCE-DATA
           MOVE "S" TO TRAN-ORIGIN
           MOVE STND-SEQ TO TRAN-STANDING-SEQ
           WRITE TRAN-RECORD
           IF WS-FEED-STATUS NOT = "00"
               MOVE "WRITE-FEED-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "FEED WRITE FAILED STATUS " WS-FEED-STATUS
                   " ACCT " STND-ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
           ELSE
               ADD 1 TO WS-ITEMS-GENERATED
               ADD STND-AMOUNT TO WS-GENERATED-AMOUNT
           END-IF.

      *****************************************************************
      * The feed's batch header and trailer.  The batch ID is the
      * business date's, so it is the same on every run for that
      * date.
      *****************************************************************
       WRITE-FEED-HEADER.
           MOVE WS-BUSINESS-DATE TO WS-FEED-BATCH-DATE
           MOVE SPACES TO TBAT-RECORD
           MOVE ALL "*" TO TBAT-MARKER
           MOVE "BH" TO TBAT-TYPE
           MOVE "STNDGEN " TO TBAT-SOURCE-SYSTEM
           MOVE WS-FEED-BATCH-ID TO TBAT-BATCH-ID
           MOVE WS-BUSINESS-DATE TO TBAT-BUSINESS-DATE
           WRITE TBAT-RECORD
           IF WS-FEED-STATUS NOT = "00"
               MOVE "WRITE-FEED-HEADER" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "FEED HEADER WRITE FAILED STATUS "
                   WS-FEED-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO TBAT-RECORD
           MOVE ALL "*" TO TBAT-MARKER
           MOVE "BT" TO TBAT-TYPE
           MOVE "STNDGEN " TO TBAT-SOURCE-SYSTEM
           MOVE WS-FEED-BATCH-ID TO TBAT-BATCH-ID
           MOVE WS-ITEMS-GENERATED TO TBAT-ITEM-COUNT
           MOVE WS-GENERATED-AMOUNT TO TBAT-HASH-TOTAL
           WRITE TBAT-RECORD
           IF WS-FEED-STATUS NOT = "00"
               MOVE "WRITE-FEED-TRAILER" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "FEED TRAILER WRITE FAILED STATUS "
                   WS-FEED-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
           END-IF.

      *****************************************************************
      * Listed once the schedule has moved on, so the item that
      * ends its instruction can be marked as the last one.
      *****************************************************************
       WRITE-REGISTER-DETAIL.
           MOVE STND-ACCT-NUMBER TO WS-REG-ACCT-NUMBER
           MOVE STND-SEQ TO WS-REG-SEQ
           MOVE WS-ITEM-TRAN-CODE TO WS-REG-TRAN-CODE
           MOVE STND-COUNTER-ACCT TO WS-REG-COUNTER
           MOVE STND-AMOUNT TO WS-REG-AMOUNT
           MOVE STND-FREQUENCY TO WS-REG-FREQUENCY
           MOVE WS-ITEM-DUE-DATE TO WS-REG-DUE-DATE
           MOVE WS-ITEM-POSTING-DATE TO WS-REG-POSTING-DATE
           IF STND-STATUS-ENDED
               MOVE "LAST ITEM" TO WS-REG-NOTE
           ELSE
               MOVE SPACES TO WS-REG-NOTE
           END-IF
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

       WRITE-FLAGGED-OCCURRENCE.
           ADD 1 TO WS-ITEMS-FLAGGED
           MOVE STND-ACCT-NUMBER TO WS-EXC-ACCT-NUMBER
           MOVE STND-SEQ TO WS-EXC-SEQ
           MOVE WS-OWNER-CUST-ID TO WS-EXC-CUST-ID
           MOVE WS-ITEM-TRAN-CODE TO WS-EXC-TRAN-CODE
           MOVE STND-COUNTER-ACCT TO WS-EXC-COUNTER
           MOVE STND-AMOUNT TO WS-EXC-AMOUNT
           MOVE WS-ITEM-POSTING-DATE TO WS-EXC-DATE
           MOVE WS-FLAG-REASON TO WS-EXC-REASON-CODE
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

      *****************************************************************
      * A rewrite failure fails the run with the instruction's
      * schedule unchanged on file; the rerun disposes of the same
      * occurrences into a fresh feed.
      *****************************************************************
       REWRITE-INSTRUCTION.
           REWRITE STND-RECORD
           IF WS-STND-STATUS NOT = "00"
               MOVE "REWRITE-INSTRUCTION" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-STND-STATUS
                   " ACCT " STND-ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "INSTRUCTIONS READ" TO WS-CNT-LABEL
           MOVE WS-STNDS-READ TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "INSTRUCTIONS NOT RUNNING" TO WS-CNT-LABEL
           MOVE WS-STNDS-INACTIVE TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "INSTRUCTIONS NOT DUE" TO WS-CNT-LABEL
           MOVE WS-STNDS-NOT-DUE TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "ITEMS GENERATED" TO WS-CNT-LABEL
           MOVE WS-ITEMS-GENERATED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "OCCURRENCES FLAGGED, NOT GENERATED" TO WS-CNT-LABEL
           MOVE WS-ITEMS-FLAGGED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "INSTRUCTIONS ENDED" TO WS-CNT-LABEL
           MOVE WS-STNDS-ENDED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "SCHEDULES RESTORED FOR RERUN" TO WS-CNT-LABEL
           MOVE WS-STNDS-RESTORED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "TOTAL AMOUNT GENERATED" TO WS-TOT-LABEL
           MOVE WS-GENERATED-AMOUNT TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE
           MOVE "POSTING REJECTS LISTED" TO WS-CNT-LABEL
           MOVE WS-POSTREJS-REPORTED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE
           MOVE "OCCURRENCES FLAGGED, NOT GENERATED" TO WS-CNT-LABEL
           MOVE WS-ITEMS-FLAGGED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

      *****************************************************************
      * A truncated register or exceptions report loses items the
      * branch has to see - a write failure fails the run.
      *****************************************************************
       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "WRITE-REGISTER-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE GENERATED ITEMS REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
           END-IF.

       WRITE-EXCEPTION-LINE.
           WRITE EXCEPTION-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               MOVE "WRITE-EXCEPTION-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE EXCEPTIONS REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-STNDS TO TRUE
               SET END-OF-POSTREJS TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE STND-FILE
           CLOSE ACCT-FILE
           CLOSE POSTING-REJECT-FILE
           CLOSE FEED-FILE
           CLOSE REGISTER-FILE
           CLOSE EXCEPTION-FILE.

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
       END PROGRAM STNDGEN.
