       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTFEES.
      *****************************************************************
      * Nightly NSF and month-end maintenance fee assessment.  Every
      * returned item is an NSF fee: the OVRDFT rejects ACCTUPDT
      * wrote to TRANREJS and the final NSF items TRANREPR dropped
      * (its NSFITEMS file) arrive concatenated on FEEIN, and each
      * one becomes an "NS" fee item.  On the month-end run the
      * month's audit journal entries are extracted, sorted by
      * account and match-merged against a master sweep to find
      * each account's lowest balance in the month - the balances
      * in every before and after image, so intraday dips count -
      * and an active account whose type has a maintenance entry
      * in the fee table and whose minimum fell below that entry's
      * floor becomes an "MN" fee item.  An account opened during
      * the month is not charged in its opening month.
      *
      * Each fee is priced from the fee table and posted through
      * the normal path: master REWRITE, AJRNL01 before/after
      * entry, and a posting-journal record under transaction code
      * FE (TRANREC layout, fee kind in TRAN-FEE-TYPE, written to
      * FEEJRNL so the scheduler can concatenate it with TRANJRNL
      * for GLEXTRCT, ACCTSTMT and ACCTDBPR).  A fee is charged
      * even when it takes the balance below zero - the register
      * flags it - and being system activity it does not lift a
      * dormant flag.  Items against missing or closed accounts,
      * or with no fee scheduled for the account type, go on the
      * fee register uncharged.  ACCTFEES journal entries are left
      * out of the month's minimum, so a fee never triggers another
      * fee.  The month-end run must precede the AJRNLROL rollover.
      *
      * FEEPARM: one record - business date YYYYMMDD, a space, the
      * month-end flag ("Y" = assess maintenance fees).
      *
      * FEETABL: one fee per record, maintainable without a code
      * change - columns 1-2 the fee kind (NS = NSF, MN = monthly
      * maintenance), 4-5 the account type, 7-13 the fee amount
      * (9(05)V99), 15-27 the minimum balance floor (9(11)V99,
      * maintenance entries only - ignored, and may be left blank,
      * on an NSF entry).
      *
      * FEEIN: the TRANREJS layout (80-byte transaction, a space,
      * reason code), with NSFITEMS (the same plus a space and the
      * attempt count) concatenated.  TRANREJS items other than
      * OVRDFT are not fees and are passed over, as is an OVRDFT
      * transfer; a FNDHLD reject (held funds) is charged only if
      * TRANREPR finally returns it.
      *
      * The fee items are built into the FEEWORK file before any
      * posting, in the same order every time, so restarts use
      * CHKPT01 exactly as the posting run does: the work file is
      * rebuilt, the items already disposed are skipped by count,
      * and the journal and register are extended, so a rerun never
      * charges a fee twice.  A restarted run's totals cover the
      * remainder of the file, as the accrual register's do.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "FEEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT FEE-TABLE-FILE ASSIGN TO "FEETABL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-TABLE-STATUS.
           SELECT NSF-IN-FILE ASSIGN TO "FEEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSF-IN-STATUS.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AJRNL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-WORK-FILE ASSIGN TO "FEEBWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-WORK-STATUS.
           SELECT SORTED-BAL-FILE ASSIGN TO "FEEBSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT FEE-WORK-FILE ASSIGN TO "FEEWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "FEEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "FEEREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PARM-MONTH-END          PIC X(01).
       FD  FEE-TABLE-FILE.
       01  FEE-TABLE-RECORD.
           05  FEE-KIND                PIC X(02).
           05  FILLER                  PIC X(01).
           05  FEE-ACCT-TYPE           PIC X(02).
           05  FILLER                  PIC X(01).
           05  FEE-AMOUNT              PIC 9(05)V99.
           05  FILLER                  PIC X(01).
           05  FEE-MIN-BALANCE         PIC 9(11)V99.
       FD  NSF-IN-FILE.
       01  NSF-IN-RECORD.
           05  NIN-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  NIN-REASON-CODE          PIC X(06).
           05  FILLER                   PIC X(01).
           05  NIN-ATTEMPTS             PIC 9(02).
       FD  AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD         PIC X(132).
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  BAL-WORK-FILE.
       01  BAL-WORK-RECORD.
           05  BWK-ACCT-NUMBER         PIC X(10).
           05  BWK-BALANCE             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
       FD  SORTED-BAL-FILE.
       01  SORTED-BAL-RECORD.
           05  SBW-ACCT-NUMBER         PIC X(10).
           05  SBW-BALANCE             PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
       FD  FEE-WORK-FILE.
       01  FEE-WORK-RECORD.
           05  FWK-ACCT-NUMBER         PIC X(10).
           05  FWK-FEE-KIND            PIC X(02).
               88  FWK-FEE-NSF             VALUE "NS".
               88  FWK-FEE-MAINTENANCE     VALUE "MN".
           05  FWK-SOURCE              PIC X(06).
           05  FWK-SOURCE-DATE         PIC 9(08).
           05  FWK-SOURCE-AMOUNT       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD               PIC X(80).
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(100).
       SD  SORT-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-ACCT-NUMBER        PIC X(10).
           05  FILLER                  PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-FEE-TABLE-STATUS         PIC X(02).
       01  WS-NSF-IN-STATUS            PIC X(02).
       01  WS-AJRNL-STATUS             PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-BAL-WORK-STATUS          PIC X(02).
       01  WS-SORTED-STATUS            PIC X(02).
       01  WS-FEE-WORK-STATUS          PIC X(02).
       01  WS-JOURNAL-STATUS           PIC X(02).
       01  WS-REGISTER-STATUS          PIC X(02).
       01  WS-END-OF-FEE-TABLE         PIC X(01) VALUE "N".
           88  END-OF-FEE-TABLE            VALUE "Y".
       01  WS-END-OF-NSF-IN            PIC X(01) VALUE "N".
           88  END-OF-NSF-IN               VALUE "Y".
       01  WS-END-OF-AJRNL             PIC X(01) VALUE "N".
           88  END-OF-AJRNL                VALUE "Y".
       01  WS-END-OF-ACCTS             PIC X(01) VALUE "N".
           88  END-OF-ACCTS                VALUE "Y".
       01  WS-END-OF-BALANCES          PIC X(01) VALUE "N".
           88  END-OF-BALANCES             VALUE "Y".
       01  WS-END-OF-FEES              PIC X(01) VALUE "N".
           88  END-OF-FEES                 VALUE "Y".
       01  WS-MONTH-END-RUN            PIC X(01).
           88  MONTH-END-RUN               VALUE "Y".
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-RESTARTING               PIC X(01) VALUE "N".
           88  RESTARTING                  VALUE "Y".
       COPY TRANREC.
       COPY AJRNLRC.

      *****************************************************************
      * The fee schedule is loaded to an in-core table the way the
      * accrual run loads its rate tiers; one entry per fee kind
      * and account type.
      *****************************************************************
       01  WS-FEE-TABLE.
           05  WS-FEE-MAX              PIC 9(02) COMP VALUE 20.
           05  WS-FEE-COUNT            PIC 9(02) COMP VALUE ZERO.
           05  WS-FEE-ENTRY OCCURS 20 TIMES.
               10  WS-FEE-KIND         PIC X(02).
               10  WS-FEE-ACCT-TYPE    PIC X(02).
               10  WS-FEE-CHARGE       PIC 9(05)V99.
               10  WS-FEE-FLOOR        PIC 9(11)V99.
       01  WS-FEE-SUB                  PIC 9(02) COMP.
       01  WS-FEE-FOUND                PIC X(01).
           88  FEE-FOUND                   VALUE "Y".
       01  WS-LOOKUP-KIND              PIC X(02).
       01  WS-LOOKUP-ACCT-TYPE         PIC X(02).

      *****************************************************************
      * The journalled images carry no separate balance field, so
      * the balance is read from the image through the ACCTREC
      * layout: offset 31 for 7 packed bytes.  An image with no
      * balance in it (an open's blank before image, a purge's
      * emptied after image) fails the numeric test and is skipped.
      *****************************************************************
       01  WS-IMAGE-AREA.
           05  FILLER                  PIC X(30).
           05  WS-IMG-BALANCE          PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(11).

       01  WS-BUSINESS-DATE            PIC 9(08).
       01  WS-MONTH-START.
           05  WS-MONTH-START-YYYYMM   PIC 9(06).
           05  WS-MONTH-START-DD       PIC 9(02).
       01  WS-MONTH-START-DATE REDEFINES WS-MONTH-START
                                       PIC 9(08).
       01  WS-BALANCE-ACCT-NUMBER      PIC X(10).
       01  WS-MONTH-MINIMUM            PIC S9(11)V99.
       01  WS-MINIMUM-FOUND            PIC X(01).
           88  MINIMUM-FOUND               VALUE "Y".
       01  WS-FEE-CHARGE-AMOUNT        PIC S9(05)V99.

       01  WS-FEE-COUNTERS.
           05  WS-NSF-ITEMS-READ       PIC 9(09) VALUE ZERO.
           05  WS-NSF-ITEMS-BUILT      PIC 9(07) VALUE ZERO.
           05  WS-JRNL-BALANCES        PIC 9(09) VALUE ZERO.
           05  WS-ACCTS-SWEPT          PIC 9(09) VALUE ZERO.
           05  WS-MNT-ITEMS-BUILT      PIC 9(07) VALUE ZERO.
           05  WS-FEES-SKIPPED         PIC 9(09) VALUE ZERO.
           05  WS-FEES-READ            PIC 9(09) VALUE ZERO.
           05  WS-NSF-CHARGED          PIC 9(07) VALUE ZERO.
           05  WS-MNT-CHARGED          PIC 9(07) VALUE ZERO.
           05  WS-NOT-CHARGED          PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-FEES           PIC S9(11)V99 VALUE ZERO.

       01  WS-BEFORE-IMAGE             PIC X(48).
       01  WS-AFTER-IMAGE              PIC X(48).
       01  WS-AJRNL-RC                 PIC 9(02).

       01  WS-CHKPT-FUNCTION           PIC X(01).
       01  WS-CHKPT-PROGRAM            PIC X(08) VALUE "ACCTFEES".
       01  WS-CHKPT-KEY                PIC X(10).
       01  WS-CHKPT-COUNT              PIC 9(09).
       01  WS-CHKPT-RC                 PIC 9(02).

       01  WS-REGISTER-LINE.
           05  WS-REG-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-FEE-KIND         PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-SOURCE           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-SOURCE-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-SOURCE-AMOUNT    PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-FEE              PIC -(5)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-BALANCE          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-NOTE             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(32)
               VALUE "ACCOUNT NO  FEE SOURCE  SRC DATE".
           05  FILLER                  PIC X(32)
               VALUE "     SOURCE AMOUNT        FEE   ".
           05  FILLER                  PIC X(36)
               VALUE " POSTED BALANCE  NOTE".

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(35).
           05  WS-TOT-AMOUNT           PIC -(11)9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RESTART-LINE.
           05  FILLER                  PIC X(24)
               VALUE "RESTARTED PAST FEE ITEM ".
           05  WS-RST-ITEM-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE " ACCT  ".
           05  WS-RST-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "ACCTFEES".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM
           PERFORM LOAD-FEE-TABLE
           PERFORM OPEN-FILES
           PERFORM EXTRACT-NSF-ITEMS
           IF MONTH-END-RUN
               PERFORM EXTRACT-MONTH-BALANCES
               PERFORM SORT-MONTH-BALANCES
               PERFORM SELECT-MAINTENANCE-FEES
           END-IF
           PERFORM REOPEN-FEE-WORK
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM OPEN-OUTPUT-FILES
           IF RESTARTING
               PERFORM SKIP-ONE-FEE-ITEM
                   UNTIL WS-FEES-SKIPPED >= WS-CHKPT-COUNT
                   OR END-OF-FEES
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-FEE-ITEM
           END-IF
           PERFORM ASSESS-FEE UNTIL END-OF-FEES
           PERFORM WRITE-TOTALS
           PERFORM CLOSE-FILES
           IF NOT JOB-FAILED
               PERFORM CLEAR-RESTART-CHECKPOINT
           END-IF
           GOBACK.

       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN FEE PARM FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "FEE PARM FILE IS EMPTY"
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
           MOVE PARM-BUSINESS-DATE TO WS-MONTH-START-DATE
           MOVE 1 TO WS-MONTH-START-DD
           MOVE PARM-MONTH-END TO WS-MONTH-END-RUN
           CLOSE PARM-FILE.

      *****************************************************************
      * Loads the fee schedule.  A missing or empty fee table fails
      * the job outright - charging a night of fees at a defaulted
      * amount is worse than holding the run.
      *****************************************************************
       LOAD-FEE-TABLE.
           OPEN INPUT FEE-TABLE-FILE
           IF WS-FEE-TABLE-STATUS NOT = "00"
               MOVE "LOAD-FEE-TABLE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN FEE TABLE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-FEE-TABLE-ENTRY
           PERFORM STORE-FEE-TABLE-ENTRY UNTIL END-OF-FEE-TABLE
           CLOSE FEE-TABLE-FILE
           IF WS-FEE-COUNT = ZERO
               MOVE "LOAD-FEE-TABLE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "FEE TABLE IS EMPTY"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-FEE-TABLE-ENTRY.
           READ FEE-TABLE-FILE
               AT END
                   SET END-OF-FEE-TABLE TO TRUE
           END-READ
           IF NOT END-OF-FEE-TABLE AND WS-FEE-TABLE-STATUS NOT = "00"
               MOVE "READ-FEE-TABLE-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF FEE TABLE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       STORE-FEE-TABLE-ENTRY.
           IF FEE-TABLE-RECORD(7:7) IS NUMERIC
               AND (FEE-KIND = "NS"
                   OR (FEE-KIND = "MN"
                       AND FEE-TABLE-RECORD(15:13) IS NUMERIC))
               IF WS-FEE-COUNT < WS-FEE-MAX
                   ADD 1 TO WS-FEE-COUNT
                   MOVE FEE-KIND TO WS-FEE-KIND (WS-FEE-COUNT)
                   MOVE FEE-ACCT-TYPE
                       TO WS-FEE-ACCT-TYPE (WS-FEE-COUNT)
                   MOVE FEE-AMOUNT TO WS-FEE-CHARGE (WS-FEE-COUNT)
                   IF FEE-KIND = "MN"
                       MOVE FEE-MIN-BALANCE
                           TO WS-FEE-FLOOR (WS-FEE-COUNT)
                   ELSE
                       MOVE ZERO TO WS-FEE-FLOOR (WS-FEE-COUNT)
                   END-IF
               ELSE
                   MOVE "STORE-FEE-TABLE-ENTRY"
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE "FEE TABLE HAS TOO MANY ENTRIES"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               MOVE "STORE-FEE-TABLE-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "FEE TABLE ENTRY NOT VALID"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-FEE-TABLE-ENTRY.

       OPEN-FILES.
           OPEN INPUT NSF-IN-FILE
           IF WS-NSF-IN-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN NSF ITEM INPUT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN ACCOUNT MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FEE-WORK-FILE
           IF WS-FEE-WORK-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN FEE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * A returned item is a TRANREJS OVRDFT reject or a final NSF
      * item from TRANREPR - the latter is told apart by its attempt
      * count.  Each becomes one NSF fee item, in input order.  A
      * transfer refused for want of funds is a declined request
      * between the customer's own accounts, not a returned item,
      * and is not charged; nor is a final item dropped BADCHK,
      * whose account number is not a valid one to charge.
      *****************************************************************
       EXTRACT-NSF-ITEMS.
           PERFORM READ-NSF-ITEM
           PERFORM EXTRACT-ONE-NSF-ITEM UNTIL END-OF-NSF-IN
           CLOSE NSF-IN-FILE.

       READ-NSF-ITEM.
           READ NSF-IN-FILE
               AT END
                   SET END-OF-NSF-IN TO TRUE
               NOT AT END
                   ADD 1 TO WS-NSF-ITEMS-READ
           END-READ
           IF NOT END-OF-NSF-IN AND WS-NSF-IN-STATUS NOT = "00"
               MOVE "READ-NSF-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF NSF ITEM INPUT FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-ONE-NSF-ITEM.
           MOVE NIN-TRAN-DATA TO TRAN-RECORD
           IF (NIN-REASON-CODE = "OVRDFT" OR NIN-ATTEMPTS IS NUMERIC)
               AND NOT TRAN-CODE-XFER
               AND NIN-REASON-CODE NOT = "BADCHK"
               MOVE SPACES TO FEE-WORK-RECORD
               MOVE TRAN-ACCT-NUMBER TO FWK-ACCT-NUMBER
               MOVE "NS" TO FWK-FEE-KIND
               IF NIN-ATTEMPTS IS NUMERIC
                   MOVE "FINAL" TO FWK-SOURCE
               ELSE
                   MOVE "REJECT" TO FWK-SOURCE
               END-IF
               IF TRAN-DATE IS NUMERIC
                   MOVE TRAN-DATE TO FWK-SOURCE-DATE
               ELSE
                   MOVE ZERO TO FWK-SOURCE-DATE
               END-IF
               IF TRAN-AMOUNT IS NUMERIC
                   MOVE TRAN-AMOUNT TO FWK-SOURCE-AMOUNT
               ELSE
                   MOVE ZERO TO FWK-SOURCE-AMOUNT
               END-IF
               PERFORM WRITE-FEE-WORK
               ADD 1 TO WS-NSF-ITEMS-BUILT
           END-IF
           PERFORM READ-NSF-ITEM.

       WRITE-FEE-WORK.
           WRITE FEE-WORK-RECORD
           IF WS-FEE-WORK-STATUS NOT = "00"
               MOVE "WRITE-FEE-WORK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE FEE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Month-end only: every balance an account held during the
      * month is in the month's audit entries - each before image
      * is the balance going into a change and each after image the
      * balance coming out of it.  The fee run's own after images
      * are left out so a fee cannot push an account under its
      * floor; its before images still count.
      *****************************************************************
       EXTRACT-MONTH-BALANCES.
           OPEN INPUT AUDIT-JOURNAL-FILE
           IF WS-AJRNL-STATUS NOT = "00"
               MOVE "EXTRACT-MONTH-BALANCES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN AUDIT JOURNAL"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BAL-WORK-FILE
           IF WS-BAL-WORK-STATUS NOT = "00"
               MOVE "EXTRACT-MONTH-BALANCES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN BALANCE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-AUDIT-ENTRY
           PERFORM EXTRACT-ONE-AUDIT-ENTRY UNTIL END-OF-AJRNL
           CLOSE AUDIT-JOURNAL-FILE
           CLOSE BAL-WORK-FILE.

       READ-AUDIT-ENTRY.
           READ AUDIT-JOURNAL-FILE
               AT END
                   SET END-OF-AJRNL TO TRUE
           END-READ
           IF NOT END-OF-AJRNL AND WS-AJRNL-STATUS NOT = "00"
               MOVE "READ-AUDIT-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF AUDIT JOURNAL FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-ONE-AUDIT-ENTRY.
           MOVE AUDIT-JOURNAL-RECORD TO AJRNL-RECORD
           IF AJRNL-DATE >= WS-MONTH-START-DATE
               AND AJRNL-DATE <= WS-BUSINESS-DATE
               MOVE AJRNL-BEFORE-IMAGE TO WS-IMAGE-AREA
               PERFORM WRITE-IMAGE-BALANCE
               IF AJRNL-PROGRAM-NAME NOT = "ACCTFEES"
                   MOVE AJRNL-AFTER-IMAGE TO WS-IMAGE-AREA
                   PERFORM WRITE-IMAGE-BALANCE
               END-IF
           END-IF
           PERFORM READ-AUDIT-ENTRY.

       WRITE-IMAGE-BALANCE.
           IF WS-IMG-BALANCE IS NUMERIC
               ADD 1 TO WS-JRNL-BALANCES
               MOVE AJRNL-ACCT-NUMBER TO BWK-ACCT-NUMBER
               MOVE WS-IMG-BALANCE TO BWK-BALANCE
               WRITE BAL-WORK-RECORD
               IF WS-BAL-WORK-STATUS NOT = "00"
                   MOVE "WRITE-IMAGE-BALANCE" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "UNABLE TO WRITE BALANCE WORK FILE"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

       SORT-MONTH-BALANCES.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCT-NUMBER
               USING BAL-WORK-FILE
               GIVING SORTED-BAL-FILE
           IF SORT-RETURN NOT = 0
               MOVE "SORT-MONTH-BALANCES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "SORT OF BALANCE WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SORTED-BAL-FILE
           IF WS-SORTED-STATUS NOT = "00"
               MOVE "SORT-MONTH-BALANCES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN SORTED BALANCE FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Match-merge of the sorted month balances against a master
      * sweep.  An account with no entry this month held its current
      * balance all month.
      *****************************************************************
       SELECT-MAINTENANCE-FEES.
           PERFORM READ-MONTH-BALANCE
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCT-FILE KEY NOT < ACCT-NUMBER
               INVALID KEY
                   SET END-OF-ACCTS TO TRUE
           END-START
           IF NOT END-OF-ACCTS
               PERFORM READ-NEXT-ACCOUNT
           END-IF
           PERFORM TEST-ACCOUNT-MINIMUM UNTIL END-OF-ACCTS
           CLOSE SORTED-BAL-FILE.

       READ-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-SWEPT
           END-READ
           IF NOT END-OF-ACCTS AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-NEXT-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF ACCOUNT MASTER FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-MONTH-BALANCE.
           READ SORTED-BAL-FILE
               AT END
                   SET END-OF-BALANCES TO TRUE
                   MOVE HIGH-VALUES TO WS-BALANCE-ACCT-NUMBER
               NOT AT END
                   MOVE SBW-ACCT-NUMBER TO WS-BALANCE-ACCT-NUMBER
           END-READ
           IF NOT END-OF-BALANCES AND WS-SORTED-STATUS NOT = "00"
               MOVE "READ-MONTH-BALANCE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF SORTED BALANCE FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       TEST-ACCOUNT-MINIMUM.
           MOVE "N" TO WS-MINIMUM-FOUND
           PERFORM READ-MONTH-BALANCE
               UNTIL WS-BALANCE-ACCT-NUMBER >= ACCT-NUMBER
           PERFORM TAKE-MONTH-BALANCE
               UNTIL WS-BALANCE-ACCT-NUMBER NOT = ACCT-NUMBER
           IF NOT MINIMUM-FOUND
               MOVE ACCT-BALANCE TO WS-MONTH-MINIMUM
           END-IF
           IF ACCT-STATUS-ACTIVE
               AND ACCT-OPEN-DATE < WS-MONTH-START-DATE
               MOVE "MN" TO WS-LOOKUP-KIND
               MOVE ACCT-TYPE TO WS-LOOKUP-ACCT-TYPE
               PERFORM LOOKUP-FEE
               IF FEE-FOUND
                   AND WS-MONTH-MINIMUM < WS-FEE-FLOOR (WS-FEE-SUB)
                   MOVE SPACES TO FEE-WORK-RECORD
                   MOVE ACCT-NUMBER TO FWK-ACCT-NUMBER
                   MOVE "MN" TO FWK-FEE-KIND
                   MOVE "MONTH" TO FWK-SOURCE
                   MOVE WS-BUSINESS-DATE TO FWK-SOURCE-DATE
                   MOVE WS-MONTH-MINIMUM TO FWK-SOURCE-AMOUNT
                   PERFORM WRITE-FEE-WORK
                   ADD 1 TO WS-MNT-ITEMS-BUILT
               END-IF
           END-IF
           PERFORM READ-NEXT-ACCOUNT.

       TAKE-MONTH-BALANCE.
           IF NOT MINIMUM-FOUND
               OR SBW-BALANCE < WS-MONTH-MINIMUM
               MOVE SBW-BALANCE TO WS-MONTH-MINIMUM
               MOVE "Y" TO WS-MINIMUM-FOUND
           END-IF
           PERFORM READ-MONTH-BALANCE.

      *****************************************************************
      * Finds the fee table entry for a fee kind and account type;
      * WS-FEE-SUB is left on the entry when one is found.
      *****************************************************************
       LOOKUP-FEE.
           MOVE "N" TO WS-FEE-FOUND
           PERFORM FIND-FEE-ENTRY
               VARYING WS-FEE-SUB FROM 1 BY 1
               UNTIL WS-FEE-SUB > WS-FEE-COUNT
               OR FEE-FOUND
           IF FEE-FOUND
               SUBTRACT 1 FROM WS-FEE-SUB
           END-IF.

       FIND-FEE-ENTRY.
           IF WS-FEE-KIND (WS-FEE-SUB) = WS-LOOKUP-KIND
               AND WS-FEE-ACCT-TYPE (WS-FEE-SUB) = WS-LOOKUP-ACCT-TYPE
               MOVE "Y" TO WS-FEE-FOUND
           END-IF.

       REOPEN-FEE-WORK.
           CLOSE FEE-WORK-FILE
           OPEN INPUT FEE-WORK-FILE
           IF WS-FEE-WORK-STATUS NOT = "00"
               MOVE "REOPEN-FEE-WORK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO REOPEN FEE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * A prior checkpoint means the last run died mid-file: the
      * rebuilt work file holds the same items in the same order,
      * the already-disposed ones are skipped (never re-charged),
      * and the journal and register are extended.
      *****************************************************************
       READ-RESTART-CHECKPOINT.
           MOVE "R" TO WS-CHKPT-FUNCTION
           CALL "CHKPT01" USING WS-CHKPT-FUNCTION WS-CHKPT-PROGRAM
               WS-CHKPT-KEY WS-CHKPT-COUNT WS-CHKPT-RC
           EVALUATE WS-CHKPT-RC
               WHEN 0
                   IF WS-CHKPT-COUNT > ZERO
                       MOVE "Y" TO WS-RESTARTING
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

       OPEN-OUTPUT-FILES.
           IF RESTARTING
               OPEN EXTEND JOURNAL-FILE
           ELSE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "OPEN-OUTPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN FEE POSTING JOURNAL"
                   TO WS-ERR-MESSAGE-TEXT
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
               MOVE "UNABLE TO OPEN FEE REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTARTING
               MOVE WS-CHKPT-COUNT TO WS-RST-ITEM-COUNT
               MOVE WS-CHKPT-KEY TO WS-RST-ACCT-NUMBER
               MOVE WS-RESTART-LINE TO REGISTER-RECORD
               PERFORM WRITE-REGISTER-LINE
           ELSE
               MOVE "ACCTFEES - NSF AND MAINTENANCE FEE REGISTER"
                   TO REGISTER-RECORD
               PERFORM WRITE-REGISTER-LINE
               MOVE WS-HEADING-LINE TO REGISTER-RECORD
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      *****************************************************************
      * A read failure while positioning past the checkpoint fails
      * the job: an under-skip would charge fees already charged.
      *****************************************************************
       SKIP-ONE-FEE-ITEM.
           READ FEE-WORK-FILE
               AT END
                   SET END-OF-FEES TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEES-SKIPPED
           END-READ
           IF NOT END-OF-FEES AND WS-FEE-WORK-STATUS NOT = "00"
               MOVE "SKIP-ONE-FEE-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ FAILED DURING RESTART SKIP"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
           END-IF.

       READ-FEE-ITEM.
           READ FEE-WORK-FILE
               AT END
                   SET END-OF-FEES TO TRUE
               NOT AT END
                   ADD 1 TO WS-FEES-READ
           END-READ
           IF NOT END-OF-FEES AND WS-FEE-WORK-STATUS NOT = "00"
               MOVE "READ-FEE-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF FEE WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
           END-IF.

      *****************************************************************
      * Disposes of one fee item: the account is read for update and
      * the fee is either charged or registered uncharged with the
      * reason.  Every disposed item is checkpointed.
      *****************************************************************
       ASSESS-FEE.
           MOVE SPACES TO WS-REG-NOTE
           MOVE ZERO TO WS-FEE-CHARGE-AMOUNT
           MOVE FWK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NO ACCOUNT" TO WS-REG-NOTE
           END-READ
           IF WS-REG-NOTE = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "ASSESS-FEE" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
           END-IF
           IF NOT JOB-FAILED
               IF WS-REG-NOTE = SPACES
                   MOVE FWK-FEE-KIND TO WS-LOOKUP-KIND
                   MOVE ACCT-TYPE TO WS-LOOKUP-ACCT-TYPE
                   PERFORM LOOKUP-FEE
               END-IF
               EVALUATE TRUE
                   WHEN WS-REG-NOTE NOT = SPACES
                       PERFORM REGISTER-UNCHARGED
                   WHEN ACCT-STATUS-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-REG-NOTE
                       PERFORM REGISTER-UNCHARGED
                   WHEN NOT FEE-FOUND
                       MOVE "NO FEE SCHEDULED" TO WS-REG-NOTE
                       PERFORM REGISTER-UNCHARGED
                   WHEN WS-FEE-CHARGE (WS-FEE-SUB) = ZERO
                       MOVE "NO FEE SCHEDULED" TO WS-REG-NOTE
                       PERFORM REGISTER-UNCHARGED
                   WHEN OTHER
                       MOVE WS-FEE-CHARGE (WS-FEE-SUB)
                           TO WS-FEE-CHARGE-AMOUNT
                       PERFORM POST-FEE
               END-EVALUATE
           END-IF
           IF NOT JOB-FAILED
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-FEE-ITEM
           END-IF.

       REGISTER-UNCHARGED.
           ADD 1 TO WS-NOT-CHARGED
           MOVE ZERO TO WS-REG-BALANCE
           IF WS-REG-NOTE NOT = "NO ACCOUNT"
               MOVE ACCT-BALANCE TO WS-REG-BALANCE
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

      *****************************************************************
      * Charges one fee: the master is rewritten, then the audit
      * journal entry and the FE posting-journal record follow, as
      * for any posting.  The fee is system activity, so a dormant
      * account stays dormant.
      *****************************************************************
       POST-FEE.
           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO TRAN-RECORD
           MOVE ACCT-NUMBER TO TRAN-ACCT-NUMBER
           MOVE "FE" TO TRAN-CODE
           MOVE WS-FEE-CHARGE-AMOUNT TO TRAN-AMOUNT
           MOVE WS-BUSINESS-DATE TO TRAN-DATE
           MOVE ACCT-BALANCE TO TRAN-PRIOR-BALANCE
           SUBTRACT WS-FEE-CHARGE-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO TRAN-POSTED-BALANCE
           MOVE FWK-FEE-KIND TO TRAN-FEE-TYPE
           REWRITE ACCT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "POST-FEE" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
           ELSE
               IF FWK-FEE-NSF
                   ADD 1 TO WS-NSF-CHARGED
               ELSE
                   ADD 1 TO WS-MNT-CHARGED
               END-IF
               ADD WS-FEE-CHARGE-AMOUNT TO WS-TOTAL-FEES
               PERFORM WRITE-AUDIT-JOURNAL
               PERFORM WRITE-JOURNAL
               IF ACCT-BALANCE < ZERO
                   MOVE "CHARGED - OVERDRAWN" TO WS-REG-NOTE
               ELSE
                   MOVE "CHARGED" TO WS-REG-NOTE
               END-IF
               MOVE ACCT-BALANCE TO WS-REG-BALANCE
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

      *****************************************************************
      * Journals the before/after images of the rewritten account.
      * A journal failure fails the job: an unjournalled update is
      * the exposure the audit trail exists to close.  The fee
      * itself is already charged, so it is still checkpointed -
      * the rerun must not charge it a second time.
      *****************************************************************
       WRITE-AUDIT-JOURNAL.
           MOVE ACCT-RECORD TO WS-AFTER-IMAGE
           CALL "AJRNL01" USING WS-ERR-PROGRAM-NAME
               WS-BEFORE-IMAGE WS-AFTER-IMAGE WS-AJRNL-RC
           IF WS-AJRNL-RC NOT = 0
               MOVE "WRITE-AUDIT-JOURNAL" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE AUDIT JOURNAL"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF.

      *****************************************************************
      * The fee journal is a data product the GL extract and the
      * statements read: a write failure fails the job so the
      * scheduler holds them.  The fee is already charged, so it is
      * still checkpointed - the rerun must not charge it again.
      *****************************************************************
       WRITE-JOURNAL.
           MOVE TRAN-RECORD TO JOURNAL-RECORD
           WRITE JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "WRITE-JOURNAL" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE FEE POSTING JOURNAL"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE FWK-ACCT-NUMBER TO WS-REG-ACCT-NUMBER
           MOVE FWK-FEE-KIND TO WS-REG-FEE-KIND
           MOVE FWK-SOURCE TO WS-REG-SOURCE
           MOVE FWK-SOURCE-DATE TO WS-REG-SOURCE-DATE
           MOVE FWK-SOURCE-AMOUNT TO WS-REG-SOURCE-AMOUNT
           MOVE WS-FEE-CHARGE-AMOUNT TO WS-REG-FEE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "NSF ITEMS ASSESSED" TO WS-CNT-LABEL
           MOVE WS-NSF-ITEMS-BUILT TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "ACCOUNTS UNDER MINIMUM BALANCE" TO WS-CNT-LABEL
           MOVE WS-MNT-ITEMS-BUILT TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "NSF FEES CHARGED" TO WS-CNT-LABEL
           MOVE WS-NSF-CHARGED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "MAINTENANCE FEES CHARGED" TO WS-CNT-LABEL
           MOVE WS-MNT-CHARGED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "ITEMS NOT CHARGED" TO WS-CNT-LABEL
           MOVE WS-NOT-CHARGED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "TOTAL FEES POSTED TO G/L" TO WS-TOT-LABEL
           MOVE WS-TOTAL-FEES TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

      *****************************************************************
      * A truncated fee register loses the back office's record of
      * what was charged - the write failure fails the run.
      *****************************************************************
       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "WRITE-REGISTER-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE FEE REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-FEES TO TRUE
           END-IF.

      *****************************************************************
      * Commits progress to the restart file after every disposed
      * fee item - charged or not - so a rerun resumes past it and
      * a fee can never be charged a second time.
      *****************************************************************
       WRITE-RESTART-CHECKPOINT.
           MOVE "W" TO WS-CHKPT-FUNCTION
           MOVE FWK-ACCT-NUMBER TO WS-CHKPT-KEY
           COMPUTE WS-CHKPT-COUNT = WS-FEES-SKIPPED + WS-FEES-READ
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
               SET END-OF-FEES TO TRUE
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

       CLOSE-FILES.
           CLOSE ACCT-FILE
           CLOSE FEE-WORK-FILE
           CLOSE JOURNAL-FILE
           CLOSE REGISTER-FILE.

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
       END PROGRAM ACCTFEES.
