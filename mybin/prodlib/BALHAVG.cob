       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHAVG.
      *****************************************************************
      * Month-end average balance report.  For every account on the
      * master, reads the month's end-of-day snapshots from the
      * balance history file BALHIST and reports the average daily
      * balance, the minimum and maximum end-of-day balance and the
      * balance the month closed at, with the account's status at
      * the last snapshot.  The accounts are sorted by ACCT-TYPE
      * and each type is subtotalled - accounts, total of average
      * balances, lowest minimum, highest maximum, total closing
      * balance - ahead of a grand total for the bank.
      *
      * Every calendar day counts.  A day with no snapshot of its
      * own (a weekend, a holiday) closed at the balance of the
      * snapshot before it, so the average is the sum of each day's
      * closing balance over the days counted.  The first days of
      * the month take the last snapshot of the month before, found
      * within the ten days before the 1st; an account with none -
      * opened during the month - is counted from its first
      * snapshot, and DAYS shows how many days were counted.  An
      * account with no snapshot in the month or the ten days
      * before it is left off the report and counted.
      *
      * BALHAPRM: one record - the report month YYYYMM.  Run after
      * the month's last snapshot has been taken.
      *
      * Read-only against the master and the history, so a rerun is
      * simply a rerun.
      *
      * Condition codes: 0 = report complete, 16 = run failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BALHAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AVG-WORK-FILE ASSIGN TO "BALHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORTED-WORK-FILE ASSIGN TO "BALHSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALHAVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REPORT-MONTH       PIC 9(06).
           05  PARM-REPORT-MONTH-X REDEFINES PARM-REPORT-MONTH.
               10  PARM-REPORT-YEAR    PIC 9(04).
               10  PARM-REPORT-MM      PIC 9(02).
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  HISTORY-FILE.
       COPY BALHREC.
       FD  AVG-WORK-FILE.
       01  AVG-WORK-RECORD.
           05  AWK-ACCT-TYPE           PIC X(02).
           05  AWK-ACCT-NUMBER         PIC X(10).
           05  AWK-STATUS              PIC X(01).
           05  AWK-DAYS                PIC 9(02).
           05  AWK-AVERAGE             PIC S9(11)V99.
           05  AWK-MINIMUM             PIC S9(11)V99.
           05  AWK-MAXIMUM             PIC S9(11)V99.
           05  AWK-CLOSING             PIC S9(11)V99.
       FD  SORTED-WORK-FILE.
       01  SORTED-WORK-RECORD.
           05  SWK-ACCT-TYPE           PIC X(02).
           05  SWK-ACCT-NUMBER         PIC X(10).
           05  SWK-STATUS              PIC X(01).
           05  SWK-DAYS                PIC 9(02).
           05  SWK-AVERAGE             PIC S9(11)V99.
           05  SWK-MINIMUM             PIC S9(11)V99.
           05  SWK-MAXIMUM             PIC S9(11)V99.
           05  SWK-CLOSING             PIC S9(11)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(100).
       SD  SORT-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-ACCT-TYPE          PIC X(02).
           05  SORT-ACCT-NUMBER        PIC X(10).
           05  FILLER                  PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-WORK-STATUS              PIC X(02).
       01  WS-SORTED-STATUS            PIC X(02).
       01  WS-REPORT-STATUS            PIC X(02).
       01  WS-END-OF-ACCTS             PIC X(01) VALUE "N".
           88  END-OF-ACCTS                VALUE "Y".
       01  WS-END-OF-HISTORY           PIC X(01).
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-END-OF-WORK              PIC X(01) VALUE "N".
           88  END-OF-WORK                 VALUE "Y".
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-HAVE-BALANCE             PIC X(01).
           88  HAVE-BALANCE                VALUE "Y".

      *****************************************************************
      * Date work areas.  Day numbers are integer-of-date day
      * counts, so the days a balance stood are a subtraction.
      *****************************************************************
       01  WS-MONTH-START.
           05  WS-MSTART-YEAR          PIC 9(04).
           05  WS-MSTART-MONTH         PIC 9(02).
           05  WS-MSTART-DAY           PIC 9(02).
       01  WS-MONTH-START-N REDEFINES WS-MONTH-START
                                       PIC 9(08).
       01  WS-NEXT-MONTH.
           05  WS-NEXT-YEAR            PIC 9(04).
           05  WS-NEXT-MONTH-MM        PIC 9(02).
           05  WS-NEXT-DAY             PIC 9(02).
       01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH
                                       PIC 9(08).
       01  WS-MONTH-END-DATE           PIC 9(08).
       01  WS-LOOKBACK-DATE            PIC 9(08).
       01  WS-START-INTEGER            PIC 9(07).
       01  WS-END-INTEGER              PIC 9(07).
       01  WS-SNAP-INTEGER             PIC 9(07).
       01  WS-CUR-INTEGER              PIC 9(07).
       01  WS-LOOKBACK-DAYS            PIC 9(02) VALUE 10.

      *****************************************************************
      * One account's month, built up snapshot by snapshot: the
      * balance standing since WS-CUR-INTEGER, and the running sum
      * of day-end balances over the days counted so far.
      *****************************************************************
       01  WS-CUR-BALANCE              PIC S9(11)V99.
       01  WS-CUR-STATUS               PIC X(01).
       01  WS-DAYS-STOOD               PIC 9(02).
       01  WS-DAYS-COUNTED             PIC 9(02).
       01  WS-BALANCE-DAYS             PIC S9(15)V99.
       01  WS-MIN-BALANCE              PIC S9(11)V99.
       01  WS-MAX-BALANCE              PIC S9(11)V99.

       01  WS-PREV-ACCT-TYPE           PIC X(02).
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-ACCTS           PIC 9(05).
           05  WS-TYPE-AVERAGE         PIC S9(13)V99.
           05  WS-TYPE-MINIMUM         PIC S9(11)V99.
           05  WS-TYPE-MAXIMUM         PIC S9(11)V99.
           05  WS-TYPE-CLOSING         PIC S9(13)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-ACCTS          PIC 9(05) VALUE ZERO.
           05  WS-GRAND-AVERAGE        PIC S9(13)V99 VALUE ZERO.
           05  WS-GRAND-MINIMUM        PIC S9(11)V99 VALUE ZERO.
           05  WS-GRAND-MAXIMUM        PIC S9(11)V99 VALUE ZERO.
           05  WS-GRAND-CLOSING        PIC S9(13)V99 VALUE ZERO.

       01  WS-AVG-COUNTERS.
           05  WS-ACCTS-READ           PIC 9(09) VALUE ZERO.
           05  WS-ACCTS-REPORTED       PIC 9(07) VALUE ZERO.
           05  WS-ACCTS-NO-HISTORY     PIC 9(07) VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(47)
               VALUE "BALHAVG - AVERAGE DAILY BALANCE REPORT, MONTH ".
           05  WS-TTL-REPORT-MONTH     PIC 9(06).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(33)
               VALUE "ACCOUNT NO  ST  DAYS    AVG BALAN".
           05  FILLER                  PIC X(33)
               VALUE "CE          MINIMUM          MAXI".
           05  FILLER                  PIC X(34)
               VALUE "MUM          CLOSING".

       01  WS-TYPE-LINE.
           05  FILLER                  PIC X(13)
               VALUE "ACCOUNT TYPE ".
           05  WS-TYP-ACCT-TYPE        PIC X(02).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DAYS             PIC Z9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-AVERAGE          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MINIMUM          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-MAXIMUM          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CLOSING          PIC -(11)9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  WS-SUB-LABEL            PIC X(08).
           05  WS-SUB-ACCTS            PIC ZZZZ9.
           05  FILLER                  PIC X(07) VALUE " ACCTS ".
           05  WS-SUB-AVERAGE          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUB-MINIMUM          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUB-MAXIMUM          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SUB-CLOSING          PIC -(11)9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "BALHAVG ".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM
           PERFORM OPEN-FILES
           PERFORM READ-ACCOUNT
           PERFORM AVERAGE-ACCOUNT UNTIL END-OF-ACCTS
           CLOSE ACCT-FILE
           CLOSE HISTORY-FILE
           IF NOT JOB-FAILED
               PERFORM SORT-AVERAGES
               PERFORM WRITE-REPORT
           END-IF
           DISPLAY "BALHAVG:  ACCOUNTS READ         " WS-ACCTS-READ
           DISPLAY "BALHAVG:  ACCOUNTS REPORTED     " WS-ACCTS-REPORTED
           DISPLAY "BALHAVG:  ACCOUNTS NO HISTORY   "
               WS-ACCTS-NO-HISTORY
           GOBACK.

      *****************************************************************
      * Sets the month's first and last days and the look-back date
      * the opening balance is searched from.
      *****************************************************************
       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN AVERAGE BALANCE PARM"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "AVERAGE BALANCE PARM FILE IS EMPTY"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           IF PARM-REPORT-MONTH IS NOT NUMERIC
               OR PARM-REPORT-MM < 1
               OR PARM-REPORT-MM > 12
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "INVALID REPORT MONTH PARM"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PARM-FILE
           MOVE PARM-REPORT-YEAR TO WS-MSTART-YEAR
           MOVE PARM-REPORT-MM TO WS-MSTART-MONTH
           MOVE 1 TO WS-MSTART-DAY
           MOVE WS-MONTH-START TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH-MM = 12
               MOVE 1 TO WS-NEXT-MONTH-MM
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH-MM
           END-IF
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-START-N)
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-N) - 1
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-END-INTEGER)
           COMPUTE WS-LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-START-INTEGER - WS-LOOKBACK-DAYS).

       OPEN-FILES.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN ACCOUNT MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN BALANCE HISTORY"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT AVG-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN AVERAGES WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
           END-READ
           IF NOT END-OF-ACCTS AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF ACCOUNT MASTER FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ACCTS TO TRUE
           END-IF.

      *****************************************************************
      * STARTs the account's history at the look-back date and
      * browses to month end.  A snapshot before the 1st only sets
      * the balance the month opened at; each snapshot in the month
      * closes off the days the balance before it stood, and the
      * last balance stands to month end.
      *****************************************************************
       AVERAGE-ACCOUNT.
           MOVE "N" TO WS-HAVE-BALANCE
           MOVE ZERO TO WS-DAYS-COUNTED
           MOVE ZERO TO WS-BALANCE-DAYS
           MOVE "N" TO WS-END-OF-HISTORY
           MOVE SPACES TO BALH-RECORD
           MOVE ACCT-NUMBER TO BALH-ACCT-NUMBER
           MOVE WS-LOOKBACK-DATE TO BALH-DATE
           START HISTORY-FILE KEY NOT < BALH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           IF NOT END-OF-HISTORY
               PERFORM READ-HISTORY-ENTRY
           END-IF
           PERFORM TAKE-SNAPSHOT UNTIL END-OF-HISTORY
           IF HAVE-BALANCE AND NOT JOB-FAILED
               COMPUTE WS-DAYS-STOOD =
                   WS-END-INTEGER + 1 - WS-CUR-INTEGER
               PERFORM COUNT-DAYS-STOOD
               PERFORM WRITE-AVERAGE-WORK
           END-IF
           IF NOT HAVE-BALANCE
               ADD 1 TO WS-ACCTS-NO-HISTORY
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-ACCOUNT
           END-IF.

       READ-HISTORY-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-HISTORY-STATUS NOT = "00"
               MOVE "READ-HISTORY-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF BALANCE HISTORY FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-HISTORY TO TRUE
               SET END-OF-ACCTS TO TRUE
           END-IF
           IF NOT END-OF-HISTORY
               IF BALH-ACCT-NUMBER NOT = ACCT-NUMBER
                   OR BALH-DATE > WS-MONTH-END-DATE
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-IF.

       TAKE-SNAPSHOT.
           IF BALH-DATE < WS-MONTH-START-N
               MOVE WS-START-INTEGER TO WS-CUR-INTEGER
           ELSE
               COMPUTE WS-SNAP-INTEGER =
                   FUNCTION INTEGER-OF-DATE (BALH-DATE)
               IF HAVE-BALANCE
                   COMPUTE WS-DAYS-STOOD =
                       WS-SNAP-INTEGER - WS-CUR-INTEGER
                   PERFORM COUNT-DAYS-STOOD
               END-IF
               MOVE WS-SNAP-INTEGER TO WS-CUR-INTEGER
           END-IF
           MOVE BALH-BALANCE TO WS-CUR-BALANCE
           MOVE BALH-STATUS TO WS-CUR-STATUS
           MOVE "Y" TO WS-HAVE-BALANCE
           PERFORM READ-HISTORY-ENTRY.

      *****************************************************************
      * The current balance closed WS-DAYS-STOOD days: it adds that
      * many day-end balances to the sum and is a day-end balance
      * for the minimum and maximum.  A balance replaced by a
      * snapshot on the same day it began stood no days and counts
      * for neither.
      *****************************************************************
       COUNT-DAYS-STOOD.
           IF WS-DAYS-STOOD > ZERO
               IF WS-DAYS-COUNTED = ZERO
                   MOVE WS-CUR-BALANCE TO WS-MIN-BALANCE
                   MOVE WS-CUR-BALANCE TO WS-MAX-BALANCE
               ELSE
                   IF WS-CUR-BALANCE < WS-MIN-BALANCE
                       MOVE WS-CUR-BALANCE TO WS-MIN-BALANCE
                   END-IF
                   IF WS-CUR-BALANCE > WS-MAX-BALANCE
                       MOVE WS-CUR-BALANCE TO WS-MAX-BALANCE
                   END-IF
               END-IF
               ADD WS-DAYS-STOOD TO WS-DAYS-COUNTED
               COMPUTE WS-BALANCE-DAYS = WS-BALANCE-DAYS
                   + WS-CUR-BALANCE * WS-DAYS-STOOD
           END-IF.

       WRITE-AVERAGE-WORK.
           MOVE ACCT-TYPE TO AWK-ACCT-TYPE
           MOVE ACCT-NUMBER TO AWK-ACCT-NUMBER
           MOVE WS-CUR-STATUS TO AWK-STATUS
           MOVE WS-DAYS-COUNTED TO AWK-DAYS
           COMPUTE AWK-AVERAGE ROUNDED =
               WS-BALANCE-DAYS / WS-DAYS-COUNTED
           MOVE WS-MIN-BALANCE TO AWK-MINIMUM
           MOVE WS-MAX-BALANCE TO AWK-MAXIMUM
           MOVE WS-CUR-BALANCE TO AWK-CLOSING
           WRITE AVG-WORK-RECORD
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WRITE-AVERAGE-WORK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE AVERAGES WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ACCTS TO TRUE
           END-IF.

       SORT-AVERAGES.
           CLOSE AVG-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCT-TYPE SORT-ACCT-NUMBER
               USING AVG-WORK-FILE
               GIVING SORTED-WORK-FILE
           IF SORT-RETURN NOT = 0
               MOVE "SORT-AVERAGES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "SORT OF AVERAGES WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SORTED-WORK-FILE
           IF WS-SORTED-STATUS NOT = "00"
               MOVE "SORT-AVERAGES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN SORTED WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * The sorted averages, with a control break on account type.
      *****************************************************************
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE-REPORT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN AVERAGE BALANCE REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-REPORT-MONTH TO WS-TTL-REPORT-MONTH
           MOVE WS-TITLE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE HIGH-VALUES TO WS-PREV-ACCT-TYPE
           PERFORM READ-SORTED-ENTRY
           PERFORM REPORT-ACCOUNT UNTIL END-OF-WORK
           IF WS-PREV-ACCT-TYPE NOT = HIGH-VALUES
               PERFORM WRITE-TYPE-SUBTOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTALS
           CLOSE SORTED-WORK-FILE
           CLOSE REPORT-FILE.

       READ-SORTED-ENTRY.
           READ SORTED-WORK-FILE
               AT END
                   SET END-OF-WORK TO TRUE
           END-READ
           IF NOT END-OF-WORK AND WS-SORTED-STATUS NOT = "00"
               MOVE "READ-SORTED-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF SORTED WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-WORK TO TRUE
           END-IF.

       REPORT-ACCOUNT.
           IF SWK-ACCT-TYPE NOT = WS-PREV-ACCT-TYPE
               IF WS-PREV-ACCT-TYPE NOT = HIGH-VALUES
                   PERFORM WRITE-TYPE-SUBTOTAL
               END-IF
               PERFORM START-TYPE
           END-IF
           ADD 1 TO WS-ACCTS-REPORTED
           MOVE SWK-ACCT-NUMBER TO WS-DTL-ACCT-NUMBER
           MOVE SWK-STATUS TO WS-DTL-STATUS
           MOVE SWK-DAYS TO WS-DTL-DAYS
           MOVE SWK-AVERAGE TO WS-DTL-AVERAGE
           MOVE SWK-MINIMUM TO WS-DTL-MINIMUM
           MOVE SWK-MAXIMUM TO WS-DTL-MAXIMUM
           MOVE SWK-CLOSING TO WS-DTL-CLOSING
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-TYPE-ACCTS = ZERO
               MOVE SWK-MINIMUM TO WS-TYPE-MINIMUM
               MOVE SWK-MAXIMUM TO WS-TYPE-MAXIMUM
           ELSE
               IF SWK-MINIMUM < WS-TYPE-MINIMUM
                   MOVE SWK-MINIMUM TO WS-TYPE-MINIMUM
               END-IF
               IF SWK-MAXIMUM > WS-TYPE-MAXIMUM
                   MOVE SWK-MAXIMUM TO WS-TYPE-MAXIMUM
               END-IF
           END-IF
           ADD 1 TO WS-TYPE-ACCTS
           ADD SWK-AVERAGE TO WS-TYPE-AVERAGE
           ADD SWK-CLOSING TO WS-TYPE-CLOSING
           PERFORM READ-SORTED-ENTRY.

       START-TYPE.
           MOVE SWK-ACCT-TYPE TO WS-PREV-ACCT-TYPE
           MOVE ZERO TO WS-TYPE-ACCTS
           MOVE ZERO TO WS-TYPE-AVERAGE
           MOVE ZERO TO WS-TYPE-MINIMUM
           MOVE ZERO TO WS-TYPE-MAXIMUM
           MOVE ZERO TO WS-TYPE-CLOSING
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SWK-ACCT-TYPE TO WS-TYP-ACCT-TYPE
           MOVE WS-TYPE-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * The type's subtotal line, then its figures rolled into the
      * bank's.
      *****************************************************************
       WRITE-TYPE-SUBTOTAL.
           MOVE SPACES TO WS-SUB-LABEL
           STRING "TYPE " WS-PREV-ACCT-TYPE
               DELIMITED BY SIZE INTO WS-SUB-LABEL
           MOVE WS-TYPE-ACCTS TO WS-SUB-ACCTS
           MOVE WS-TYPE-AVERAGE TO WS-SUB-AVERAGE
           MOVE WS-TYPE-MINIMUM TO WS-SUB-MINIMUM
           MOVE WS-TYPE-MAXIMUM TO WS-SUB-MAXIMUM
           MOVE WS-TYPE-CLOSING TO WS-SUB-CLOSING
           MOVE WS-SUBTOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-GRAND-ACCTS = ZERO
               MOVE WS-TYPE-MINIMUM TO WS-GRAND-MINIMUM
               MOVE WS-TYPE-MAXIMUM TO WS-GRAND-MAXIMUM
           ELSE
               IF WS-TYPE-MINIMUM < WS-GRAND-MINIMUM
                   MOVE WS-TYPE-MINIMUM TO WS-GRAND-MINIMUM
               END-IF
               IF WS-TYPE-MAXIMUM > WS-GRAND-MAXIMUM
                   MOVE WS-TYPE-MAXIMUM TO WS-GRAND-MAXIMUM
               END-IF
           END-IF
           ADD WS-TYPE-ACCTS TO WS-GRAND-ACCTS
           ADD WS-TYPE-AVERAGE TO WS-GRAND-AVERAGE
           ADD WS-TYPE-CLOSING TO WS-GRAND-CLOSING.

       WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ALL" TO WS-SUB-LABEL
           MOVE WS-GRAND-ACCTS TO WS-SUB-ACCTS
           MOVE WS-GRAND-AVERAGE TO WS-SUB-AVERAGE
           MOVE WS-GRAND-MINIMUM TO WS-SUB-MINIMUM
           MOVE WS-GRAND-MAXIMUM TO WS-SUB-MAXIMUM
           MOVE WS-GRAND-CLOSING TO WS-SUB-CLOSING
           MOVE WS-SUBTOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS READ" TO WS-CNT-LABEL
           MOVE WS-ACCTS-READ TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS REPORTED" TO WS-CNT-LABEL
           MOVE WS-ACCTS-REPORTED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS WITH NO HISTORY IN MONTH" TO WS-CNT-LABEL
           MOVE WS-ACCTS-NO-HISTORY TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE-REPORT-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE AVERAGE BALANCE REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-WORK TO TRUE
           END-IF.

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
       END PROGRAM BALHAVG.
