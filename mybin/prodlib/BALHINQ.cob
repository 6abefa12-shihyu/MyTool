       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHINQ.
      *****************************************************************
      * Balance history inquiry: for each request record - account
      * number and date range - prints the account's end-of-day
      * balances from the balance history file BALHIST, one line
      * per snapshot in date order: the business date, the status
      * and ledger balance at the close of that day, the change
      * from the snapshot before it in the listing, and the account
      * type.  A day with no snapshot (a weekend or holiday the
      * snapshot did not run) closed at the balance listed for the
      * day before it.  The request file carries as many requests
      * as audit, the branch or the rate committee need in one run.
      *
      * The history is keyed by account and date, so each request
      * is a START at the account and from date and a browse to the
      * to date - no scan of the other accounts' history.
      *
      * BALHREQ: one record per request - account number (10), a
      * space, from date YYYYMMDD, a space, to date YYYYMMDD
      * (inclusive).  An invalid request is reported and the run
      * continues with the next one.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "BALHREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BALHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-ACCT-NUMBER         PIC X(10).
           05  FILLER                  PIC X(01).
           05  REQ-FROM-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  REQ-TO-DATE             PIC 9(08).
       FD  HISTORY-FILE.
       COPY BALHREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS           PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-REPORT-STATUS            PIC X(02).
       01  WS-END-OF-REQUESTS          PIC X(01) VALUE "N".
           88  END-OF-REQUESTS             VALUE "Y".
       01  WS-END-OF-HISTORY           PIC X(01).
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-REQUESTS-READ            PIC 9(05) VALUE ZERO.
       01  WS-REQUESTS-INVALID         PIC 9(05) VALUE ZERO.
       01  WS-SNAPSHOTS-MATCHED        PIC 9(07) VALUE ZERO.
       01  WS-PRIOR-BALANCE            PIC S9(11)V99.
       01  WS-BALANCE-CHANGE           PIC S9(11)V99.

       01  WS-HISTORY-LINE.
           05  WS-HST-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HST-STATUS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HST-BALANCE          PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HST-CHANGE           PIC -(11)9.99.
           05  WS-HST-CHANGE-X REDEFINES WS-HST-CHANGE
                                       PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-HST-ACCT-TYPE        PIC X(02).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(25)
               VALUE "BALANCE HISTORY, ACCOUNT ".
           05  WS-HDG-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-HDG-FROM-DATE        PIC 9(08).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  WS-HDG-TO-DATE          PIC 9(08).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(35).
           05  WS-TOT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM READ-REQUEST-RECORD
           PERFORM PROCESS-REQUEST UNTIL END-OF-REQUESTS
           PERFORM WRITE-RUN-TOTALS
           CLOSE REQUEST-FILE
           CLOSE HISTORY-FILE
           CLOSE REPORT-FILE
           GOBACK.

       OPEN-FILES.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "BALHINQ: UNABLE TO OPEN BALHREQ, STATUS = "
                   WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BALHINQ: UNABLE TO OPEN BALHIST, STATUS = "
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BALHINQ: UNABLE TO OPEN BALHRPT, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-REQUEST-RECORD.
           READ REQUEST-FILE
               AT END
                   SET END-OF-REQUESTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
           END-READ
           IF NOT END-OF-REQUESTS AND WS-REQUEST-STATUS NOT = "00"
               DISPLAY "BALHINQ: READ OF BALHREQ FAILED, STATUS = "
                   WS-REQUEST-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-REQUESTS TO TRUE
           END-IF.

       PROCESS-REQUEST.
           IF REQ-FROM-DATE IS NOT NUMERIC
               OR REQ-TO-DATE IS NOT NUMERIC
               OR REQ-ACCT-NUMBER = SPACES
               OR REQ-FROM-DATE > REQ-TO-DATE
               ADD 1 TO WS-REQUESTS-INVALID
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE "INVALID REQUEST RECORD SKIPPED" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM WRITE-HEADING
               MOVE ZERO TO WS-SNAPSHOTS-MATCHED
               PERFORM SEARCH-HISTORY
               PERFORM WRITE-FOOTING
           END-IF
           PERFORM READ-REQUEST-RECORD.

      *****************************************************************
      * STARTs the history at the account and from date and browses
      * forward until the account or the to date runs out.
      *****************************************************************
       SEARCH-HISTORY.
           MOVE "N" TO WS-END-OF-HISTORY
           MOVE SPACES TO BALH-RECORD
           MOVE REQ-ACCT-NUMBER TO BALH-ACCT-NUMBER
           MOVE REQ-FROM-DATE TO BALH-DATE
           START HISTORY-FILE KEY NOT < BALH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           IF NOT END-OF-HISTORY
               PERFORM READ-HISTORY-ENTRY
           END-IF
           PERFORM PRINT-HISTORY-ENTRY UNTIL END-OF-HISTORY.

       READ-HISTORY-ENTRY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-HISTORY-STATUS NOT = "00"
               DISPLAY "BALHINQ: READ OF BALHIST FAILED, STATUS = "
                   WS-HISTORY-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-HISTORY TO TRUE
           END-IF
           IF NOT END-OF-HISTORY
               IF BALH-ACCT-NUMBER NOT = REQ-ACCT-NUMBER
                   OR BALH-DATE > REQ-TO-DATE
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * The first line of a listing has nothing to change from, so
      * its change column is left blank.
      *****************************************************************
       PRINT-HISTORY-ENTRY.
           ADD 1 TO WS-SNAPSHOTS-MATCHED
           MOVE BALH-DATE TO WS-HST-DATE
           MOVE BALH-STATUS TO WS-HST-STATUS
           MOVE BALH-BALANCE TO WS-HST-BALANCE
           IF WS-SNAPSHOTS-MATCHED = 1
               MOVE SPACES TO WS-HST-CHANGE-X
           ELSE
               COMPUTE WS-BALANCE-CHANGE =
                   BALH-BALANCE - WS-PRIOR-BALANCE
               MOVE WS-BALANCE-CHANGE TO WS-HST-CHANGE
           END-IF
           MOVE BALH-ACCT-TYPE TO WS-HST-ACCT-TYPE
           MOVE BALH-BALANCE TO WS-PRIOR-BALANCE
           MOVE WS-HISTORY-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           PERFORM READ-HISTORY-ENTRY.

       WRITE-HEADING.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE REQ-ACCT-NUMBER TO WS-HDG-ACCT-NUMBER
           MOVE REQ-FROM-DATE TO WS-HDG-FROM-DATE
           MOVE REQ-TO-DATE TO WS-HDG-TO-DATE
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "DATE      ST         BALANCE           CHANGE  TY"
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-FOOTING.
           IF WS-SNAPSHOTS-MATCHED = ZERO
               MOVE "NO BALANCE HISTORY IN RANGE" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "REQUESTS PROCESSED" TO WS-TOT-LABEL
           MOVE WS-REQUESTS-READ TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "REQUESTS INVALID" TO WS-TOT-LABEL
           MOVE WS-REQUESTS-INVALID TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           IF WS-REQUESTS-READ = ZERO
               MOVE "REQUEST FILE WAS EMPTY" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "BALHINQ: UNABLE TO WRITE BALHRPT, STATUS = "
                   WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
       END PROGRAM BALHINQ.
