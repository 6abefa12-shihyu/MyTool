       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALHSNAP.
      *****************************************************************
      * End-of-day balance snapshot.  Runs once the posting window
      * has closed - after the batch postings, the re-presentments,
      * the fee run and the online day - and sweeps the account
      * master in account order, adding to the balance history file
      * BALHIST one record per account for the business date: the
      * closing ledger balance, the status and the account type.
      * Every account on the master is snapshotted, closed and
      * dormant ones included, so a closed account's history runs
      * unbroken until ACCTPURG removes the account.  The history
      * is what BALHINQ answers past-balance inquiries from and what
      * BALHAVG averages at month end.
      *
      * BALHPARM: one record - business date YYYYMMDD.
      *
      * A rerun is safe without a checkpoint: the history is keyed
      * by account and date, so a record already taken for the
      * business date is rewritten with the balance as it stands
      * now rather than added twice.  The counts displayed at the
      * end prove every account read was snapshotted.
      *
      * Condition codes: 0 = snapshot complete, 16 = run failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BALHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BALH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(08).
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  HISTORY-FILE.
       COPY BALHREC.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-END-OF-ACCTS             PIC X(01) VALUE "N".
           88  END-OF-ACCTS                VALUE "Y".
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-SNAP-COUNTERS.
           05  WS-ACCTS-READ           PIC 9(09) VALUE ZERO.
           05  WS-SNAPS-WRITTEN        PIC 9(09) VALUE ZERO.
           05  WS-SNAPS-REPLACED       PIC 9(09) VALUE ZERO.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "BALHSNAP".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM
           PERFORM OPEN-FILES
           PERFORM READ-ACCOUNT
           PERFORM SNAPSHOT-ACCOUNT UNTIL END-OF-ACCTS
           CLOSE ACCT-FILE
           CLOSE HISTORY-FILE
           DISPLAY "BALHSNAP: BUSINESS DATE         " WS-BUSINESS-DATE
           DISPLAY "BALHSNAP: ACCOUNTS READ         " WS-ACCTS-READ
           DISPLAY "BALHSNAP: SNAPSHOTS WRITTEN     " WS-SNAPS-WRITTEN
           DISPLAY "BALHSNAP: SNAPSHOTS REPLACED    " WS-SNAPS-REPLACED
           GOBACK.

       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN SNAPSHOT PARM FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "SNAPSHOT PARM FILE IS EMPTY"
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

      *****************************************************************
      * The history file is created on the first snapshot and
      * added to thereafter.
      *****************************************************************
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
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   CLOSE HISTORY-FILE
                   OPEN I-O HISTORY-FILE
               END-IF
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN BALANCE HISTORY"
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
      * A key collision is a rerun for the same business date: the
      * day's record is refreshed in place, never duplicated.
      *****************************************************************
       SNAPSHOT-ACCOUNT.
           MOVE SPACES TO BALH-RECORD
           MOVE ACCT-NUMBER TO BALH-ACCT-NUMBER
           MOVE WS-BUSINESS-DATE TO BALH-DATE
           MOVE ACCT-TYPE TO BALH-ACCT-TYPE
           MOVE ACCT-STATUS TO BALH-STATUS
           MOVE ACCT-BALANCE TO BALH-BALANCE
           WRITE BALH-RECORD
               INVALID KEY
                   PERFORM REPLACE-SNAPSHOT
               NOT INVALID KEY
                   ADD 1 TO WS-SNAPS-WRITTEN
           END-WRITE
           IF NOT JOB-FAILED
               AND WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "22"
               MOVE "SNAPSHOT-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "HISTORY WRITE FAILED STATUS " WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ACCTS TO TRUE
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-ACCOUNT
           END-IF.

       REPLACE-SNAPSHOT.
           REWRITE BALH-RECORD
           IF WS-HISTORY-STATUS = "00"
               ADD 1 TO WS-SNAPS-REPLACED
           ELSE
               MOVE "REPLACE-SNAPSHOT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "HISTORY REWRITE FAILED STATUS "
                   WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ACCTS TO TRUE
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
       END PROGRAM BALHSNAP.
