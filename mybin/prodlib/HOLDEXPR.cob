       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDEXPR.
      *****************************************************************
      * Nightly funds-hold expiry and holds register.  Sweeps the
      * holds file in account order: an active hold whose release
      * date has come is marked expired, and every hold still on
      * file is listed on the register - the holds in effect, the
      * holds that expired tonight, and the holds branch staff
      * released since the last run - with totals the back office
      * ties to the holds the tellers see.  A released or expired
      * hold that already appeared on an earlier night's register
      * is removed from the file.  Runs ahead of ACCTUPDT and
      * TRANREPR so the night's postings test debits against the
      * holds still in effect.
      *
      * HOLDPARM: one record - business date YYYYMMDD.  A hold
      * expires on the first run whose business date is on or after
      * its release date.
      *
      * A rerun is safe without a checkpoint: an expired hold is
      * stamped with the business date it expired on, so the rerun
      * lists it again as expired tonight, and nothing is removed
      * until a later business date.
      *
      * Condition codes: 0 = register complete, 16 = run failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "HOLDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT HOLD-FILE ASSIGN TO "ACCTHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "HOLDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE      PIC 9(08).
       FD  HOLD-FILE.
       COPY HOLDREC.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-HOLD-STATUS              PIC X(02).
       01  WS-REGISTER-STATUS          PIC X(02).
       01  WS-END-OF-HOLDS             PIC X(01) VALUE "N".
           88  END-OF-HOLDS                VALUE "Y".
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-BUSINESS-DATE            PIC 9(08).

       01  WS-HOLD-COUNTERS.
           05  WS-HOLDS-READ           PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-ACTIVE         PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-EXPIRED        PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-RELEASED       PIC 9(07) VALUE ZERO.
           05  WS-HOLDS-REMOVED        PIC 9(07) VALUE ZERO.
           05  WS-ACTIVE-AMOUNT        PIC S9(13)V99 VALUE ZERO.

       01  WS-REGISTER-LINE.
           05  WS-REG-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-SEQ              PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-AMOUNT           PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-REASON-CODE      PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-REG-REASON-TEXT      PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-PLACED-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-RELEASE-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-ACTION           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-REG-USER             PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(33)
               VALUE "ACCOUNT NO  SEQ      HOLD AMOUNT ".
           05  FILLER                  PIC X(33)
               VALUE " REASON                   PLACED ".
           05  FILLER                  PIC X(34)
               VALUE "   RELEASE   STATUS    BY".

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(35).
           05  WS-TOT-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "HOLDEXPR".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM
           PERFORM OPEN-FILES
           MOVE LOW-VALUES TO HOLD-KEY
           START HOLD-FILE KEY NOT < HOLD-KEY
               INVALID KEY
                   SET END-OF-HOLDS TO TRUE
           END-START
           IF NOT END-OF-HOLDS
               PERFORM READ-NEXT-HOLD
           END-IF
           PERFORM PROCESS-HOLD UNTIL END-OF-HOLDS
           PERFORM WRITE-TOTALS
           PERFORM CLOSE-FILES
           GOBACK.

       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN HOLDS PARM FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "HOLDS PARM FILE IS EMPTY"
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
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN HOLDS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN HOLDS REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "HOLDEXPR - FUNDS HOLDS REGISTER" TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-HEADING-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

       READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET END-OF-HOLDS TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOLDS-READ
           END-READ
           IF NOT END-OF-HOLDS AND WS-HOLD-STATUS NOT = "00"
               MOVE "READ-NEXT-HOLD" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF HOLDS FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-HOLDS TO TRUE
           END-IF.

      *****************************************************************
      * Disposes of one hold: an active hold due for release is
      * expired, a hold ended on an earlier night is removed, and
      * everything else goes on the register.
      *****************************************************************
       PROCESS-HOLD.
           EVALUATE TRUE
               WHEN HOLD-STATUS-ACTIVE
                   AND HOLD-RELEASE-DATE <= WS-BUSINESS-DATE
                   PERFORM EXPIRE-HOLD
               WHEN HOLD-STATUS-ACTIVE
                   ADD 1 TO WS-HOLDS-ACTIVE
                   ADD HOLD-AMOUNT TO WS-ACTIVE-AMOUNT
                   MOVE "ACTIVE" TO WS-REG-ACTION
                   MOVE HOLD-PLACED-BY TO WS-REG-USER
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN HOLD-ENDED-DATE < WS-BUSINESS-DATE
                   PERFORM REMOVE-HOLD
               WHEN HOLD-STATUS-EXPIRED
                   ADD 1 TO WS-HOLDS-EXPIRED
                   MOVE "EXPIRED" TO WS-REG-ACTION
                   MOVE SPACES TO WS-REG-USER
                   PERFORM WRITE-REGISTER-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-HOLDS-RELEASED
                   MOVE "RELEASED" TO WS-REG-ACTION
                   MOVE HOLD-ENDED-BY TO WS-REG-USER
                   PERFORM WRITE-REGISTER-DETAIL
           END-EVALUATE
           IF NOT JOB-FAILED
               PERFORM READ-NEXT-HOLD
           END-IF.

       EXPIRE-HOLD.
           MOVE "E" TO HOLD-STATUS
           MOVE WS-BUSINESS-DATE TO HOLD-ENDED-DATE
           MOVE "HOLDEXPR" TO HOLD-ENDED-BY
           REWRITE HOLD-RECORD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "EXPIRE-HOLD" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-HOLD-STATUS
                   " ACCT " HOLD-ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-HOLDS TO TRUE
           ELSE
               ADD 1 TO WS-HOLDS-EXPIRED
               MOVE "EXPIRED" TO WS-REG-ACTION
               MOVE SPACES TO WS-REG-USER
               PERFORM WRITE-REGISTER-DETAIL
           END-IF.

       REMOVE-HOLD.
           DELETE HOLD-FILE RECORD
           IF WS-HOLD-STATUS NOT = "00"
               MOVE "REMOVE-HOLD" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "DELETE FAILED STATUS " WS-HOLD-STATUS
                   " ACCT " HOLD-ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-HOLDS TO TRUE
           ELSE
               ADD 1 TO WS-HOLDS-REMOVED
           END-IF.

       WRITE-REGISTER-DETAIL.
           MOVE HOLD-ACCT-NUMBER TO WS-REG-ACCT-NUMBER
           MOVE HOLD-SEQ TO WS-REG-SEQ
           MOVE HOLD-AMOUNT TO WS-REG-AMOUNT
           MOVE HOLD-REASON-CODE TO WS-REG-REASON-CODE
           MOVE HOLD-REASON-TEXT TO WS-REG-REASON-TEXT
           MOVE HOLD-PLACED-DATE TO WS-REG-PLACED-DATE
           MOVE HOLD-RELEASE-DATE TO WS-REG-RELEASE-DATE
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "HOLDS READ" TO WS-CNT-LABEL
           MOVE WS-HOLDS-READ TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "HOLDS IN EFFECT" TO WS-CNT-LABEL
           MOVE WS-HOLDS-ACTIVE TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "HOLDS EXPIRED" TO WS-CNT-LABEL
           MOVE WS-HOLDS-EXPIRED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "HOLDS RELEASED BY STAFF" TO WS-CNT-LABEL
           MOVE WS-HOLDS-RELEASED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "ENDED HOLDS REMOVED FROM FILE" TO WS-CNT-LABEL
           MOVE WS-HOLDS-REMOVED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "TOTAL AMOUNT HELD" TO WS-TOT-LABEL
           MOVE WS-ACTIVE-AMOUNT TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE.

      *****************************************************************
      * A truncated register loses the back office's record of the
      * holds that ended - the write failure fails the run.
      *****************************************************************
       WRITE-REGISTER-LINE.
           WRITE REGISTER-RECORD
           IF WS-REGISTER-STATUS NOT = "00"
               MOVE "WRITE-REGISTER-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE HOLDS REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-HOLDS TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE HOLD-FILE
           CLOSE REGISTER-FILE.

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
       END PROGRAM HOLDEXPR.
