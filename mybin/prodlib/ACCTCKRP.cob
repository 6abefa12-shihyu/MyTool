       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCKRP.
      *****************************************************************
      * Account number check digit exceptions.  Sweeps ACCTMSTR and
      * puts every account number through the ACCTCKDG check that
      * the posting paths apply, listing each number that would be
      * rejected BADCHK with its type, status and customer, and why:
      * not ten digits, a base that cannot carry a check digit, or
      * the wrong check digit (the right one is shown).  These are
      * the accounts opened under branch-keyed numbers that have to
      * be renumbered before items for them can post.  Run once
      * before the check goes live, and again after the
      * renumbering to prove the master clean.
      *
      * Counts by account type close the report.  Condition code 0
      * when every number passes, 4 when any is listed, 16 when the
      * master or the report cannot be processed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CKDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  REPORT-FILE.
       01  REPORT-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-REPORT-STATUS            PIC X(02).
       01  WS-END-OF-ACCTS             PIC X(01) VALUE "N".
           88  END-OF-ACCTS                VALUE "Y".
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-CKDG-FUNCTION            PIC X(01).
       01  WS-CKDG-RC                  PIC 9(02).
       01  WS-EXPECTED-NUMBER          PIC X(10).

       01  WS-CKRP-COUNTERS.
           05  WS-ACCTS-READ           PIC 9(07) VALUE ZERO.
           05  WS-FAILED-CK            PIC 9(07) VALUE ZERO.
           05  WS-FAILED-SV            PIC 9(07) VALUE ZERO.
           05  WS-FAILED-OT            PIC 9(07) VALUE ZERO.
           05  WS-FAILED-TOTAL         PIC 9(07) VALUE ZERO.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACCT-TYPE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-ACCT-STATUS      PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-CUSTOMER-ID      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EXCEPTION        PIC X(30).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-WRONG-DIGIT-TEXT.
           05  FILLER                  PIC X(22)
               VALUE "CHECK DIGIT SHOULD BE ".
           05  WS-WRONG-DIGIT-RIGHT    PIC X(01).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(33)
               VALUE "ACCOUNT NO  TY  S  CUSTOMER    EX".
           05  FILLER                  PIC X(33)
               VALUE "CEPTION                          ".
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "ACCTCKRP".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPEN-FILES
           PERFORM READ-NEXT-ACCOUNT
           PERFORM CHECK-ONE-ACCOUNT UNTIL END-OF-ACCTS
           IF NOT JOB-FAILED
               PERFORM WRITE-TOTALS
           END-IF
           PERFORM CLOSE-FILES
           IF NOT JOB-FAILED AND WS-FAILED-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "ACCTCKRP: ACCOUNTS READ         " WS-ACCTS-READ
           DISPLAY "ACCTCKRP: NUMBERS FAILING CHECK " WS-FAILED-TOTAL
           GOBACK.

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
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN CHECK DIGIT REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ACCTCKRP - ACCOUNT NUMBER CHECK DIGIT EXCEPTIONS"
               TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       READ-NEXT-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCTS TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-READ
           END-READ
           IF NOT END-OF-ACCTS AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-NEXT-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF ACCOUNT MASTER FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ACCTS TO TRUE
           END-IF.

       CHECK-ONE-ACCOUNT.
           MOVE "V" TO WS-CKDG-FUNCTION
           CALL "ACCTCKDG" USING WS-CKDG-FUNCTION ACCT-NUMBER
               WS-CKDG-RC
           IF WS-CKDG-RC NOT = 0
               PERFORM LIST-FAILING-ACCOUNT
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-NEXT-ACCOUNT
           END-IF.

      *****************************************************************
      * Works out why the number fails: generating from its first
      * nine characters tells a base that is not numeric or cannot
      * carry a check digit from one whose tenth digit is wrong.
      *****************************************************************
       LIST-FAILING-ACCOUNT.
           ADD 1 TO WS-FAILED-TOTAL
           EVALUATE TRUE
               WHEN ACCT-TYPE-CHECKING
                   ADD 1 TO WS-FAILED-CK
               WHEN ACCT-TYPE-SAVINGS
                   ADD 1 TO WS-FAILED-SV
               WHEN OTHER
                   ADD 1 TO WS-FAILED-OT
           END-EVALUATE
           MOVE ACCT-NUMBER TO WS-EXPECTED-NUMBER
           MOVE "G" TO WS-CKDG-FUNCTION
           CALL "ACCTCKDG" USING WS-CKDG-FUNCTION WS-EXPECTED-NUMBER
               WS-CKDG-RC
           EVALUATE TRUE
               WHEN WS-CKDG-RC = 8
                   MOVE "NOT A TEN-DIGIT NUMBER" TO WS-DTL-EXCEPTION
               WHEN WS-CKDG-RC = 4
                   MOVE "BASE HAS NO CHECK DIGIT" TO WS-DTL-EXCEPTION
               WHEN ACCT-NUMBER (10:1) IS NOT NUMERIC
                   MOVE "NOT A TEN-DIGIT NUMBER" TO WS-DTL-EXCEPTION
               WHEN OTHER
                   MOVE WS-EXPECTED-NUMBER (10:1)
                       TO WS-WRONG-DIGIT-RIGHT
                   MOVE WS-WRONG-DIGIT-TEXT TO WS-DTL-EXCEPTION
           END-EVALUATE
           MOVE ACCT-NUMBER TO WS-DTL-ACCT-NUMBER
           MOVE ACCT-TYPE TO WS-DTL-ACCT-TYPE
           MOVE ACCT-STATUS TO WS-DTL-ACCT-STATUS
           MOVE ACCT-CUSTOMER-ID TO WS-DTL-CUSTOMER-ID
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS READ" TO WS-CNT-LABEL
           MOVE WS-ACCTS-READ TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "CHECKING NUMBERS FAILING" TO WS-CNT-LABEL
           MOVE WS-FAILED-CK TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "SAVINGS NUMBERS FAILING" TO WS-CNT-LABEL
           MOVE WS-FAILED-SV TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "OTHER TYPE NUMBERS FAILING" TO WS-CNT-LABEL
           MOVE WS-FAILED-OT TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "TOTAL NUMBERS FAILING" TO WS-CNT-LABEL
           MOVE WS-FAILED-TOTAL TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

      *****************************************************************
      * A truncated report hides accounts that would stop posting -
      * the write failure fails the run.
      *****************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "WRITE-REPORT-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE CHECK DIGIT REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-ACCTS TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE ACCT-FILE
           CLOSE REPORT-FILE.

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
       END PROGRAM ACCTCKRP.
