       IDENTIFICATION DIVISION.
       PROGRAM-ID. CJRNL01.
      *****************************************************************
      * Writes a before/after image entry (CJRNLRC layout) to the
      * customer master audit journal.  Called alongside every
      * WRITE, REWRITE and DELETE of CUST-RECORD exactly as AJRNL01
      * is called for the account master: the caller passes its
      * program name and the record images, the journal stamps the
      * date and time and carries the customer ID from the after
      * image, or from the before image when a delete leaves the
      * after image blank.
      *
      * Return code 0 on success, 8 when the journal cannot be
      * written - callers must treat 8 as a job failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-JOURNAL-FILE.
       01  CUST-JOURNAL-RECORD          PIC X(356).

       WORKING-STORAGE SECTION.
       01  WS-CJRNL-STATUS             PIC X(02).
       01  WS-TIME-OF-DAY.
           05  WS-TIME-HHMMSS          PIC 9(06).
           05  FILLER                  PIC 9(02).
       COPY CJRNLRC.

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME              PIC X(08).
       01  LK-BEFORE-IMAGE              PIC X(160).
       01  LK-AFTER-IMAGE               PIC X(160).
       01  LK-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING LK-PROGRAM-NAME LK-BEFORE-IMAGE
               LK-AFTER-IMAGE LK-RETURN-CODE.
       MAIN-LOGIC.
           MOVE 0 TO LK-RETURN-CODE
           MOVE SPACES TO CJRNL-RECORD
           ACCEPT CJRNL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-OF-DAY FROM TIME
           MOVE WS-TIME-HHMMSS TO CJRNL-TIME
           MOVE LK-PROGRAM-NAME TO CJRNL-PROGRAM-NAME
           IF LK-AFTER-IMAGE = SPACES
               MOVE LK-BEFORE-IMAGE (1:10) TO CJRNL-CUST-ID
           ELSE
               MOVE LK-AFTER-IMAGE (1:10) TO CJRNL-CUST-ID
           END-IF
           MOVE LK-BEFORE-IMAGE TO CJRNL-BEFORE-IMAGE
           MOVE LK-AFTER-IMAGE TO CJRNL-AFTER-IMAGE
           OPEN EXTEND CUST-JOURNAL-FILE
           IF WS-CJRNL-STATUS = "35"
               OPEN OUTPUT CUST-JOURNAL-FILE
           END-IF
           IF WS-CJRNL-STATUS = "00"
               MOVE CJRNL-RECORD TO CUST-JOURNAL-RECORD
               WRITE CUST-JOURNAL-RECORD
               IF WS-CJRNL-STATUS NOT = "00"
                   MOVE 8 TO LK-RETURN-CODE
               END-IF
               CLOSE CUST-JOURNAL-FILE
           ELSE
               MOVE 8 TO LK-RETURN-CODE
           END-IF
           GOBACK.
       END PROGRAM CJRNL01.
