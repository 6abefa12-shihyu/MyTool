      * a removal (a blank after image carrying the key), deleted
      * from the master, and listed on the purge register, which
      * ends with counts proving records archived equals records
      * deleted.  The archive keeps the account's customer ID, so
      * the year-end interest tax run can still report a purged
      * savings account's interest to its customer.  A purged
      * account's end-of-day snapshots are deleted from the balance
      * history BALHIST with it - closed accounts keep their
      * history exactly as long as the retention rules keep the
      * account.
      *
      * PURGPARM: one record - as-of date YYYYMMDD, a space, the
      * retention period in years 9(02).
               ACCESS MODE IS RANDOM
               RECORD KEY IS ARCH-ACCT-NUMBER
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BALH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ACTV-WORK-FILE ASSIGN TO "PURGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           05  ARCH-CUST-NAME          PIC X(35).
           05  ARCH-PURGE-DATE         PIC 9(08).
           05  FILLER                  PIC X(05).
       FD  HISTORY-FILE.
       COPY BALHREC.
       FD  ACTV-WORK-FILE.
       01  ACTV-WORK-RECORD.
           05  AWK-ACCT-NUMBER         PIC X(10).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-IDXJRNL-STATUS           PIC X(02).
       01  WS-ARCHIVE-STATUS           PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-WORK-STATUS              PIC X(02).
       01  WS-SORTED-STATUS            PIC X(02).
       01  WS-REGISTER-STATUS          PIC X(02).
           88  RESTARTING                  VALUE "Y".
       01  WS-IDXJRNL-OPEN             PIC X(01) VALUE "N".
           88  IDXJRNL-OPEN                VALUE "Y".
       01  WS-HISTORY-OPEN             PIC X(01) VALUE "N".
           88  HISTORY-OPEN                VALUE "Y".
       01  WS-END-OF-HISTORY           PIC X(01).
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-RECENT-ARCHIVED          PIC X(01).
           88  RECENT-ARCHIVED             VALUE "Y".
       COPY AJRNLRC.
           05  WS-ACCTS-ARCHIVED       PIC 9(07) VALUE ZERO.
           05  WS-ACCTS-REARCHIVED     PIC 9(07) VALUE ZERO.
           05  WS-ACCTS-DELETED        PIC 9(07) VALUE ZERO.
           05  WS-HISTORY-DELETED      PIC 9(09) VALUE ZERO.

       01  WS-BEFORE-IMAGE             PIC X(48).
       01  WS-AFTER-IMAGE              PIC X(48).
           05  FILLER                  PIC X(10).
           05  WS-CUST-LAST-NAME       PIC X(20).
           05  WS-CUST-FIRST-NAME      PIC X(15).
           05  FILLER                  PIC X(115).
       01  WS-PURGED-CUST-NAME         PIC X(35).

       01  WS-CHKPT-FUNCTION           PIC X(01).
      * The keyed journal archive is probed per candidate; a shop
      * that has never rolled the journal over has no archive and
      * the probe is skipped.  The retrievable account archive is
      * created on the first purge and extended thereafter.  A shop
      * that has not yet taken a balance snapshot has no history to
      * remove.
      *****************************************************************
       OPEN-FILES.
           OPEN INPUT AUDIT-JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HISTORY-FILE
           EVALUATE WS-HISTORY-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HISTORY-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "UNABLE TO OPEN BALANCE HISTORY"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN OUTPUT ACTV-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
      *****************************************************************
      * The purge unit: archive the record with its customer name
      * (a REWRITE when a rerun already archived it), journal the
      * removal, delete its balance history, delete from the
      * master, checkpoint.  The delete only ever follows a
      * successful archive, so a record cannot be lost; the keyed
      * archive absorbs a rerun's re-archive, so a record cannot be
      * archived twice.  The history goes before the master record,
      * so a rerun of an account that died between the two finds
      * the account still selected and its history already gone.
      *****************************************************************
       PURGE-ACCOUNT.
           PERFORM LOOKUP-CUSTOMER-NAME
           IF NOT JOB-FAILED
               PERFORM JOURNAL-REMOVAL
           END-IF
           IF NOT JOB-FAILED AND HISTORY-OPEN
               PERFORM DELETE-BALANCE-HISTORY
           END-IF
           IF NOT JOB-FAILED
               PERFORM DELETE-ACCOUNT
           END-IF
               SET END-OF-ACCTS TO TRUE
           END-IF.

      *****************************************************************
      * Every snapshot for the account, oldest first: STARTs at the
      * account with a zero date and deletes until the key moves on
      * to the next account.
      *****************************************************************
       DELETE-BALANCE-HISTORY.
           MOVE "N" TO WS-END-OF-HISTORY
           MOVE SPACES TO BALH-RECORD
           MOVE ACCT-NUMBER TO BALH-ACCT-NUMBER
           MOVE ZERO TO BALH-DATE
           START HISTORY-FILE KEY NOT < BALH-KEY
               INVALID KEY
                   SET END-OF-HISTORY TO TRUE
           END-START
           IF NOT END-OF-HISTORY
               PERFORM READ-HISTORY-ENTRY
           END-IF
           PERFORM DELETE-HISTORY-ENTRY UNTIL END-OF-HISTORY.

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
               AND BALH-ACCT-NUMBER NOT = ACCT-NUMBER
               SET END-OF-HISTORY TO TRUE
           END-IF.

       DELETE-HISTORY-ENTRY.
           DELETE HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "DELETE-HISTORY-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "HISTORY DELETE FAILED STATUS "
                   WS-HISTORY-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-HISTORY TO TRUE
               SET END-OF-ACCTS TO TRUE
           ELSE
               ADD 1 TO WS-HISTORY-DELETED
               PERFORM READ-HISTORY-ENTRY
           END-IF.

       DELETE-ACCOUNT.
           DELETE ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
           MOVE WS-ACCTS-DELETED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           MOVE "BALANCE HISTORY RECORDS DELETED" TO WS-TOT-LABEL
           MOVE WS-HISTORY-DELETED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           PERFORM WRITE-REGISTER-LINE
           IF WS-ACCTS-ARCHIVED + WS-ACCTS-REARCHIVED
               = WS-ACCTS-DELETED
               MOVE "ARCHIVED EQUALS DELETED - PURGE PROVED"
               CLOSE INDEXED-JRNL-FILE
           END-IF
           CLOSE ARCHIVE-FILE
           IF HISTORY-OPEN
               CLOSE HISTORY-FILE
           END-IF
           CLOSE SORTED-WORK-FILE
           CLOSE REGISTER-FILE.

