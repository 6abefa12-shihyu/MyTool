      * overdrafts, unknown transaction codes) are written to the
      * rejects file with a reason code.  Journal and transaction
      * records share the TRANREC layout.
      *
      * A debit the ledger balance covers is still tested against
      * the available balance - the ledger less the funds holds in
      * effect on the batch's business date, totalled by HOLDLKUP -
      * and one that would overdraw the available balance is
      * rejected FNDHLD, kept apart from OVRDFT so the held-funds
      * items can be told from true overdrafts.  A holds file that
      * cannot be read rejects the debit IOERR rather than paying it
      * against unknown holds.
      *
      * A transfer (XF) moves money from the item's account to the
      * counter account it names, and posts as one unit: both
      * accounts are read and validated before either is touched,
      * the debit side tested exactly as a debit is, and a reject
      * on either side rejects the pair - NOCTRA when the counter
      * account is not on the master, CLSCTR when it is closed,
      * BADCTR when it is blank or the item's own account, BADAMT
      * unless the amount is above zero.  Should the second rewrite
      * fail, the first is put back before the pair is rejected
      * IOERR.  Each leg is journalled, to the posting journal and
      * through AJRNL01, against its own account with the other as
      * counter account, and both legs carry the same transfer
      * reference - "B" and the item's position in the file, which
      * a restart reproduces.
      *
      * Every account number on an item - the transfer's counter
      * account too - must carry the check digit ACCTCKDG computes.
      * One that does not is rejected BADCHK before the master is
      * read, so a mistyped or transposed number cannot post to
      * whatever account it happens to match.
      *
      * The input arrives in batches, each a TBATREC header, its
      * items, and a trailer.  Before anything is posted the whole
      * file is read and every batch proved: it must have a header
      * with a source system, batch ID and numeric business date,
      * and a trailer for the same source and batch whose item
      * count and hash total (the amounts summed with their signs)
      * agree with the items.  A batch already on the processed-
      * batches register BATCHREG as complete, or appearing twice
      * in the input, is a retransmission.  A batch that fails is
      * refused whole - none of its items post - and stays in the
      * input for the sender to correct and resend; an accepted
      * batch goes on the register "P" and is marked "C" when the
      * run ends.  A restart finds its own batches still "P", or
      * already "C" if the run died marking them, and accepts them
      * again.  The batch control report BATCHRPT
      * lists every batch and what became of it.
      *
      * Within an accepted batch, an item with the same account,
      * code, amount and date as an earlier item of the batch (and
      * the same standing-instruction tag, so two instructions for
      * the same sum are not confused) is a suspected duplicate: it
      * is not posted but written to the review file TRANREVW with
      * the batch and the position of the item it repeats.
      *
      * Condition codes: 0 clean; 4 suspected duplicates were set
      * aside for review; 8 the restart checkpoint could not be
      * cleared; 12 one or more batches were refused - the
      * scheduler holds ACCTDBPR and GLEXTRCT on 12 or above until
      * the batches are resolved; 16 the run failed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-FILE ASSIGN TO "TRANREJS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT BATCH-REG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BREG-KEY
               FILE STATUS IS WS-BREG-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "TRANREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT BATCH-RPT-FILE ASSIGN TO "BATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-RPT-STATUS.
           SELECT DUP-WORK-FILE ASSIGN TO "DUPWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-WORK-STATUS.
           SELECT DUP-SORTED-FILE ASSIGN TO "DUPSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-SORTED-STATUS.
           SELECT DUP-FLAG-FILE ASSIGN TO "DUPFLAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-FLAG-STATUS.
           SELECT DUP-POSN-FILE ASSIGN TO "DUPPOSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-POSN-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       COPY TRANREC.
       COPY TBATREC.
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD               PIC X(80).
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05  REJ-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  REJ-REASON-CODE          PIC X(06).
       FD  BATCH-REG-FILE.
       COPY BREGREC.
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05  REV-TRAN-DATA            PIC X(80).
           05  FILLER                   PIC X(01).
           05  REV-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                   PIC X(01).
           05  REV-BATCH-ID             PIC X(12).
           05  FILLER                   PIC X(01).
           05  REV-FIRST-RECORD         PIC 9(09).
       FD  BATCH-RPT-FILE.
       01  BATCH-RPT-RECORD             PIC X(100).
       FD  DUP-WORK-FILE.
       01  DUP-WORK-RECORD              PIC X(65).
       FD  DUP-SORTED-FILE.
       01  DUP-SORTED-RECORD            PIC X(65).
       FD  DUP-FLAG-FILE.
       01  DUP-FLAG-RECORD              PIC X(65).
       FD  DUP-POSN-FILE.
       01  DUP-POSN-RECORD              PIC X(65).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-MATCH-KEY            PIC X(47).
           05  SRT-RECORD-NO            PIC 9(09).
           05  SRT-FIRST-RECORD-NO      PIC 9(09).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(02).
           88  END-OF-TRANS                VALUE "Y".
       01  WS-REASON-CODE              PIC X(06).
       01  WS-NEW-BALANCE              PIC S9(11)V99.
       01  WS-HOLD-TOTAL               PIC S9(11)V99 COMP-3.
       01  WS-HOLD-RC                  PIC 9(02).
       01  WS-HOLD-ASOF-DATE           PIC 9(08).
       01  WS-TRANS-READ               PIC 9(07) VALUE ZERO.
       01  WS-TRANS-POSTED             PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REJECTED           PIC 9(07) VALUE ZERO.
       01  WS-XFERS-POSTED             PIC 9(07) VALUE ZERO.
       01  WS-JOB-FAILED               PIC X(01) VALUE "N".
           88  JOB-FAILED                  VALUE "Y".
       01  WS-RESTARTING               PIC X(01) VALUE "N".
       01  WS-BEFORE-IMAGE             PIC X(48).
       01  WS-AFTER-IMAGE              PIC X(48).
       01  WS-AJRNL-RC                 PIC 9(02).
       01  WS-CKDG-FUNCTION            PIC X(01) VALUE "V".
       01  WS-CKDG-ACCT-NUMBER         PIC X(10).
       01  WS-CKDG-RC                  PIC 9(02).
       01  WS-BREG-STATUS              PIC X(02).
       01  WS-REVIEW-STATUS            PIC X(02).
       01  WS-BATCH-RPT-STATUS         PIC X(02).
       01  WS-DUP-WORK-STATUS          PIC X(02).
       01  WS-DUP-SORTED-STATUS        PIC X(02).
       01  WS-DUP-FLAG-STATUS          PIC X(02).
       01  WS-DUP-POSN-STATUS          PIC X(02).
       01  WS-END-OF-DUP-SORTED        PIC X(01) VALUE "N".
           88  END-OF-DUP-SORTED           VALUE "Y".
       01  WS-CURRENT-DATE             PIC 9(08).
       01  WS-TRANS-PROVED             PIC 9(09) VALUE ZERO.
       01  WS-RECORD-NO                PIC 9(09).
       01  WS-CONTROL-RECORDS          PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REFUSED            PIC 9(07) VALUE ZERO.
       01  WS-TRANS-REVIEWED           PIC 9(07) VALUE ZERO.
       01  WS-REFUSED-ITEMS            PIC 9(07) VALUE ZERO.
       01  WS-DUPS-FOUND               PIC 9(07) VALUE ZERO.
       01  WS-BATCHES-ACCEPTED         PIC 9(04) VALUE ZERO.
       01  WS-BATCHES-REFUSED          PIC 9(04) VALUE ZERO.

      *****************************************************************
      * Batch controls.  One entry per batch in the input, in file
      * order, built by the proving pass; the posting pass tracks
      * the same headers and trailers to know which batch each item
      * belongs to.  Items ahead of any header, or after a trailer
      * with no new header, make a batch of their own with no
      * header, which is refused.
      *****************************************************************
       01  WS-BATCH-MAX                PIC 9(04) VALUE 50.
       01  WS-BATCH-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-CUR-BATCH                PIC 9(04) VALUE ZERO.
       01  WS-BAT-SUB                  PIC 9(04).
       01  WS-CMP-SUB                  PIC 9(04).
       01  WS-BATCH-OPEN               PIC X(01) VALUE "N".
           88  BATCH-OPEN                  VALUE "Y".
       01  WS-NEW-BATCH                PIC X(01).
           88  NEW-BATCH-STARTED           VALUE "Y".
       01  WS-RECORD-KIND              PIC X(01).
           88  REC-IS-HEADER               VALUE "H".
           88  REC-IS-TRAILER              VALUE "T".
           88  REC-IS-ITEM                 VALUE "I".
       01  WS-BATCH-TABLE.
           05  WS-BAT-ENTRY            OCCURS 50 TIMES.
               10  WS-BAT-SOURCE-SYSTEM    PIC X(08).
               10  WS-BAT-BATCH-ID         PIC X(12).
               10  WS-BAT-BUSINESS-DATE    PIC X(08).
               10  WS-BAT-HEADER-FOUND     PIC X(01).
               10  WS-BAT-TRAILER-FOUND    PIC X(01).
               10  WS-BAT-TRAILER-NUMERIC  PIC X(01).
               10  WS-BAT-TRL-SOURCE       PIC X(08).
               10  WS-BAT-TRL-BATCH-ID     PIC X(12).
               10  WS-BAT-TRL-COUNT        PIC 9(07).
               10  WS-BAT-TRL-HASH         PIC S9(13)V99.
               10  WS-BAT-ITEM-COUNT       PIC 9(07).
               10  WS-BAT-HASH-TOTAL       PIC S9(15)V99.
               10  WS-BAT-DISPOSITION      PIC X(06).
                   88  BAT-ACCEPTED            VALUE "ACCEPT".

      *****************************************************************
      * Duplicate search work record: the items of each batch are
      * sorted on the match key, and every item whose key equals
      * the one before it is flagged with the position of the first
      * of them.  The flags are sorted back into file order for the
      * posting pass to meet in step.
      *****************************************************************
       01  WS-DUP-ITEM.
           05  WS-DUP-MATCH-KEY.
               10  WS-DUP-BATCH-NO         PIC 9(04).
               10  WS-DUP-ACCT-NUMBER      PIC X(10).
               10  WS-DUP-CODE             PIC X(02).
               10  WS-DUP-AMOUNT           PIC X(13).
               10  WS-DUP-DATE             PIC X(08).
               10  WS-DUP-ORIGIN           PIC X(10).
           05  WS-DUP-RECORD-NO            PIC 9(09).
           05  WS-DUP-FIRST-RECORD-NO      PIC 9(09).
       01  WS-PREV-MATCH-KEY           PIC X(47).
       01  WS-PREV-FIRST-RECORD-NO     PIC 9(09).
       01  WS-NEXT-DUP-RECORD          PIC 9(09).
       01  WS-NEXT-DUP-FIRST           PIC 9(09).

       01  WS-BATCH-LINE.
           05  WS-BL-SOURCE-SYSTEM     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-BATCH-ID          PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-BUSINESS-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-ITEM-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-TRL-COUNT         PIC ZZZZZZ9.
           05  WS-BL-TRL-COUNT-X REDEFINES WS-BL-TRL-COUNT
                                       PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-HASH-TOTAL        PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-DISPOSITION       PIC X(28).

       01  WS-BATCH-HEADING.
           05  FILLER                  PIC X(33)
               VALUE "SOURCE    BATCH ID      BUS DATE ".
           05  FILLER                  PIC X(33)
               VALUE "   ITEMS  TRAILER          HASH T".
           05  FILLER                  PIC X(34)
               VALUE "OTAL  DISPOSITION".

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

      *****************************************************************
      * Transfer work areas: the input item and both account
      * records as read are kept while the legs are applied, so
      * either rewrite can be undone and each leg journalled.
      *****************************************************************
       01  WS-XFER-ITEM                PIC X(80).
       01  WS-XFER-FROM-RECORD         PIC X(48).
       01  WS-XFER-FROM-AFTER          PIC X(48).
       01  WS-XFER-TO-RECORD           PIC X(48).
       01  WS-XFER-TO-AFTER            PIC X(48).
       01  WS-XFER-FROM-PRIOR          PIC S9(11)V99.
       01  WS-XFER-FROM-POSTED         PIC S9(11)V99.
       01  WS-XFER-TO-PRIOR            PIC S9(11)V99.
       01  WS-XFER-TO-POSTED           PIC S9(11)V99.
       01  WS-XFER-REFERENCE.
           05  WS-XFER-REF-SOURCE      PIC X(01) VALUE "B".
           05  WS-XFER-REF-SEQ         PIC 9(08).
       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "ACCTUPDT".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-INPUT-FILES
           PERFORM READ-RESTART-CHECKPOINT
           PERFORM PROVE-BATCHES
           PERFORM OPEN-OUTPUT-FILES
           IF RESTARTING
               PERFORM SKIP-ONE-TRANSACTION
               PERFORM READ-TRANSACTION
           END-IF
           PERFORM POST-TRANSACTION UNTIL END-OF-TRANS
           IF NOT JOB-FAILED
               PERFORM MARK-BATCH-COMPLETE
                   VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BATCH-COUNT
                   OR JOB-FAILED
           END-IF
           PERFORM CLOSE-FILES
           IF NOT JOB-FAILED
               PERFORM CLEAR-RESTART-CHECKPOINT
               PERFORM SET-CONDITION-CODE
           END-IF
           DISPLAY "ACCTUPDT: TRANSACTIONS SKIPPED  " WS-TRANS-SKIPPED
           DISPLAY "ACCTUPDT: TRANSACTIONS READ     " WS-TRANS-READ
           DISPLAY "ACCTUPDT: TRANSACTIONS POSTED   " WS-TRANS-POSTED
           DISPLAY "ACCTUPDT: TRANSACTIONS REJECTED " WS-TRANS-REJECTED
           DISPLAY "ACCTUPDT: TRANSFERS POSTED      " WS-XFERS-POSTED
           DISPLAY "ACCTUPDT: BATCHES ACCEPTED      "
               WS-BATCHES-ACCEPTED
           DISPLAY "ACCTUPDT: BATCHES REFUSED       " WS-BATCHES-REFUSED
           DISPLAY "ACCTUPDT: ITEMS IN REFUSED BATCH" WS-TRANS-REFUSED
           DISPLAY "ACCTUPDT: ITEMS SENT TO REVIEW  " WS-TRANS-REVIEWED
           GOBACK.

       OPEN-INPUT-FILES.
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O BATCH-REG-FILE
           IF WS-BREG-STATUS NOT = "00"
               MOVE "OPEN-INPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN BATCH REGISTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-TRANS TO TRUE
           END-IF
           IF NOT END-OF-TRANS
               PERFORM TRACK-BATCH
           END-IF.

      *****************************************************************
      * The proving pass.  The whole input is read once before any
      * item is posted: every batch is counted, hashed and judged,
      * each item is written to the duplicate search, and the file
      * is reopened for posting.  Nothing this pass finds wrong with
      * a batch stops the run - the batch is refused and the rest
      * post - but a file that cannot be read or worked through
      * fails it before anything is touched.
      *****************************************************************
       PROVE-BATCHES.
           OPEN OUTPUT DUP-WORK-FILE
           IF WS-DUP-WORK-STATUS NOT = "00"
               MOVE "PROVE-BATCHES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN DUPLICATE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-FOR-PROOF
           PERFORM PROVE-ONE-RECORD UNTIL END-OF-TRANS
           CLOSE DUP-WORK-FILE
           CLOSE TRAN-FILE
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-STATUS NOT = "00"
               MOVE "PROVE-BATCHES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO REOPEN TRANSACTION FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-END-OF-TRANS
           MOVE "N" TO WS-BATCH-OPEN
           MOVE ZERO TO WS-CUR-BATCH
           PERFORM JUDGE-BATCH
               VARYING WS-BAT-SUB FROM 1 BY 1
               UNTIL WS-BAT-SUB > WS-BATCH-COUNT
           PERFORM FIND-SUSPECTED-DUPLICATES
           PERFORM WRITE-BATCH-REPORT.

       READ-FOR-PROOF.
           READ TRAN-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-PROVED
           END-READ
           IF NOT END-OF-TRANS AND WS-TRAN-STATUS NOT = "00"
               MOVE "READ-FOR-PROOF" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ FAILED PROVING BATCHES"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       PROVE-ONE-RECORD.
           PERFORM TRACK-BATCH
           IF NEW-BATCH-STARTED
               PERFORM OPEN-BATCH-ENTRY
           END-IF
           EVALUATE TRUE
               WHEN REC-IS-HEADER
                   MOVE "Y" TO WS-BAT-HEADER-FOUND (WS-CUR-BATCH)
                   MOVE TBAT-SOURCE-SYSTEM
                       TO WS-BAT-SOURCE-SYSTEM (WS-CUR-BATCH)
                   MOVE TBAT-BATCH-ID TO WS-BAT-BATCH-ID (WS-CUR-BATCH)
                   MOVE TBAT-HEADER-DATA (1:8)
                       TO WS-BAT-BUSINESS-DATE (WS-CUR-BATCH)
               WHEN REC-IS-TRAILER
                   MOVE "Y" TO WS-BAT-TRAILER-FOUND (WS-CUR-BATCH)
                   MOVE TBAT-SOURCE-SYSTEM
                       TO WS-BAT-TRL-SOURCE (WS-CUR-BATCH)
                   MOVE TBAT-BATCH-ID
                       TO WS-BAT-TRL-BATCH-ID (WS-CUR-BATCH)
                   IF TBAT-ITEM-COUNT IS NUMERIC
                       AND TBAT-HASH-TOTAL IS NUMERIC
                       MOVE "Y"
                           TO WS-BAT-TRAILER-NUMERIC (WS-CUR-BATCH)
                       MOVE TBAT-ITEM-COUNT
                           TO WS-BAT-TRL-COUNT (WS-CUR-BATCH)
                       MOVE TBAT-HASH-TOTAL
                           TO WS-BAT-TRL-HASH (WS-CUR-BATCH)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAT-ITEM-COUNT (WS-CUR-BATCH)
                   IF TRAN-AMOUNT IS NUMERIC
                       ADD TRAN-AMOUNT
                           TO WS-BAT-HASH-TOTAL (WS-CUR-BATCH)
                   END-IF
                   PERFORM WRITE-DUP-WORK
           END-EVALUATE
           PERFORM READ-FOR-PROOF.

      *****************************************************************
      * Classifies the record just read as a batch header, trailer
      * or item and keeps WS-CUR-BATCH on the batch it belongs to.
      * Every pass over the input runs each record through here, so
      * all of them number the batches alike.
      *****************************************************************
       TRACK-BATCH.
           MOVE "N" TO WS-NEW-BATCH
           EVALUATE TRUE
               WHEN TBAT-IS-CONTROL AND TBAT-HEADER
                   MOVE "H" TO WS-RECORD-KIND
                   PERFORM START-NEXT-BATCH
                   MOVE "Y" TO WS-BATCH-OPEN
               WHEN TBAT-IS-CONTROL AND TBAT-TRAILER
                   MOVE "T" TO WS-RECORD-KIND
                   IF NOT BATCH-OPEN
                       PERFORM START-NEXT-BATCH
                   END-IF
                   MOVE "N" TO WS-BATCH-OPEN
               WHEN OTHER
                   MOVE "I" TO WS-RECORD-KIND
                   IF NOT BATCH-OPEN
                       PERFORM START-NEXT-BATCH
                       MOVE "Y" TO WS-BATCH-OPEN
                   END-IF
           END-EVALUATE.

       START-NEXT-BATCH.
           ADD 1 TO WS-CUR-BATCH
           MOVE "Y" TO WS-NEW-BATCH.

       OPEN-BATCH-ENTRY.
           IF WS-CUR-BATCH > WS-BATCH-MAX
               MOVE "OPEN-BATCH-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "TOO MANY BATCHES IN POSTING INPUT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CUR-BATCH TO WS-BATCH-COUNT
           INITIALIZE WS-BAT-ENTRY (WS-CUR-BATCH)
           MOVE "N" TO WS-BAT-HEADER-FOUND (WS-CUR-BATCH)
           MOVE "N" TO WS-BAT-TRAILER-FOUND (WS-CUR-BATCH)
           MOVE "N" TO WS-BAT-TRAILER-NUMERIC (WS-CUR-BATCH).

       WRITE-DUP-WORK.
           MOVE WS-CUR-BATCH TO WS-DUP-BATCH-NO
           MOVE TRAN-ACCT-NUMBER TO WS-DUP-ACCT-NUMBER
           MOVE TRAN-CODE TO WS-DUP-CODE
           MOVE TRAN-RECORD (13:13) TO WS-DUP-AMOUNT
           MOVE TRAN-RECORD (27:8) TO WS-DUP-DATE
           MOVE TRAN-XFER-LINK TO WS-DUP-ORIGIN
           MOVE WS-TRANS-PROVED TO WS-DUP-RECORD-NO
           MOVE ZERO TO WS-DUP-FIRST-RECORD-NO
           WRITE DUP-WORK-RECORD FROM WS-DUP-ITEM
           IF WS-DUP-WORK-STATUS NOT = "00"
               MOVE "WRITE-DUP-WORK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE DUPLICATE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Judges one batch.  The first failure found is the one
      * reported.  A batch that proves is then looked for earlier
      * in the input and on the register: one the register holds
      * complete was posted by an earlier run; one it holds "P" was
      * accepted by this run's interrupted first attempt.  Any
      * other is registered "P" now.  A restart can also meet its
      * own batches already "C", when the first attempt died part
      * way through marking them complete: a "C" record accepted
      * today under the same business date, count and hash total
      * is taken as this run's own and accepted again.  A restart
      * is therefore rerun the same day.
      *****************************************************************
       JUDGE-BATCH.
           EVALUATE TRUE
               WHEN WS-BAT-HEADER-FOUND (WS-BAT-SUB) NOT = "Y"
                   MOVE "NOHDR " TO WS-BAT-DISPOSITION (WS-BAT-SUB)
               WHEN WS-BAT-TRAILER-FOUND (WS-BAT-SUB) NOT = "Y"
                   MOVE "NOTRLR" TO WS-BAT-DISPOSITION (WS-BAT-SUB)
               WHEN WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB) = SPACES
                 OR WS-BAT-BATCH-ID (WS-BAT-SUB) = SPACES
                 OR WS-BAT-BUSINESS-DATE (WS-BAT-SUB) IS NOT NUMERIC
                   MOVE "BADHDR" TO WS-BAT-DISPOSITION (WS-BAT-SUB)
               WHEN WS-BAT-TRAILER-NUMERIC (WS-BAT-SUB) NOT = "Y"
                 OR WS-BAT-TRL-SOURCE (WS-BAT-SUB)
                    NOT = WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB)
                 OR WS-BAT-TRL-BATCH-ID (WS-BAT-SUB)
                    NOT = WS-BAT-BATCH-ID (WS-BAT-SUB)
                 OR WS-BAT-TRL-COUNT (WS-BAT-SUB)
                    NOT = WS-BAT-ITEM-COUNT (WS-BAT-SUB)
                 OR WS-BAT-TRL-HASH (WS-BAT-SUB)
                    NOT = WS-BAT-HASH-TOTAL (WS-BAT-SUB)
                   MOVE "NOPROV" TO WS-BAT-DISPOSITION (WS-BAT-SUB)
               WHEN OTHER
                   PERFORM CHECK-BATCH-REGISTER
           END-EVALUATE
           IF BAT-ACCEPTED (WS-BAT-SUB)
               ADD 1 TO WS-BATCHES-ACCEPTED
           ELSE
               ADD 1 TO WS-BATCHES-REFUSED
               ADD WS-BAT-ITEM-COUNT (WS-BAT-SUB) TO WS-REFUSED-ITEMS
           END-IF.

       CHECK-BATCH-REGISTER.
           MOVE "ACCEPT" TO WS-BAT-DISPOSITION (WS-BAT-SUB)
           PERFORM FIND-EARLIER-BATCH
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB >= WS-BAT-SUB
           IF BAT-ACCEPTED (WS-BAT-SUB)
               MOVE WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB)
                   TO BREG-SOURCE-SYSTEM
               MOVE WS-BAT-BATCH-ID (WS-BAT-SUB) TO BREG-BATCH-ID
               READ BATCH-REG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-BREG-STATUS
                   WHEN "00"
                       IF BREG-COMPLETE
                           PERFORM CHECK-COMPLETED-BATCH
                       END-IF
                   WHEN "23"
                       PERFORM REGISTER-NEW-BATCH
                   WHEN OTHER
                       MOVE "CHECK-BATCH-REGISTER"
                           TO WS-ERR-PARAGRAPH-NAME
                       MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                       STRING "REGISTER READ FAILED STATUS "
                           WS-BREG-STATUS
                           DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                       PERFORM LOG-SEVERE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF.

       CHECK-COMPLETED-BATCH.
           IF RESTARTING
               AND BREG-PROCESSED-DATE = WS-CURRENT-DATE
               AND BREG-BUSINESS-DATE
                   = WS-BAT-BUSINESS-DATE (WS-BAT-SUB)
               AND BREG-ITEM-COUNT = WS-BAT-TRL-COUNT (WS-BAT-SUB)
               AND BREG-HASH-TOTAL = WS-BAT-TRL-HASH (WS-BAT-SUB)
               CONTINUE
           ELSE
               MOVE "DUPBAT" TO WS-BAT-DISPOSITION (WS-BAT-SUB)
           END-IF.

       FIND-EARLIER-BATCH.
           IF BAT-ACCEPTED (WS-CMP-SUB)
               AND WS-BAT-SOURCE-SYSTEM (WS-CMP-SUB)
                   = WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB)
               AND WS-BAT-BATCH-ID (WS-CMP-SUB)
                   = WS-BAT-BATCH-ID (WS-BAT-SUB)
               MOVE "DUPBAT" TO WS-BAT-DISPOSITION (WS-BAT-SUB)
           END-IF.

       REGISTER-NEW-BATCH.
           MOVE SPACES TO BREG-RECORD
           MOVE WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB)
               TO BREG-SOURCE-SYSTEM
           MOVE WS-BAT-BATCH-ID (WS-BAT-SUB) TO BREG-BATCH-ID
           MOVE WS-BAT-BUSINESS-DATE (WS-BAT-SUB)
               TO BREG-BUSINESS-DATE
           MOVE WS-BAT-TRL-COUNT (WS-BAT-SUB) TO BREG-ITEM-COUNT
           MOVE WS-BAT-TRL-HASH (WS-BAT-SUB) TO BREG-HASH-TOTAL
           MOVE "P" TO BREG-STATUS
           MOVE WS-CURRENT-DATE TO BREG-PROCESSED-DATE
           WRITE BREG-RECORD
           IF WS-BREG-STATUS NOT = "00"
               MOVE "REGISTER-NEW-BATCH" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REGISTER WRITE FAILED STATUS " WS-BREG-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Sorts the items on the match key; an item whose key equals
      * the one before it repeats an earlier item of its batch and
      * is flagged - only in accepted batches, as a refused batch
      * posts nothing anyway.  The flags are sorted back into file
      * order and the first one is read ready for the posting pass.
      *****************************************************************
       FIND-SUSPECTED-DUPLICATES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-MATCH-KEY SRT-RECORD-NO
               USING DUP-WORK-FILE
               GIVING DUP-SORTED-FILE
           IF SORT-RETURN NOT = 0
               MOVE "FIND-SUSPECTED-DUPLICATES"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE "SORT OF DUPLICATE WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DUP-SORTED-FILE
           OPEN OUTPUT DUP-FLAG-FILE
           IF WS-DUP-SORTED-STATUS NOT = "00"
               OR WS-DUP-FLAG-STATUS NOT = "00"
               MOVE "FIND-SUSPECTED-DUPLICATES"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN DUPLICATE WORK FILES"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE HIGH-VALUES TO WS-PREV-MATCH-KEY
           PERFORM READ-SORTED-ITEM
           PERFORM FLAG-ONE-ITEM UNTIL END-OF-DUP-SORTED
           CLOSE DUP-SORTED-FILE
           CLOSE DUP-FLAG-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SRT-RECORD-NO
               USING DUP-FLAG-FILE
               GIVING DUP-POSN-FILE
           IF SORT-RETURN NOT = 0
               MOVE "FIND-SUSPECTED-DUPLICATES"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE "SORT OF DUPLICATE FLAGS FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DUP-POSN-FILE
           IF WS-DUP-POSN-STATUS NOT = "00"
               MOVE "FIND-SUSPECTED-DUPLICATES"
                   TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN DUPLICATE FLAGS"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-NEXT-SUSPECT.

       READ-SORTED-ITEM.
           READ DUP-SORTED-FILE INTO WS-DUP-ITEM
               AT END
                   SET END-OF-DUP-SORTED TO TRUE
           END-READ
           IF NOT END-OF-DUP-SORTED AND WS-DUP-SORTED-STATUS NOT = "00"
               MOVE "READ-SORTED-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF SORTED DUPLICATE FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       FLAG-ONE-ITEM.
           IF WS-DUP-MATCH-KEY = WS-PREV-MATCH-KEY
               IF BAT-ACCEPTED (WS-DUP-BATCH-NO)
                   MOVE WS-PREV-FIRST-RECORD-NO
                       TO WS-DUP-FIRST-RECORD-NO
                   WRITE DUP-FLAG-RECORD FROM WS-DUP-ITEM
                   IF WS-DUP-FLAG-STATUS NOT = "00"
                       MOVE "FLAG-ONE-ITEM" TO WS-ERR-PARAGRAPH-NAME
                       MOVE "UNABLE TO WRITE DUPLICATE FLAGS"
                           TO WS-ERR-MESSAGE-TEXT
                       PERFORM LOG-SEVERE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-DUPS-FOUND
               END-IF
           ELSE
               MOVE WS-DUP-MATCH-KEY TO WS-PREV-MATCH-KEY
               MOVE WS-DUP-RECORD-NO TO WS-PREV-FIRST-RECORD-NO
           END-IF
           PERFORM READ-SORTED-ITEM.

      *****************************************************************
      * The batch control report is written whole by the proving
      * pass, so a restarted run reproduces it.
      *****************************************************************
       WRITE-BATCH-REPORT.
           OPEN OUTPUT BATCH-RPT-FILE
           IF WS-BATCH-RPT-STATUS NOT = "00"
               MOVE "WRITE-BATCH-REPORT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN BATCH CONTROL REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "ACCTUPDT - POSTING INPUT BATCH CONTROL REPORT"
               TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           MOVE WS-BATCH-HEADING TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           PERFORM WRITE-BATCH-DETAIL
               VARYING WS-BAT-SUB FROM 1 BY 1
               UNTIL WS-BAT-SUB > WS-BATCH-COUNT
           MOVE SPACES TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           MOVE "BATCHES ACCEPTED" TO WS-CNT-LABEL
           MOVE WS-BATCHES-ACCEPTED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           MOVE "BATCHES REFUSED" TO WS-CNT-LABEL
           MOVE WS-BATCHES-REFUSED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           MOVE "ITEMS IN REFUSED BATCHES" TO WS-CNT-LABEL
           MOVE WS-REFUSED-ITEMS TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           MOVE "SUSPECTED DUPLICATES FOR REVIEW" TO WS-CNT-LABEL
           MOVE WS-DUPS-FOUND TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE
           CLOSE BATCH-RPT-FILE.

       WRITE-BATCH-DETAIL.
           MOVE WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB)
               TO WS-BL-SOURCE-SYSTEM
           MOVE WS-BAT-BATCH-ID (WS-BAT-SUB) TO WS-BL-BATCH-ID
           MOVE WS-BAT-BUSINESS-DATE (WS-BAT-SUB)
               TO WS-BL-BUSINESS-DATE
           MOVE WS-BAT-ITEM-COUNT (WS-BAT-SUB) TO WS-BL-ITEM-COUNT
           IF WS-BAT-TRAILER-NUMERIC (WS-BAT-SUB) = "Y"
               MOVE WS-BAT-TRL-COUNT (WS-BAT-SUB) TO WS-BL-TRL-COUNT
           ELSE
               MOVE SPACES TO WS-BL-TRL-COUNT-X
           END-IF
           MOVE WS-BAT-HASH-TOTAL (WS-BAT-SUB) TO WS-BL-HASH-TOTAL
           EVALUATE WS-BAT-DISPOSITION (WS-BAT-SUB)
               WHEN "ACCEPT"
                   MOVE "ACCEPTED" TO WS-BL-DISPOSITION
               WHEN "NOHDR "
                   MOVE "REFUSED - NO HEADER" TO WS-BL-DISPOSITION
               WHEN "NOTRLR"
                   MOVE "REFUSED - NO TRAILER" TO WS-BL-DISPOSITION
               WHEN "BADHDR"
                   MOVE "REFUSED - HEADER INVALID"
                       TO WS-BL-DISPOSITION
               WHEN "NOPROV"
                   MOVE "REFUSED - TRAILER NOT PROVED"
                       TO WS-BL-DISPOSITION
               WHEN OTHER
                   MOVE "REFUSED - ALREADY PROCESSED"
                       TO WS-BL-DISPOSITION
           END-EVALUATE
           MOVE WS-BATCH-LINE TO BATCH-RPT-RECORD
           PERFORM WRITE-BATCH-RPT-LINE.

       WRITE-BATCH-RPT-LINE.
           WRITE BATCH-RPT-RECORD
           IF WS-BATCH-RPT-STATUS NOT = "00"
               MOVE "WRITE-BATCH-RPT-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE BATCH CONTROL REPORT"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-OUTPUT-FILES.
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF RESTARTING
               OPEN EXTEND REVIEW-FILE
           ELSE
               OPEN OUTPUT REVIEW-FILE
           END-IF
           IF WS-REVIEW-STATUS NOT = "00"
               MOVE "OPEN-OUTPUT-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN REVIEW FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       READ-TRANSACTION.
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-TRANS TO TRUE
           END-IF
           IF NOT END-OF-TRANS
               PERFORM TRACK-BATCH
           END-IF.

      *****************************************************************
      * Applies one transaction to the account master.  The account
      * is read for update, the transaction is validated against the
      * account's status and balance, and the result is either a
      * journalled REWRITE or a reject with a reason code.  A
      * transfer touches two accounts and takes its own path.
      * Batch headers and trailers post nothing; an item of a
      * refused batch is passed over, and a suspected duplicate
      * goes to the review file instead of posting.
      *****************************************************************
       POST-TRANSACTION.
           MOVE SPACES TO WS-REASON-CODE
           COMPUTE WS-RECORD-NO = WS-TRANS-SKIPPED + WS-TRANS-READ
           PERFORM READ-NEXT-SUSPECT
               UNTIL WS-NEXT-DUP-RECORD >= WS-RECORD-NO
           EVALUATE TRUE
               WHEN JOB-FAILED
                   CONTINUE
               WHEN NOT REC-IS-ITEM
                   ADD 1 TO WS-CONTROL-RECORDS
               WHEN NOT BAT-ACCEPTED (WS-CUR-BATCH)
                   ADD 1 TO WS-TRANS-REFUSED
               WHEN WS-NEXT-DUP-RECORD = WS-RECORD-NO
                   PERFORM WRITE-REVIEW
               WHEN TRAN-CODE-XFER
                   PERFORM POST-TRANSFER
               WHEN OTHER
                   PERFORM POST-SINGLE-ITEM
           END-EVALUATE
           IF NOT JOB-FAILED
               PERFORM WRITE-RESTART-CHECKPOINT
           END-IF
           IF NOT JOB-FAILED
               PERFORM READ-TRANSACTION
           END-IF.

       POST-SINGLE-ITEM.
           MOVE TRAN-ACCT-NUMBER TO WS-CKDG-ACCT-NUMBER
           PERFORM CHECK-ACCOUNT-DIGIT
           IF WS-REASON-CODE = SPACES
               MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       MOVE "NOACCT" TO WS-REASON-CODE
               END-READ
           END-IF
           IF WS-REASON-CODE = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "POST-TRANSACTION" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               PERFORM APPLY-TRANSACTION
           ELSE
               PERFORM WRITE-REJECT
           END-IF.

      *****************************************************************
      * Rejects BADCHK an account number whose check digit does not
      * agree - before any master read is tried with it.
      *****************************************************************
       CHECK-ACCOUNT-DIGIT.
           CALL "ACCTCKDG" USING WS-CKDG-FUNCTION WS-CKDG-ACCT-NUMBER
               WS-CKDG-RC
           IF WS-CKDG-RC NOT = 0
               MOVE "BADCHK" TO WS-REASON-CODE
           END-IF.

      *****************************************************************
      * One transfer, both legs or neither: the item is checked,
      * the account debited is read and tested as any debit is,
      * then the counter account is read and must be open.  Only
      * when both sides pass is either account rewritten.
      *****************************************************************
       POST-TRANSFER.
           EVALUATE TRUE
               WHEN TRAN-AMOUNT IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-REASON-CODE
               WHEN TRAN-AMOUNT NOT > ZERO
                   MOVE "BADAMT" TO WS-REASON-CODE
               WHEN TRAN-COUNTER-ACCT = SPACES
                   MOVE "BADCTR" TO WS-REASON-CODE
               WHEN TRAN-COUNTER-ACCT = TRAN-ACCT-NUMBER
                   MOVE "BADCTR" TO WS-REASON-CODE
               WHEN OTHER
                   MOVE TRAN-ACCT-NUMBER TO WS-CKDG-ACCT-NUMBER
                   PERFORM CHECK-ACCOUNT-DIGIT
                   IF WS-REASON-CODE = SPACES
                       MOVE TRAN-COUNTER-ACCT TO WS-CKDG-ACCT-NUMBER
                       PERFORM CHECK-ACCOUNT-DIGIT
                   END-IF
                   IF WS-REASON-CODE = SPACES
                       PERFORM READ-TRANSFER-FROM
                   END-IF
           END-EVALUATE
           IF WS-REASON-CODE = SPACES
               PERFORM READ-TRANSFER-TO
           END-IF
           IF WS-REASON-CODE = SPACES
               PERFORM APPLY-TRANSFER
           ELSE
               PERFORM WRITE-REJECT
           END-IF.

       READ-TRANSFER-FROM.
           MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NOACCT" TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-TRANSFER-FROM" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES
               IF ACCT-STATUS-CLOSED
                   MOVE "CLOSED" TO WS-REASON-CODE
               ELSE
                   COMPUTE WS-NEW-BALANCE =
                       ACCT-BALANCE - TRAN-AMOUNT
                   IF WS-NEW-BALANCE < ZERO
                       MOVE "OVRDFT" TO WS-REASON-CODE
                   ELSE
                       PERFORM CHECK-AVAILABLE-BALANCE
                   END-IF
               END-IF
           END-IF
           IF WS-REASON-CODE = SPACES
               MOVE ACCT-RECORD TO WS-XFER-FROM-RECORD
           END-IF.

       READ-TRANSFER-TO.
           MOVE TRAN-COUNTER-ACCT TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   MOVE "NOCTRA" TO WS-REASON-CODE
           END-READ
           IF WS-REASON-CODE = SPACES AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-TRANSFER-TO" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "READ FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           END-IF
           IF WS-REASON-CODE = SPACES
               IF ACCT-STATUS-CLOSED
                   MOVE "CLSCTR" TO WS-REASON-CODE
               ELSE
                   MOVE ACCT-RECORD TO WS-XFER-TO-RECORD
               END-IF
           END-IF.

      *****************************************************************
      * Debits the first account, then credits the counter account.
      * A dormant account on either side reactivates, as on any
      * debit or credit.  If the credit cannot be rewritten the
      * debit is rewritten back to its image as read, so the pair
      * is rejected with neither side applied; should even that
      * fail the master is out of balance by the one leg and the
      * job stops for the operators.
      *****************************************************************
       APPLY-TRANSFER.
           MOVE TRAN-RECORD TO WS-XFER-ITEM
           COMPUTE WS-XFER-REF-SEQ = WS-TRANS-SKIPPED + WS-TRANS-READ
           MOVE WS-XFER-FROM-RECORD TO ACCT-RECORD
           MOVE ACCT-BALANCE TO WS-XFER-FROM-PRIOR
           IF ACCT-STATUS-DORMANT
               MOVE "A" TO ACCT-STATUS
           END-IF
           SUBTRACT TRAN-AMOUNT FROM ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-XFER-FROM-POSTED
           REWRITE ACCT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "APPLY-TRANSFER" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
               PERFORM WRITE-REJECT
           ELSE
               MOVE ACCT-RECORD TO WS-XFER-FROM-AFTER
               PERFORM APPLY-TRANSFER-CREDIT
           END-IF.

       APPLY-TRANSFER-CREDIT.
           MOVE WS-XFER-TO-RECORD TO ACCT-RECORD
           MOVE ACCT-BALANCE TO WS-XFER-TO-PRIOR
           IF ACCT-STATUS-DORMANT
               MOVE "A" TO ACCT-STATUS
           END-IF
           ADD TRAN-AMOUNT TO ACCT-BALANCE
           MOVE ACCT-BALANCE TO WS-XFER-TO-POSTED
           REWRITE ACCT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "APPLY-TRANSFER-CREDIT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "REWRITE FAILED STATUS " WS-ACCT-STATUS
                   " ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               PERFORM BACK-OUT-TRANSFER-DEBIT
           ELSE
               ADD 1 TO WS-TRANS-POSTED
               ADD 1 TO WS-XFERS-POSTED
               MOVE ACCT-RECORD TO WS-XFER-TO-AFTER
               PERFORM JOURNAL-TRANSFER-LEGS
           END-IF.

       BACK-OUT-TRANSFER-DEBIT.
           MOVE WS-XFER-FROM-RECORD TO ACCT-RECORD
           REWRITE ACCT-RECORD
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "BACK-OUT-TRANSFER-DEBIT" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "TRANSFER HALF POSTED ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-TRANS TO TRUE
           ELSE
               MOVE "IOERR " TO WS-REASON-CODE
               PERFORM WRITE-REJECT
           END-IF.

      *****************************************************************
      * Journals the debit leg and then the credit leg, each with
      * its own before/after images and its own posting journal
      * item, linked by the shared transfer reference.  The input
      * item is put back afterwards for the checkpoint.
      *****************************************************************
       JOURNAL-TRANSFER-LEGS.
           MOVE WS-XFER-FROM-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-XFER-FROM-AFTER TO ACCT-RECORD
           PERFORM WRITE-AUDIT-JOURNAL
           MOVE "F" TO TRAN-XFER-LEG
           MOVE WS-XFER-REFERENCE TO TRAN-XFER-REFERENCE
           MOVE WS-XFER-FROM-PRIOR TO TRAN-PRIOR-BALANCE
           MOVE WS-XFER-FROM-POSTED TO TRAN-POSTED-BALANCE
           PERFORM WRITE-JOURNAL
           MOVE WS-XFER-TO-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-XFER-TO-AFTER TO ACCT-RECORD
           PERFORM WRITE-AUDIT-JOURNAL
           MOVE ACCT-NUMBER TO TRAN-ACCT-NUMBER
           MOVE WS-XFER-ITEM (1:10) TO TRAN-COUNTER-ACCT
           MOVE "T" TO TRAN-XFER-LEG
           MOVE WS-XFER-TO-PRIOR TO TRAN-PRIOR-BALANCE
           MOVE WS-XFER-TO-POSTED TO TRAN-POSTED-BALANCE
           PERFORM WRITE-JOURNAL
           MOVE WS-XFER-ITEM TO TRAN-RECORD.

      *****************************************************************
      * Commits progress to the restart file after every disposed
      * transaction - posted or rejected - so a rerun resumes past
                       ACCT-BALANCE - TRAN-AMOUNT
                   IF WS-NEW-BALANCE < ZERO
                       MOVE "OVRDFT" TO WS-REASON-CODE
                   ELSE
                       PERFORM CHECK-AVAILABLE-BALANCE
                   END-IF
               WHEN TRAN-CODE-STATUS
                   IF TRAN-NEW-STATUS NOT = "A"
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The debit fits the ledger balance; it must also fit what is
      * left once the holds in effect are taken off - in effect on
      * the business date of the item's batch header, which every
      * accepted batch carries, not on the day the run happens to
      * reach the item.
      *****************************************************************
       CHECK-AVAILABLE-BALANCE.
           MOVE WS-BAT-BUSINESS-DATE (WS-CUR-BATCH)
               TO WS-HOLD-ASOF-DATE
           CALL "HOLDLKUP" USING ACCT-NUMBER WS-HOLD-ASOF-DATE
               WS-HOLD-TOTAL WS-HOLD-RC
           IF WS-HOLD-RC NOT = 0
               MOVE "CHECK-AVAILABLE-BALANCE" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "HOLDS LOOKUP FAILED ACCT " ACCT-NUMBER
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-ERROR
               MOVE "IOERR " TO WS-REASON-CODE
           ELSE
               IF WS-NEW-BALANCE - WS-HOLD-TOTAL < ZERO
                   MOVE "FNDHLD" TO WS-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      * A debit or credit against a dormant account reactivates it
      * as part of the same rewrite - the customer has shown up, so
               SET END-OF-TRANS TO TRUE
           END-IF.

      *****************************************************************
      * A suspected duplicate is set aside with its batch and the
      * position of the item it repeats, for the operators to post
      * by hand or discard.  A write failure is handled as a reject
      * write failure is: the job fails and the item is not
      * checkpointed.
      *****************************************************************
       WRITE-REVIEW.
           ADD 1 TO WS-TRANS-REVIEWED
           MOVE SPACES TO REVIEW-RECORD
           MOVE TRAN-RECORD TO REV-TRAN-DATA
           MOVE WS-BAT-SOURCE-SYSTEM (WS-CUR-BATCH)
               TO REV-SOURCE-SYSTEM
           MOVE WS-BAT-BATCH-ID (WS-CUR-BATCH) TO REV-BATCH-ID
           MOVE WS-NEXT-DUP-FIRST TO REV-FIRST-RECORD
           WRITE REVIEW-RECORD
           IF WS-REVIEW-STATUS NOT = "00"
               MOVE "WRITE-REVIEW" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE REVIEW FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-TRANS TO TRUE
           END-IF.

      *****************************************************************
      * Steps through the flagged items in file order.  Past the
      * last one the next position is set beyond any record, so
      * nothing further matches.
      *****************************************************************
       READ-NEXT-SUSPECT.
           READ DUP-POSN-FILE INTO WS-DUP-ITEM
               AT END
                   MOVE 999999999 TO WS-NEXT-DUP-RECORD
               NOT AT END
                   MOVE WS-DUP-RECORD-NO TO WS-NEXT-DUP-RECORD
                   MOVE WS-DUP-FIRST-RECORD-NO TO WS-NEXT-DUP-FIRST
           END-READ
           IF WS-DUP-POSN-STATUS NOT = "00"
               AND WS-DUP-POSN-STATUS NOT = "10"
               MOVE "READ-NEXT-SUSPECT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF DUPLICATE FLAGS FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-JOB-FAILED
               SET END-OF-TRANS TO TRUE
               MOVE 999999999 TO WS-NEXT-DUP-RECORD
           END-IF.

      *****************************************************************
      * Every accepted batch has now been posted in full: its
      * register record goes from "P" to "C", so a resend of it is
      * refused from now on.  A register failure fails the job with
      * the checkpoint left in place; the rerun skips everything,
      * accepts the batches again - those still "P" and those this
      * loop had already marked "C" - and completes them.
      *****************************************************************
       MARK-BATCH-COMPLETE.
           IF BAT-ACCEPTED (WS-BAT-SUB)
               MOVE WS-BAT-SOURCE-SYSTEM (WS-BAT-SUB)
                   TO BREG-SOURCE-SYSTEM
               MOVE WS-BAT-BATCH-ID (WS-BAT-SUB) TO BREG-BATCH-ID
               READ BATCH-REG-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BREG-STATUS = "00"
                   MOVE "C" TO BREG-STATUS
                   REWRITE BREG-RECORD
               END-IF
               IF WS-BREG-STATUS NOT = "00"
                   MOVE "MARK-BATCH-COMPLETE" TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "REGISTER UPDATE FAILED STATUS "
                       WS-BREG-STATUS
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-JOB-FAILED
               END-IF
           END-IF.

      *****************************************************************
      * A refused batch means the day's posting is incomplete: 12,
      * on which the scheduler holds the jobs that read the master
      * and the journal.  Suspected duplicates alone post everything
      * else and warn with 4.  Neither lowers a code already set.
      *****************************************************************
       SET-CONDITION-CODE.
           IF WS-BATCHES-REFUSED > ZERO
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-DUPS-FOUND > ZERO AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CLOSE-FILES.
           CLOSE TRAN-FILE
           CLOSE ACCT-FILE
           CLOSE JOURNAL-FILE
           CLOSE REJECT-FILE
           CLOSE REVIEW-FILE
           CLOSE DUP-POSN-FILE
           CLOSE BATCH-REG-FILE.

       LOG-ERROR.
           CALL "ERRLOG01" USING WS-ERR-PROGRAM-NAME
