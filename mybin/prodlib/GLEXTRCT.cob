      *****************************************************************
      * End-of-night general-ledger extract.  Reads the day's
      * posting journal (TRANJRNL, with the re-presentment journal
      * REPRJRNL, the online posting stream TRANPOST and the fee
      * journal FEEJRNL concatenated) and, on a month-end run, the
      * day's ACCTINTR accruals out of the audit journal, maps each
      * movement's transaction code and account type to its
      * debit/credit GL account pair from the GL map table, and
      * writes a balanced double-entry extract file - one debit
      * line and one credit line of equal amount per movement.  The
      * proof report totals the extract and ties the journal-implied
      * change in total ACCT-BALANCE to the actual master total
      * against the prior night's control total; an out-of-balance
      * run ends with a nonzero condition code so the scheduler
      * holds the GL load.
      *
      * GLPARM: one record - extract date YYYYMMDD, a space, the
      * month-end flag ("Y" = include the day's ACCTINTR accruals
      * GLMAP: one pair per record, maintainable without a code
      * change - transaction code (2), a space, account type (2),
      * a space, debit GL account (8), a space, credit GL account
      * (8).  Interest maps under code IN; the ACCTFEES charges
      * map under code FE (debit the customer account, credit fee
      * income).  Transfers map under code XF by the type of the
      * account the money leaves - debit that account type's GL,
      * credit the transfer clearing GL - and the leg that receives
      * the money takes its own type's pair the other way round,
      * so the clearing GL nets to zero across the two legs.  A
      * transfer between two accounts of the same type moves no GL
      * balance: its legs are counted, carried into the proof, and
      * not extracted.
      *
      * GLBALCTL: one record - the prior run's total ACCT-BALANCE
      * across the master, 9(13)V99 with leading separate sign.  A
       01  WS-ITEM-AMOUNT              PIC S9(11)V99.
       01  WS-ITEM-DELTA               PIC S9(11)V99.
       01  WS-ITEM-ACCT-NUMBER         PIC X(10).
       01  WS-COUNTER-TYPE             PIC X(02).
       01  WS-ITEM-REVERSED            PIC X(01).
           88  ITEM-REVERSED               VALUE "Y".
       01  WS-ITEM-DEBIT-GL            PIC X(08).
       01  WS-ITEM-CREDIT-GL           PIC X(08).

       01  WS-GL-COUNTERS.
           05  WS-JRNL-ITEMS           PIC 9(09) VALUE ZERO.
           05  WS-INTR-ITEMS           PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-MAPPED         PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-UNMAPPED       PIC 9(07) VALUE ZERO.
           05  WS-XFER-LEGS-NON-GL     PIC 9(09) VALUE ZERO.
           05  WS-ACCTS-SWEPT          PIC 9(09) VALUE ZERO.
       01  WS-GL-TOTALS.
           05  WS-TOTAL-GL-DEBITS      PIC S9(13)V99 VALUE ZERO.
           END-IF.

       EXTRACT-ONE-MOVEMENT.
           IF TRAN-CODE-DEBIT OR TRAN-CODE-CREDIT OR TRAN-CODE-FEE
               ADD 1 TO WS-JRNL-ITEMS
               MOVE "N" TO WS-ITEM-REVERSED
               MOVE TRAN-ACCT-NUMBER TO WS-ITEM-ACCT-NUMBER
               MOVE TRAN-CODE TO WS-ITEM-CODE
               MOVE TRAN-AMOUNT TO WS-ITEM-AMOUNT
               END-READ
               PERFORM WRITE-EXTRACT-PAIR
           END-IF
           IF TRAN-CODE-XFER
               PERFORM EXTRACT-TRANSFER-LEG
           END-IF
           PERFORM READ-JOURNAL-ENTRY.

      *****************************************************************
      * Each transfer leg is judged on the types of both accounts.
      * Alike, the money stays inside one GL balance and the leg is
      * proof-only; otherwise the leg extracts under XF and its own
      * type, reversed for the receiving leg.  A counter account no
      * longer on the master has a blank type, so its transfers
      * extract.
      *****************************************************************
       EXTRACT-TRANSFER-LEG.
           ADD 1 TO WS-JRNL-ITEMS
           MOVE TRAN-ACCT-NUMBER TO WS-ITEM-ACCT-NUMBER
           MOVE TRAN-CODE TO WS-ITEM-CODE
           MOVE TRAN-AMOUNT TO WS-ITEM-AMOUNT
           COMPUTE WS-ITEM-DELTA =
               TRAN-POSTED-BALANCE - TRAN-PRIOR-BALANCE
           IF TRAN-XFER-LEG-TO
               MOVE "Y" TO WS-ITEM-REVERSED
           ELSE
               MOVE "N" TO WS-ITEM-REVERSED
           END-IF
           MOVE SPACES TO WS-ITEM-TYPE
           MOVE TRAN-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-TYPE TO WS-ITEM-TYPE
           END-READ
           MOVE SPACES TO WS-COUNTER-TYPE
           MOVE TRAN-COUNTER-ACCT TO ACCT-NUMBER
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-TYPE TO WS-COUNTER-TYPE
           END-READ
           IF WS-ITEM-TYPE = WS-COUNTER-TYPE
               AND WS-ITEM-TYPE NOT = SPACES
               ADD 1 TO WS-XFER-LEGS-NON-GL
               ADD WS-ITEM-DELTA TO WS-JOURNAL-DELTA
           ELSE
               PERFORM WRITE-EXTRACT-PAIR
           END-IF.

      *****************************************************************
      * Month-end only: interest never passes through TRANJRNL, so
      * the day's ACCTINTR entries are pulled from the audit
           IF AJRNL-PROGRAM-NAME = "ACCTINTR"
               AND AJRNL-DATE = WS-EXTRACT-DATE
               ADD 1 TO WS-INTR-ITEMS
               MOVE "N" TO WS-ITEM-REVERSED
               MOVE AJRNL-ACCT-NUMBER TO WS-ITEM-ACCT-NUMBER
               MOVE "IN" TO WS-ITEM-CODE
               MOVE "SV" TO WS-ITEM-TYPE
      * balanced debit and credit lines.  An unmapped movement is
      * logged and counted - it still contributes to the journal
      * delta, so the proof shows exactly what the held load is
      * missing.  A reversed movement swaps the pair's sides.
      *****************************************************************
       WRITE-EXTRACT-PAIR.
           ADD WS-ITEM-DELTA TO WS-JOURNAL-DELTA
           IF MAP-FOUND
               ADD 1 TO WS-ITEMS-MAPPED
               SUBTRACT 1 FROM WS-MAP-SUB
               IF ITEM-REVERSED
                   MOVE WS-MAP-CREDIT-GL (WS-MAP-SUB)
                       TO WS-ITEM-DEBIT-GL
                   MOVE WS-MAP-DEBIT-GL (WS-MAP-SUB)
                       TO WS-ITEM-CREDIT-GL
               ELSE
                   MOVE WS-MAP-DEBIT-GL (WS-MAP-SUB)
                       TO WS-ITEM-DEBIT-GL
                   MOVE WS-MAP-CREDIT-GL (WS-MAP-SUB)
                       TO WS-ITEM-CREDIT-GL
               END-IF
               PERFORM WRITE-DEBIT-LINE
               PERFORM WRITE-CREDIT-LINE
           ELSE

       WRITE-DEBIT-LINE.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-ITEM-DEBIT-GL TO EXT-GL-ACCOUNT
           MOVE "D" TO EXT-DC-FLAG
           MOVE WS-ITEM-AMOUNT TO EXT-AMOUNT
           MOVE WS-EXTRACT-DATE TO EXT-DATE

       WRITE-CREDIT-LINE.
           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-ITEM-CREDIT-GL TO EXT-GL-ACCOUNT
           MOVE "C" TO EXT-DC-FLAG
           MOVE WS-ITEM-AMOUNT TO EXT-AMOUNT
           MOVE WS-EXTRACT-DATE TO EXT-DATE
           MOVE WS-ITEMS-UNMAPPED TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "SAME-TYPE TRANSFER LEGS, NO GL" TO WS-TOT-LABEL
           MOVE WS-XFER-LEGS-NON-GL TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE "ACCOUNTS SWEPT FOR ACTUAL TOTAL" TO WS-TOT-LABEL
           MOVE WS-ACCTS-SWEPT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
