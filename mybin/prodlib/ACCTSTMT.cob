       PROGRAM-ID. ACCTSTMT.
      *****************************************************************
      * Month-end customer statements.  The month's posting journals
      * (TRANJRNL, with the re-presentment journal REPRJRNL, the
      * online posting stream TRANPOST and the fee journal FEEJRNL
      * concatenated by the scheduler) and the interest
      * the accrual run journalled to AUDTJRNL are extracted to a
      * statement work file alongside one header record per account
      * from the master sweep, sorted into customer / account / date
      * order, and printed one statement per customer: the customer
      * name block, then each account's opening balance, every posted
      * item in date order with its running balance, interest posted
      * by ACCTINTR, NSF and maintenance fees charged by ACCTFEES,
      * each transfer leg as a transfer to or from the other
      * account, and the closing balance.  The closing balance of
      * every account is tied back to ACCT-BALANCE on the master and
      * flagged when it does not agree.  Accounts with no activity in
      * the month print a single balance line so dormant balances
       FD  AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD         PIC X(132).
       FD  STMT-WORK-FILE.
       01  STMT-WORK-RECORD             PIC X(94).
       FD  SORTED-WORK-FILE.
       01  SORTED-WORK-RECORD           PIC X(94).
       FD  STMT-FILE.
       01  STMT-RECORD                  PIC X(100).
       SD  SORT-FILE.
           05  SORT-RECORD-TYPE        PIC X(01).
           05  SORT-DATE               PIC 9(08).
           05  SORT-SEQ                PIC 9(07).
           05  FILLER                  PIC X(58).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
                                       SIGN LEADING SEPARATE.
           05  STW-POSTED-BALANCE      PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  STW-REFERENCE-DATA      PIC X(10).
           05  STW-FEE-DATA REDEFINES STW-REFERENCE-DATA.
               10  STW-FEE-TYPE        PIC X(02).
               10  FILLER              PIC X(08).
           05  STW-XFER-DATA REDEFINES STW-REFERENCE-DATA.
               10  STW-COUNTER-ACCT    PIC X(10).
           05  STW-XFER-LEG            PIC X(01).

      *****************************************************************
      * The ACCTINTR audit entry carries no transaction record, so
           05  FILLER                  PIC X(10).
           05  WS-CUST-LAST-NAME       PIC X(20).
           05  WS-CUST-FIRST-NAME      PIC X(15).
           05  FILLER                  PIC X(115).

       01  WS-STMT-HEADING-LINE.
           05  FILLER                  PIC X(20)
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ITM-DATE             PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ITM-DESC             PIC X(25).
           05  WS-ITM-AMOUNT           PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ITM-BALANCE          PIC -(11)9.99.
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(39) VALUE
                   END-IF
                   MOVE TRAN-PRIOR-BALANCE TO STW-PRIOR-BALANCE
                   MOVE TRAN-POSTED-BALANCE TO STW-POSTED-BALANCE
                   MOVE TRAN-REFERENCE-DATA TO STW-REFERENCE-DATA
                   MOVE TRAN-XFER-LEG TO STW-XFER-LEG
                   PERFORM WRITE-WORK-RECORD
           END-READ
           PERFORM READ-JOURNAL-ENTRY.
                   MOVE "STATUS CHANGE" TO WS-ITM-DESC
               WHEN STW-TRAN-CODE = "IN"
                   MOVE "INTEREST" TO WS-ITM-DESC
               WHEN STW-TRAN-CODE = "FE" AND STW-FEE-TYPE = "MN"
                   MOVE "SERVICE FEE" TO WS-ITM-DESC
               WHEN STW-TRAN-CODE = "FE"
                   MOVE "NSF FEE" TO WS-ITM-DESC
               WHEN STW-TRAN-CODE = "XF" AND STW-XFER-LEG = "T"
                   MOVE SPACES TO WS-ITM-DESC
                   STRING "TRANSFER FROM " STW-COUNTER-ACCT
                       DELIMITED BY SIZE INTO WS-ITM-DESC
               WHEN STW-TRAN-CODE = "XF"
                   MOVE SPACES TO WS-ITM-DESC
                   STRING "TRANSFER TO " STW-COUNTER-ACCT
                       DELIMITED BY SIZE INTO WS-ITM-DESC
               WHEN OTHER
                   MOVE STW-TRAN-CODE TO WS-ITM-DESC
           END-EVALUATE
