      *****************************************************************
      * BALHREC - daily balance history record layout
      *
      * One record per account per business date on the BALHIST
      * file, keyed by account number and date: the account's
      * closing ledger balance, status and type as the master held
      * them when BALHSNAP took the day's snapshot after the
      * posting window.  A closed account keeps its snapshots (and
      * goes on taking them at its final balance) until ACCTPURG
      * purges it, which deletes its history with it.
      *****************************************************************
       01  BALH-RECORD.
           05  BALH-KEY.
               10  BALH-ACCT-NUMBER    PIC X(10).
               10  BALH-DATE           PIC 9(08).
           05  BALH-ACCT-TYPE          PIC X(02).
           05  BALH-STATUS             PIC X(01).
           05  BALH-BALANCE            PIC S9(11)V99.
           05  FILLER                  PIC X(16).
