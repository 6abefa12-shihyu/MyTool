      *****************************************************************
      * HOLDREC - funds hold record layout
      *
      * One record per hold placed against an account, keyed by the
      * account number plus a sequence the placing transaction
      * assigns, so an account can carry any number of holds and a
      * browse from the account number finds them all.  An active
      * hold reduces the available balance every posting path tests
      * a debit against until the day before its release date; the
      * nightly HOLDEXPR step expires it on the release date.  A
      * hold released early by branch staff, or expired, stays on
      * file for one night so the holds register reports it, then
      * HOLDEXPR removes it.
      *****************************************************************
       01  HOLD-RECORD.
           05  HOLD-KEY.
               10  HOLD-ACCT-NUMBER    PIC X(10).
               10  HOLD-SEQ            PIC 9(03).
           05  HOLD-AMOUNT             PIC S9(11)V99 COMP-3.
           05  HOLD-REASON-CODE        PIC X(02).
               88  HOLD-REASON-DEPOSIT     VALUE "DP".
               88  HOLD-REASON-LEGAL       VALUE "LG".
               88  HOLD-REASON-OTHER       VALUE "OT".
               88  HOLD-REASON-VALID       VALUE "DP" "LG" "OT".
           05  HOLD-REASON-TEXT        PIC X(20).
           05  HOLD-PLACED-DATE        PIC 9(08).
           05  HOLD-RELEASE-DATE       PIC 9(08).
           05  HOLD-STATUS             PIC X(01).
               88  HOLD-STATUS-ACTIVE      VALUE "A".
               88  HOLD-STATUS-RELEASED    VALUE "R".
               88  HOLD-STATUS-EXPIRED     VALUE "E".
           05  HOLD-ENDED-DATE         PIC 9(08).
           05  HOLD-PLACED-BY          PIC X(08).
           05  HOLD-ENDED-BY           PIC X(08).
           05  FILLER                  PIC X(10).
