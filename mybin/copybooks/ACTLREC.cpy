      *****************************************************************
      * ACTLREC - account number control record layout
      *
      * One record per account type on the ACCTCTL file, keyed by
      * the type.  ACCTMNT assigns each new account the next
      * nine-digit base above ACTL-LAST-BASE, within the type's
      * range ACTL-RANGE-LOW to ACTL-RANGE-HIGH, and appends the
      * ACCTCKDG check digit (bases that cannot carry one are
      * passed over).  A new type's record is loaded with
      * ACTL-LAST-BASE one below its range.  ACTL-LAST-MNT-ITEM is
      * the position in the maintenance file of the open that took
      * ACTL-LAST-BASE, and ACTL-LAST-RUN-DATE the date of the run
      * it was taken in; together they let a restarted run
      * recognise an open it already applied.
      *****************************************************************
       01  ACTL-RECORD.
           05  ACTL-ACCT-TYPE          PIC X(02).
           05  ACTL-RANGE-LOW          PIC 9(09).
           05  ACTL-RANGE-HIGH         PIC 9(09).
           05  ACTL-LAST-BASE          PIC 9(09).
           05  ACTL-LAST-MNT-ITEM      PIC 9(09).
           05  ACTL-LAST-RUN-DATE      PIC 9(08).
           05  FILLER                  PIC X(04).
