      * deliberately separate from the TRANREC posting layout, so
      * master-file maintenance can never arrive through the posting
      * stream.  "OP" opens a new account (customer, type, and open
      * date validated/stamped by the run; the account number is
      * assigned by the run and MNT-ACCT-NUMBER is not used); "CL"
      * closes an existing zero-balance account.
      *****************************************************************
       01  MNT-RECORD.
           05  MNT-FUNCTION            PIC X(02).
