      *****************************************************************
      * SMNTREC - standing instruction maintenance transaction layout
      *
      * Input to the STNDMNT maintenance run, its own record type
      * like the account and customer maintenance layouts.  "AD"
      * sets up a new instruction under the account and sequence
      * given; "CH" changes the amount or the end date of an
      * instruction still running - a field left blank is left as
      * it is; "SU" suspends an active instruction, "RS" resumes a
      * suspended one from the maintenance date, and "CN" cancels
      * one for good.  For a transfer SMNT-COUNTER-ACCT is the
      * account credited; for a payment it is the payee.  The day
      * is needed only for a monthly instruction.
      *****************************************************************
       01  SMNT-RECORD.
           05  SMNT-FUNCTION           PIC X(02).
               88  SMNT-FUNC-ADD           VALUE "AD".
               88  SMNT-FUNC-CHANGE        VALUE "CH".
               88  SMNT-FUNC-SUSPEND       VALUE "SU".
               88  SMNT-FUNC-RESUME        VALUE "RS".
               88  SMNT-FUNC-CANCEL        VALUE "CN".
           05  SMNT-ACCT-NUMBER        PIC X(10).
           05  SMNT-SEQ                PIC X(03).
           05  SMNT-SEQ-N REDEFINES SMNT-SEQ
                                       PIC 9(03).
           05  SMNT-KIND               PIC X(01).
           05  SMNT-COUNTER-ACCT       PIC X(10).
           05  SMNT-AMOUNT             PIC X(13).
           05  SMNT-AMOUNT-N REDEFINES SMNT-AMOUNT
                                       PIC 9(11)V99.
           05  SMNT-FREQUENCY          PIC X(01).
           05  SMNT-DAY                PIC X(02).
           05  SMNT-DAY-N REDEFINES SMNT-DAY
                                       PIC 9(02).
           05  SMNT-START-DATE         PIC X(08).
           05  SMNT-START-DATE-N REDEFINES SMNT-START-DATE
                                       PIC 9(08).
           05  SMNT-END-DATE           PIC X(08).
           05  SMNT-END-DATE-N REDEFINES SMNT-END-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(10).
