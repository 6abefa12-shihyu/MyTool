      *****************************************************************
      * STNDREC - standing instruction master record layout
      *
      * One record per standing instruction, keyed like the holds
      * file by the account the money leaves plus a sequence the
      * maintenance run is given, so an account can carry any
      * number of instructions.  A transfer ("T") moves the amount
      * to the counter account as an "XF" item; a payment ("P")
      * debits the amount as a "DR" item naming the payee.
      *
      * Frequency "W" falls due every seven days from the start
      * date; "M" falls due each month on STND-DAY, the last day of
      * the month standing in for a day the month does not have;
      * "S" falls due once, on the start date.  The end date, zero
      * when the instruction is open-ended, is the last date an
      * occurrence may fall due.
      *
      * STND-NEXT-DUE-DATE is the scheduled date of the next
      * occurrence, zero until the generator first schedules the
      * instruction from STND-SCHEDULE-FROM-DATE (the start date on
      * an add, the resume date after a suspension).  The generator
      * stamps STND-GEN-DATE with the business date of the run that
      * last disposed of an occurrence and keeps the next due date
      * as it stood before that run in STND-GEN-FROM-DUE-DATE, so a
      * rerun for the same business date can put the schedule back
      * and produce the same items again rather than new ones.
      *
      * Status "A" active, "S" suspended by the branch, "C"
      * cancelled by the branch, "E" ended - the last occurrence
      * has been disposed of.
      *****************************************************************
       01  STND-RECORD.
           05  STND-KEY.
               10  STND-ACCT-NUMBER    PIC X(10).
               10  STND-SEQ            PIC 9(03).
           05  STND-KIND               PIC X(01).
               88  STND-KIND-TRANSFER      VALUE "T".
               88  STND-KIND-PAYMENT       VALUE "P".
               88  STND-KIND-VALID         VALUE "T" "P".
           05  STND-COUNTER-ACCT       PIC X(10).
           05  STND-PAYEE REDEFINES STND-COUNTER-ACCT
                                       PIC X(10).
           05  STND-AMOUNT             PIC S9(11)V99 COMP-3.
           05  STND-FREQUENCY          PIC X(01).
               88  STND-FREQ-WEEKLY        VALUE "W".
               88  STND-FREQ-MONTHLY       VALUE "M".
               88  STND-FREQ-ONCE          VALUE "S".
               88  STND-FREQ-VALID         VALUE "W" "M" "S".
           05  STND-DAY                PIC 9(02).
           05  STND-START-DATE         PIC 9(08).
           05  STND-END-DATE           PIC 9(08).
           05  STND-STATUS             PIC X(01).
               88  STND-STATUS-ACTIVE      VALUE "A".
               88  STND-STATUS-SUSPENDED   VALUE "S".
               88  STND-STATUS-CANCELLED   VALUE "C".
               88  STND-STATUS-ENDED       VALUE "E".
           05  STND-SCHEDULE-FROM-DATE PIC 9(08).
           05  STND-NEXT-DUE-DATE      PIC 9(08).
           05  STND-GEN-DATE           PIC 9(08).
           05  STND-GEN-FROM-DUE-DATE  PIC 9(08).
           05  STND-STATUS-DATE        PIC 9(08).
           05  FILLER                  PIC X(09).
