      * select the day's ACCTINTR accrual entries from the LIVE
      * journal by date.  On rollover night they must run before
      * this job - rolled entries leave the live journal and those
      * runs would silently lose the interest items.  The
      * month-end ACCTFEES run reads the month's live entries for
      * each account's minimum balance and must precede it as
      * well.  ACCTDORM, ACCTPURG and the year-end INTR1099 are
      * safe either way; they consult the keyed archive copy for
      * anything the live journal no longer holds.
      *
      * Condition codes: 0 = rolled over, journal emptied;
      * 16 = failure, journal left untouched.
