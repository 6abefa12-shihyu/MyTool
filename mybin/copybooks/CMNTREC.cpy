      *****************************************************************
      * CMNTREC - customer maintenance transaction layout
      *
      * Input to the CUSTMNT maintenance run, its own record type
      * like the account maintenance MNTREC.  "AD" adds a new
      * customer (last name and birth date required, risk code
      * defaulting to "L"); "CH" changes the name or birth date of
      * an existing customer - a field left blank is left as it
      * is; "DL" deletes a customer who no longer holds any account
      * on the account master.  The risk code is set only on an
      * add: after that it belongs to the CUSTRISK re-scoring run.
      * The tax ID, its certified flag ("Y" or "N") and the mailing
      * address may be given on an add or a change; a mailing
      * address given on a change replaces the whole address on
      * file, so a second street line can be taken away.
      *****************************************************************
       01  CMNT-RECORD.
           05  CMNT-FUNCTION           PIC X(02).
               88  CMNT-FUNC-ADD           VALUE "AD".
               88  CMNT-FUNC-CHANGE        VALUE "CH".
               88  CMNT-FUNC-DELETE        VALUE "DL".
           05  CMNT-CUST-ID            PIC X(10).
           05  CMNT-LAST-NAME          PIC X(20).
           05  CMNT-FIRST-NAME         PIC X(15).
           05  CMNT-BIRTH-DATE         PIC X(08).
           05  CMNT-BIRTH-DATE-N REDEFINES CMNT-BIRTH-DATE
                                       PIC 9(08).
           05  CMNT-RISK-CODE          PIC X(01).
           05  CMNT-TAX-ID             PIC X(09).
           05  CMNT-TAX-ID-CERTIFIED   PIC X(01).
           05  CMNT-MAIL-ADDRESS.
               10  CMNT-MAIL-LINE-1    PIC X(30).
               10  CMNT-MAIL-LINE-2    PIC X(30).
               10  CMNT-MAIL-CITY      PIC X(20).
               10  CMNT-MAIL-STATE     PIC X(02).
               10  CMNT-MAIL-ZIP       PIC X(09).
           05  FILLER                  PIC X(10).
