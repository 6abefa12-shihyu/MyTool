      * can read the journal with this copybook.  On the journal the
      * TRAN-JOURNAL-DATA group is filled in with the result of the
      * posting; on the input file it is left as spaces.
      *
      * TRAN-REFERENCE-DATA is blank on teller and feed items.  The
      * fee run fills it on its "FE" postings with the kind of fee
      * charged, so the statement and the registers can tell an NSF
      * fee from a monthly maintenance fee.  On a transfer ("XF") it
      * carries the counter account: the item is keyed to the
      * account the money leaves and names the account it goes to.
      * On a standing-instruction payment ("DR") it carries the
      * payee the instruction names.
      *
      * TRAN-XFER-LINK is blank on the input file and on every item
      * but a transfer.  A posted transfer is journalled as two
      * legs, each keyed to its own account with the other as the
      * counter account - the "F" leg the account debited, the "T"
      * leg the account credited - and both legs carry the same
      * TRAN-XFER-REFERENCE, assigned by the posting run, so either
      * leg finds its partner.  The one exception on the input file
      * is an item written by the standing-instruction generator
      * STNDGEN: it carries origin "S" and the instruction's
      * sequence under the item's account (TRAN-ORIGIN-DATA), so a
      * reject can be traced back to the instruction that raised
      * it.  The posting run replaces the tag with the leg and
      * reference on a transfer's journal legs.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-ACCT-NUMBER        PIC X(10).
               88  TRAN-CODE-DEBIT         VALUE "DR".
               88  TRAN-CODE-CREDIT        VALUE "CR".
               88  TRAN-CODE-STATUS        VALUE "SC".
               88  TRAN-CODE-FEE           VALUE "FE".
               88  TRAN-CODE-XFER          VALUE "XF".
           05  TRAN-AMOUNT             PIC S9(11)V99.
           05  TRAN-NEW-STATUS         PIC X(01).
           05  TRAN-DATE               PIC 9(08).
           05  TRAN-JOURNAL-DATA.
               10  TRAN-PRIOR-BALANCE  PIC S9(11)V99.
               10  TRAN-POSTED-BALANCE PIC S9(11)V99.
           05  TRAN-REFERENCE-DATA     PIC X(10).
           05  TRAN-FEE-DATA REDEFINES TRAN-REFERENCE-DATA.
               10  TRAN-FEE-TYPE       PIC X(02).
                   88  TRAN-FEE-NSF        VALUE "NS".
                   88  TRAN-FEE-MAINTENANCE VALUE "MN".
               10  FILLER              PIC X(08).
           05  TRAN-XFER-DATA REDEFINES TRAN-REFERENCE-DATA.
               10  TRAN-COUNTER-ACCT   PIC X(10).
           05  TRAN-XFER-LINK.
               10  TRAN-XFER-LEG       PIC X(01).
                   88  TRAN-XFER-LEG-FROM  VALUE "F".
                   88  TRAN-XFER-LEG-TO    VALUE "T".
               10  TRAN-XFER-REFERENCE PIC X(09).
           05  TRAN-ORIGIN-DATA REDEFINES TRAN-XFER-LINK.
               10  TRAN-ORIGIN         PIC X(01).
                   88  TRAN-ORIGIN-STANDING VALUE "S".
               10  TRAN-STANDING-SEQ   PIC 9(03).
               10  FILLER              PIC X(06).
