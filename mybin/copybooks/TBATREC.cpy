      *****************************************************************
      * TBATREC - posting input batch header / trailer layout
      *
      * The posting input (TRANFILE, with the STNDTRAN items put
      * ahead of it) arrives in batches: a header, the batch's
      * items in the TRANREC layout, and a trailer.  Header and
      * trailer are 80-byte records told from items by asterisks
      * in the account number columns and "BH" or "BT" in the
      * transaction code columns.  Both name the sending system
      * and its batch ID - together the key of the processed-
      * batches register - and the header carries the business
      * date the batch was made up for.  The trailer carries the
      * number of items in the batch and the hash total of their
      * amounts (TRAN-AMOUNT summed with its sign), which the
      * posting run proves before it posts the batch.
      *****************************************************************
       01  TBAT-RECORD.
           05  TBAT-MARKER             PIC X(10).
               88  TBAT-IS-CONTROL         VALUE "**********".
           05  TBAT-TYPE               PIC X(02).
               88  TBAT-HEADER             VALUE "BH".
               88  TBAT-TRAILER            VALUE "BT".
           05  TBAT-SOURCE-SYSTEM      PIC X(08).
           05  TBAT-BATCH-ID           PIC X(12).
           05  TBAT-HEADER-DATA.
               10  TBAT-BUSINESS-DATE  PIC 9(08).
               10  FILLER              PIC X(40).
           05  TBAT-TRAILER-DATA REDEFINES TBAT-HEADER-DATA.
               10  TBAT-ITEM-COUNT     PIC 9(07).
               10  TBAT-HASH-TOTAL     PIC S9(13)V99.
               10  FILLER              PIC X(26).
