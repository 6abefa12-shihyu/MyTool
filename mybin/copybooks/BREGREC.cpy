      *****************************************************************
      * BREGREC - processed-batches register record layout
      *
      * One record per posting input batch ACCTUPDT has accepted,
      * keyed by sending system and batch ID, with the header's
      * business date and the trailer's count and hash total.  The
      * record is written "P" (posting) when the batch is accepted
      * and rewritten "C" (complete) when the run that posts it
      * ends; a batch already on the register "C" is a
      * retransmission and is refused.  BREG-PROCESSED-DATE is the
      * date of the run that accepted it.
      *****************************************************************
       01  BREG-RECORD.
           05  BREG-KEY.
               10  BREG-SOURCE-SYSTEM  PIC X(08).
               10  BREG-BATCH-ID       PIC X(12).
           05  BREG-BUSINESS-DATE      PIC 9(08).
           05  BREG-ITEM-COUNT         PIC 9(07).
           05  BREG-HASH-TOTAL         PIC S9(13)V99.
           05  BREG-STATUS             PIC X(01).
               88  BREG-POSTING            VALUE "P".
               88  BREG-COMPLETE           VALUE "C".
           05  BREG-PROCESSED-DATE     PIC 9(08).
           05  FILLER                  PIC X(21).
