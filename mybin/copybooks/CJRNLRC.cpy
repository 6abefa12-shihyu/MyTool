      *****************************************************************
      * CJRNLRC - customer master audit journal record layout
      *
      * One entry per change to CUST-RECORD, written by CJRNL01 the
      * way AJRNL01 journals the account master: who changed the
      * record, when, and the full before and after images.  An add
      * carries a blank before image and a delete a blank after
      * image.  CJRNL-CUST-ID repeats the key so the entries can be
      * selected without decoding the images.
      *****************************************************************
       01  CJRNL-RECORD.
           05  CJRNL-DATE              PIC 9(08).
           05  CJRNL-TIME              PIC 9(06).
           05  CJRNL-PROGRAM-NAME      PIC X(08).
           05  CJRNL-CUST-ID           PIC X(10).
           05  CJRNL-BEFORE-IMAGE      PIC X(160).
           05  CJRNL-AFTER-IMAGE       PIC X(160).
           05  FILLER                  PIC X(04).
