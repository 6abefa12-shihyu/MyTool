      *****************************************************************
      * CUSTREC - customer master record layout
      *
      * The tax ID (nine digits, blank when the customer has not
      * given one) and the certified flag - "Y" once a signed
      * certification of the number is on file - drive the year-end
      * interest reporting and its backup-withholding exceptions.
      * The mailing address is where the recipient copy of the tax
      * form is sent: two street lines, city, state and a five- or
      * nine-digit ZIP code.
      *****************************************************************
       01  CUST-RECORD.
           05  CUST-ID                 PIC X(10).
           05  CUST-RISK-CODE          PIC X(01).
               88  CUST-RISK-LOW           VALUE "L".
               88  CUST-RISK-HIGH          VALUE "H".
           05  CUST-TAX-ID             PIC X(09).
           05  CUST-TAX-ID-CERTIFIED   PIC X(01).
               88  CUST-TAX-ID-IS-CERTIFIED VALUE "Y".
           05  CUST-MAIL-ADDRESS.
               10  CUST-MAIL-LINE-1    PIC X(30).
               10  CUST-MAIL-LINE-2    PIC X(30).
               10  CUST-MAIL-CITY      PIC X(20).
               10  CUST-MAIL-STATE     PIC X(02).
               10  CUST-MAIL-ZIP       PIC X(09).
           05  FILLER                  PIC X(05).
