       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTR1099.
      *****************************************************************
      * Year-end interest tax reporting.  Totals each customer's
      * savings interest for the calendar year and produces the
      * regulator's electronic filing file, a printable recipient
      * copy of the form for every customer at or over the
      * reporting threshold, and the backup-withholding exception
      * list.
      *
      * Interest never passes through the posting journals: the
      * ACCTINTR accrual rewrites the master and journals the
      * before and after images to AUDTJRNL, and AJRNLROL moves
      * each month's entries to the keyed archive AJRNLIDX.  The
      * year's accrual entries are recovered from both, the amount
      * being after-balance minus before-balance as the statement
      * run recovers it:
      *   - every savings account on the master, open, dormant or
      *     closed, is browsed in the keyed archive from 1 January
      *     to 31 December of the tax year;
      *   - every savings account ACCTPURG removed during or since
      *     the tax year is browsed the same way from the purged
      *     account archive ACCTARCH, which still carries the
      *     customer ID the account belonged to;
      *   - the live journal is scanned for the tax year's accrual
      *     entries not yet rolled over, the customer coming from
      *     the journalled image.  An entry already loaded into the
      *     keyed archive by a rollover that died before emptying
      *     the live journal is recognised and not counted twice.
      * The extract is sorted into customer / account order and
      * totalled per customer.
      *
      * A customer whose year's interest is at or over the
      * threshold gets a payee record on the filing file and a
      * recipient copy listing the interest by account.  Every
      * customer with interest for the year whose tax ID is missing
      * or not certified is listed for backup withholding, whether
      * or not a form is due.  Interest for a customer no longer on
      * the customer master cannot be reported and is listed for
      * manual follow-up.
      *
      * TAXPARM: one record - tax year 9(04), a space, the reporting
      * threshold 9(07)V99, a space, "T" for a test filing or a
      * space, a space, the payer's tax ID 9(09), a space, the
      * transmitter control code X(05), a space, then the payer's
      * name X(40), street address X(40), city X(40), state X(02),
      * ZIP code X(09), telephone X(15), contact name X(40) and
      * contact e-mail address X(50).
      *
      * The filing file is laid out to the regulator's 750-byte
      * transmitter (T), payer (A), payee (B), end of payer (C) and
      * end of transmission (F) record specification; the payee
      * records are built to a work file during the customer pass
      * and copied behind the transmitter and payer records once
      * the payee count the transmitter record carries is known.
      * The file's payee count and interest total are proved
      * against the forms issued before the run ends clean.
      *
      * The run updates nothing, so a rerun simply rebuilds every
      * output and needs no restart checkpoint.
      *
      * Condition codes: 0 = forms and filing file complete,
      * 4 = interest found for customers no longer on the customer
      * master (listed, no form produced), 16 = run failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "TAXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-ACCT-NUMBER
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT INDEXED-JRNL-FILE ASSIGN TO "AJRNLIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AJRNX-KEY
               FILE STATUS IS WS-IDXJRNL-STATUS.
           SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AJRNL-STATUS.
           SELECT CUST-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TAX-WORK-FILE ASSIGN TO "TAXWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SORTED-WORK-FILE ASSIGN TO "TAXSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           SELECT PAYEE-WORK-FILE ASSIGN TO "TAXBWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT FILING-FILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.
           SELECT FORMS-FILE ASSIGN TO "TAXFORMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORMS-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "TAXEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TAX-YEAR           PIC 9(04).
           05  FILLER                  PIC X(01).
           05  PARM-THRESHOLD          PIC 9(07)V99.
           05  FILLER                  PIC X(01).
           05  PARM-TEST-INDICATOR     PIC X(01).
           05  FILLER                  PIC X(01).
           05  PARM-PAYER-TAX-ID       PIC X(09).
           05  FILLER                  PIC X(01).
           05  PARM-TRANSMITTER-CODE   PIC X(05).
           05  FILLER                  PIC X(01).
           05  PARM-PAYER-NAME         PIC X(40).
           05  PARM-PAYER-ADDRESS      PIC X(40).
           05  PARM-PAYER-CITY         PIC X(40).
           05  PARM-PAYER-STATE        PIC X(02).
           05  PARM-PAYER-ZIP          PIC X(09).
           05  PARM-PAYER-PHONE        PIC X(15).
           05  PARM-CONTACT-NAME       PIC X(40).
           05  PARM-CONTACT-EMAIL      PIC X(50).
       FD  ACCT-FILE.
       COPY ACCTREC.
       FD  ARCHIVE-FILE.
       01  ARCH-RECORD.
           05  ARCH-ACCT-NUMBER        PIC X(10).
           05  ARCH-ACCT-DATA.
               10  ARCH-CUSTOMER-ID    PIC X(10).
               10  ARCH-ACCT-TYPE      PIC X(02).
               10  FILLER              PIC X(26).
           05  ARCH-CUST-NAME          PIC X(35).
           05  ARCH-PURGE-DATE         PIC 9(08).
           05  FILLER                  PIC X(05).
       FD  INDEXED-JRNL-FILE.
       COPY AJRNXRC.
       FD  AUDIT-JOURNAL-FILE.
       01  AUDIT-JOURNAL-RECORD         PIC X(132).
       FD  CUST-FILE.
       COPY CUSTREC.
       FD  TAX-WORK-FILE.
       01  TAX-WORK-RECORD              PIC X(71).
       FD  SORTED-WORK-FILE.
       01  SORTED-WORK-RECORD           PIC X(71).
       FD  PAYEE-WORK-FILE.
       01  PAYEE-WORK-RECORD            PIC X(750).
       FD  FILING-FILE.
       01  FILING-RECORD                PIC X(750).
       FD  FORMS-FILE.
       01  FORMS-RECORD                 PIC X(100).
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD             PIC X(100).
       SD  SORT-FILE.
       01  SORT-WORK-RECORD.
           05  SORT-CUST-ID            PIC X(10).
           05  SORT-ACCT-NUMBER        PIC X(10).
           05  FILLER                  PIC X(51).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(02).
       01  WS-ACCT-STATUS              PIC X(02).
       01  WS-ARCHIVE-STATUS           PIC X(02).
       01  WS-IDXJRNL-STATUS           PIC X(02).
       01  WS-AJRNL-STATUS             PIC X(02).
       01  WS-CUST-STATUS              PIC X(02).
       01  WS-WORK-STATUS              PIC X(02).
       01  WS-SORTED-STATUS            PIC X(02).
       01  WS-PAYEE-STATUS             PIC X(02).
       01  WS-FILING-STATUS            PIC X(02).
       01  WS-FORMS-STATUS             PIC X(02).
       01  WS-EXCEPTION-STATUS         PIC X(02).
       01  WS-END-OF-ACCTS             PIC X(01) VALUE "N".
           88  END-OF-ACCTS                VALUE "Y".
       01  WS-END-OF-ARCHIVE           PIC X(01) VALUE "N".
           88  END-OF-ARCHIVE              VALUE "Y".
       01  WS-END-OF-HISTORY           PIC X(01).
           88  END-OF-HISTORY              VALUE "Y".
       01  WS-END-OF-AJRNL             PIC X(01) VALUE "N".
           88  END-OF-AJRNL                VALUE "Y".
       01  WS-END-OF-PROBE             PIC X(01).
           88  END-OF-PROBE                VALUE "Y".
       01  WS-END-OF-SORTED            PIC X(01) VALUE "N".
           88  END-OF-SORTED               VALUE "Y".
       01  WS-END-OF-PAYEES            PIC X(01) VALUE "N".
           88  END-OF-PAYEES               VALUE "Y".
       01  WS-ARCHIVE-AVAILABLE        PIC X(01) VALUE "N".
           88  ARCHIVE-AVAILABLE           VALUE "Y".
       01  WS-IDXJRNL-AVAILABLE        PIC X(01) VALUE "N".
           88  IDXJRNL-AVAILABLE           VALUE "Y".
       01  WS-ENTRY-ARCHIVED           PIC X(01).
           88  ENTRY-ARCHIVED              VALUE "Y".
       01  WS-CUST-FOUND               PIC X(01).
           88  CUST-FOUND                  VALUE "Y".
       01  WS-TAX-ID-VALID             PIC X(01).
           88  TAX-ID-VALID                VALUE "Y".
       COPY AJRNLRC.

       01  WS-TAX-YEAR                 PIC 9(04).
       01  WS-YEAR-FROM-DATE           PIC 9(08).
       01  WS-YEAR-TO-DATE             PIC 9(08).
       01  WS-THRESHOLD                PIC 9(07)V99.

      *****************************************************************
      * The accrual entry carries no transaction record, so the
      * interest is recovered from the journalled images: the
      * ACCTREC layout places the customer ID at offset 11, the
      * type behind it, the balance at offset 31 for 7 packed bytes
      * and the status behind that.
      *****************************************************************
       01  WS-IMAGE-AREA.
           05  FILLER                  PIC X(10).
           05  WS-IMG-CUST-ID          PIC X(10).
           05  WS-IMG-ACCT-TYPE        PIC X(02).
           05  FILLER                  PIC X(08).
           05  WS-IMG-BALANCE          PIC S9(11)V99 COMP-3.
           05  WS-IMG-STATUS           PIC X(01).
           05  FILLER                  PIC X(10).
       01  WS-AFTER-BALANCE            PIC S9(11)V99.
       01  WS-ENTRY-INTEREST           PIC S9(11)V99.
       01  WS-ACCT-INTEREST            PIC S9(11)V99.
       01  WS-HISTORY-ACCT-NUMBER      PIC X(10).

      *****************************************************************
      * One work record per account with archived interest (source
      * "M" for an account still on the master, "P" for a purged
      * account) and one per live-journal accrual entry (source
      * "J").  The purged account's archived customer name rides
      * along for the customer who is no longer on the master.
      *****************************************************************
       01  WS-WORK-RECORD.
           05  TXW-CUST-ID             PIC X(10).
           05  TXW-ACCT-NUMBER         PIC X(10).
           05  TXW-SOURCE              PIC X(01).
               88  TXW-FROM-MASTER         VALUE "M".
               88  TXW-FROM-PURGED         VALUE "P".
               88  TXW-FROM-JOURNAL        VALUE "J".
           05  TXW-ACCT-STATUS         PIC X(01).
           05  TXW-INTEREST            PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TXW-ARCH-CUST-NAME      PIC X(35).

      *****************************************************************
      * Per-customer control-break state.  The recipient copy lists
      * the interest by account; a customer with more accounts than
      * the table holds has the remainder summed on one line.
      *****************************************************************
       01  WS-CUST-OPEN                PIC X(01) VALUE "N".
           88  CUST-OPEN                   VALUE "Y".
       01  WS-CURRENT-CUST-ID          PIC X(10).
       01  WS-CURRENT-ACCT-NUMBER      PIC X(10).
       01  WS-CUST-INTEREST            PIC S9(11)V99.
       01  WS-ARCH-NAME-HELD           PIC X(35).
       01  WS-ACCT-TABLE.
           05  WS-ACCT-MAX             PIC 9(02) COMP VALUE 20.
           05  WS-ACCT-COUNT           PIC 9(04) COMP.
           05  WS-ACCT-SUB             PIC 9(04) COMP.
           05  WS-ACCT-ENTRY OCCURS 20 TIMES.
               10  WS-ACE-ACCT-NUMBER  PIC X(10).
               10  WS-ACE-NOTE         PIC X(10).
               10  WS-ACE-INTEREST     PIC S9(11)V99.
       01  WS-OVERFLOW-INTEREST        PIC S9(11)V99.
       01  WS-FORM-ISSUED              PIC X(01).
           88  FORM-ISSUED                 VALUE "Y".

       01  WS-TAX-COUNTERS.
           05  WS-SAVINGS-ACCTS        PIC 9(07) VALUE ZERO.
           05  WS-PURGED-ACCTS         PIC 9(07) VALUE ZERO.
           05  WS-PURGED-ON-MASTER     PIC 9(07) VALUE ZERO.
           05  WS-ARCHIVED-ENTRIES     PIC 9(07) VALUE ZERO.
           05  WS-LIVE-ENTRIES         PIC 9(07) VALUE ZERO.
           05  WS-LIVE-ALREADY-ROLLED  PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-WITH-INTEREST  PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-NO-INTEREST    PIC 9(07) VALUE ZERO.
           05  WS-FORMS-ISSUED         PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-BELOW          PIC 9(07) VALUE ZERO.
           05  WS-CUSTS-NOT-ON-MASTER  PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS-LISTED    PIC 9(07) VALUE ZERO.
           05  WS-FORMS-NO-ADDRESS     PIC 9(07) VALUE ZERO.
           05  WS-PAYEES-FILED         PIC 9(08) VALUE ZERO.
           05  WS-RECORD-SEQ           PIC 9(08) VALUE ZERO.
           05  WS-TOTAL-REPORTED       PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-BELOW          PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-NOT-ON-MASTER  PIC S9(13)V99 VALUE ZERO.
           05  WS-TOTAL-FILED          PIC 9(16)V99 VALUE ZERO.

      *****************************************************************
      * Electronic filing records, 750 bytes each.  Every record
      * carries its sequence number in the file at positions
      * 500-507; amounts are unsigned and in cents.
      *****************************************************************
       01  WS-T-RECORD.
           05  T-RECORD-TYPE           PIC X(01).
           05  T-PAYMENT-YEAR          PIC 9(04).
           05  T-PRIOR-YEAR-IND        PIC X(01).
           05  T-TRANSMITTER-TIN       PIC X(09).
           05  T-TRANSMITTER-CODE      PIC X(05).
           05  FILLER                  PIC X(07).
           05  T-TEST-FILE-IND         PIC X(01).
           05  T-FOREIGN-ENTITY-IND    PIC X(01).
           05  T-TRANSMITTER-NAME      PIC X(40).
           05  T-TRANSMITTER-NAME-2    PIC X(40).
           05  T-COMPANY-NAME          PIC X(40).
           05  T-COMPANY-NAME-2        PIC X(40).
           05  T-COMPANY-ADDRESS       PIC X(40).
           05  T-COMPANY-CITY          PIC X(40).
           05  T-COMPANY-STATE         PIC X(02).
           05  T-COMPANY-ZIP           PIC X(09).
           05  FILLER                  PIC X(15).
           05  T-TOTAL-PAYEES          PIC 9(08).
           05  T-CONTACT-NAME          PIC X(40).
           05  T-CONTACT-PHONE         PIC X(15).
           05  T-CONTACT-EMAIL         PIC X(50).
           05  FILLER                  PIC X(91).
           05  T-SEQUENCE              PIC 9(08).
           05  FILLER                  PIC X(10).
           05  T-VENDOR-IND            PIC X(01).
           05  FILLER                  PIC X(232).

       01  WS-A-RECORD.
           05  A-RECORD-TYPE           PIC X(01).
           05  A-PAYMENT-YEAR          PIC 9(04).
           05  A-COMBINED-FED-STATE    PIC X(01).
           05  FILLER                  PIC X(05).
           05  A-PAYER-TIN             PIC X(09).
           05  A-NAME-CONTROL          PIC X(04).
           05  A-LAST-FILING-IND       PIC X(01).
           05  A-TYPE-OF-RETURN        PIC X(02).
           05  A-AMOUNT-CODES          PIC X(18).
           05  FILLER                  PIC X(06).
           05  A-FOREIGN-ENTITY-IND    PIC X(01).
           05  A-PAYER-NAME            PIC X(40).
           05  A-PAYER-NAME-2          PIC X(40).
           05  A-TRANSFER-AGENT-IND    PIC X(01).
           05  A-PAYER-ADDRESS         PIC X(40).
           05  A-PAYER-CITY            PIC X(40).
           05  A-PAYER-STATE           PIC X(02).
           05  A-PAYER-ZIP             PIC X(09).
           05  A-PAYER-PHONE           PIC X(15).
           05  FILLER                  PIC X(260).
           05  A-SEQUENCE              PIC 9(08).
           05  FILLER                  PIC X(243).

       01  WS-B-RECORD.
           05  B-RECORD-TYPE           PIC X(01).
           05  B-PAYMENT-YEAR          PIC 9(04).
           05  B-CORRECTED-IND         PIC X(01).
           05  B-NAME-CONTROL          PIC X(04).
           05  B-TYPE-OF-TIN           PIC X(01).
           05  B-PAYEE-TIN             PIC X(09).
           05  B-PAYEE-ACCOUNT         PIC X(20).
           05  B-OFFICE-CODE           PIC X(04).
           05  FILLER                  PIC X(10).
           05  B-PAYMENT-AMOUNTS.
               10  B-PAYMENT-AMOUNT    PIC 9(10)V99 OCCURS 16 TIMES.
           05  B-FOREIGN-COUNTRY-IND   PIC X(01).
           05  B-PAYEE-NAME            PIC X(40).
           05  B-PAYEE-NAME-2          PIC X(40).
           05  B-PAYEE-ADDRESS         PIC X(40).
           05  FILLER                  PIC X(40).
           05  B-PAYEE-CITY            PIC X(40).
           05  B-PAYEE-STATE           PIC X(02).
           05  B-PAYEE-ZIP             PIC X(09).
           05  FILLER                  PIC X(41).
           05  B-SEQUENCE              PIC 9(08).
           05  FILLER                  PIC X(36).
           05  B-SECOND-TIN-NOTICE     PIC X(01).
           05  FILLER                  PIC X(206).

       01  WS-C-RECORD.
           05  C-RECORD-TYPE           PIC X(01).
           05  C-NUMBER-OF-PAYEES      PIC 9(08).
           05  FILLER                  PIC X(06).
           05  C-CONTROL-TOTALS.
               10  C-CONTROL-TOTAL     PIC 9(16)V99 OCCURS 16 TIMES.
           05  FILLER                  PIC X(196).
           05  C-SEQUENCE              PIC 9(08).
           05  FILLER                  PIC X(243).

       01  WS-F-RECORD.
           05  F-RECORD-TYPE           PIC X(01).
           05  F-NUMBER-OF-A-RECORDS   PIC 9(08).
           05  F-ZEROS                 PIC 9(21).
           05  FILLER                  PIC X(19).
           05  F-TOTAL-PAYEES          PIC 9(08).
           05  FILLER                  PIC X(442).
           05  F-SEQUENCE              PIC 9(08).
           05  FILLER                  PIC X(243).

      *****************************************************************
      * Recipient copy lines.
      *****************************************************************
       01  WS-FORM-TITLE-LINE.
           05  FILLER                  PIC X(33)
               VALUE "FORM 1099-INT    INTEREST INCOME ".
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "TAX YEAR ".
           05  WS-FTL-TAX-YEAR         PIC 9(04).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-FORM-TEXT-LINE.
           05  WS-FTX-LABEL            PIC X(20).
           05  WS-FTX-TEXT             PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-FORM-AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FAM-LABEL            PIC X(33).
           05  WS-FAM-AMOUNT           PIC -(11)9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-FORM-ACCT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-FAC-ACCT-NUMBER      PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FAC-NOTE             PIC X(10).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-FAC-INTEREST         PIC -(11)9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-FORM-RULE-LINE.
           05  FILLER                  PIC X(35) VALUE ALL "-".
           05  FILLER                  PIC X(35) VALUE ALL "-".
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-PAYEE-NAME               PIC X(40).
       01  WS-PAYEE-ADDRESS            PIC X(40).
       01  WS-ZIP-TEXT                 PIC X(10).
       01  WS-CITY-LINE-TEXT           PIC X(60).

      *****************************************************************
      * Exception list and run totals.
      *****************************************************************
       01  WS-EXC-HEADING-LINE.
           05  FILLER                  PIC X(33)
               VALUE "INTR1099 - BACKUP WITHHOLDING EXC".
           05  FILLER                  PIC X(24)
               VALUE "EPTIONS, TAX YEAR       ".
           05  WS-EHD-TAX-YEAR         PIC 9(04).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-EXC-COLUMN-LINE.
           05  FILLER                  PIC X(33)
               VALUE "CUSTOMER    NAME                 ".
           05  FILLER                  PIC X(33)
               VALUE "                REASON           ".
           05  FILLER                  PIC X(34)
               VALUE "                INTEREST  FORM    ".

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-CUST-ID          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-NAME             PIC X(35).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-REASON           PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-INTEREST         PIC -(11)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EXC-FORM             PIC X(04).
           05  FILLER                  PIC X(07) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(35).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(35).
           05  WS-TOT-AMOUNT           PIC -(13)9.99.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-ERR-PROGRAM-NAME         PIC X(08) VALUE "INTR1099".
       01  WS-ERR-PARAGRAPH-NAME       PIC X(30).
       01  WS-ERR-MESSAGE-TEXT         PIC X(40).
       COPY ERRLOGRC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM
           PERFORM OPEN-FILES
           PERFORM EXTRACT-MASTER-ACCOUNTS
           IF ARCHIVE-AVAILABLE
               PERFORM EXTRACT-PURGED-ACCOUNTS
           END-IF
           PERFORM EXTRACT-LIVE-JOURNAL
           PERFORM SORT-INTEREST-WORK
           PERFORM WRITE-EXCEPTION-HEADING
           PERFORM READ-SORTED-ITEM
           PERFORM ACCUMULATE-INTEREST-ITEM UNTIL END-OF-SORTED
           PERFORM CLOSE-CURRENT-CUSTOMER
           PERFORM BUILD-FILING-FILE
           PERFORM WRITE-TOTALS
           PERFORM CLOSE-FILES
           IF RETURN-CODE = 0 AND WS-CUSTS-NOT-ON-MASTER > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *****************************************************************
      * The tax year bounds every selection.  The payer's tax ID,
      * name and transmitter control code are required - the
      * filing file is refused without them - and the threshold
      * must be numeric (zero reports every customer with
      * interest).
      *****************************************************************
       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN TAX PARM FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ PARM-FILE
               AT END
                   MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "TAX PARM FILE IS EMPTY"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           IF PARM-TAX-YEAR IS NOT NUMERIC
               OR PARM-THRESHOLD IS NOT NUMERIC
               OR PARM-PAYER-TAX-ID IS NOT NUMERIC
               OR PARM-PAYER-NAME = SPACES
               OR PARM-TRANSMITTER-CODE = SPACES
               OR (PARM-TEST-INDICATOR NOT = SPACE
                   AND PARM-TEST-INDICATOR NOT = "T")
               MOVE "READ-PARM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "INVALID TAX REPORTING PARM"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           COMPUTE WS-YEAR-FROM-DATE = PARM-TAX-YEAR * 10000 + 0101
           COMPUTE WS-YEAR-TO-DATE = PARM-TAX-YEAR * 10000 + 1231
           MOVE PARM-THRESHOLD TO WS-THRESHOLD
           CLOSE PARM-FILE.

      *****************************************************************
      * A missing purged-account archive means ACCTPURG has never
      * removed an account, and a missing keyed journal archive
      * means no rollover has run yet; either is simply one source
      * fewer.
      *****************************************************************
       OPEN-FILES.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN ACCOUNT MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ARCHIVE-FILE
           EVALUATE WS-ARCHIVE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-ARCHIVE-AVAILABLE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "UNABLE TO OPEN PURGED ACCOUNT ARCHIVE"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT INDEXED-JRNL-FILE
           EVALUATE WS-IDXJRNL-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-IDXJRNL-AVAILABLE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "UNABLE TO OPEN INDEXED JOURNAL ARCHIVE"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           OPEN INPUT CUST-FILE
           IF WS-CUST-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN CUSTOMER MASTER"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TAX-WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN TAX WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PAYEE-WORK-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN PAYEE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FORMS-FILE
           IF WS-FORMS-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN RECIPIENT FORMS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               MOVE "OPEN-FILES" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN EXCEPTION LIST"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Every savings account on the master - open, dormant or
      * closed during the year - has its year's archived accruals
      * summed into one work record.
      *****************************************************************
       EXTRACT-MASTER-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCT-FILE KEY NOT < ACCT-NUMBER
               INVALID KEY
                   SET END-OF-ACCTS TO TRUE
           END-START
           IF NOT END-OF-ACCTS
               PERFORM READ-ACCOUNT
           END-IF
           PERFORM EXTRACT-ONE-MASTER-ACCOUNT UNTIL END-OF-ACCTS.

       READ-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCTS TO TRUE
           END-READ
           IF NOT END-OF-ACCTS AND WS-ACCT-STATUS NOT = "00"
               MOVE "READ-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF ACCOUNT MASTER FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-ONE-MASTER-ACCOUNT.
           IF ACCT-TYPE-SAVINGS
               ADD 1 TO WS-SAVINGS-ACCTS
               MOVE ACCT-NUMBER TO WS-HISTORY-ACCT-NUMBER
               PERFORM SUM-ARCHIVED-INTEREST
               IF WS-ACCT-INTEREST NOT = ZERO
                   MOVE SPACES TO WS-WORK-RECORD
                   MOVE ACCT-CUSTOMER-ID TO TXW-CUST-ID
                   MOVE ACCT-NUMBER TO TXW-ACCT-NUMBER
                   MOVE "M" TO TXW-SOURCE
                   MOVE ACCT-STATUS TO TXW-ACCT-STATUS
                   MOVE WS-ACCT-INTEREST TO TXW-INTEREST
                   PERFORM WRITE-WORK-RECORD
               END-IF
           END-IF
           PERFORM READ-ACCOUNT.

      *****************************************************************
      * Accounts purged during or since the tax year still owe the
      * customer a form for the interest they earned before they
      * went.  An account that is in the archive but still on the
      * master is one ACCTPURG archived but had not yet deleted
      * when it stopped; the master sweep has already counted it.
      *****************************************************************
       EXTRACT-PURGED-ACCOUNTS.
           PERFORM READ-ARCHIVED-ACCOUNT
           PERFORM EXTRACT-ONE-PURGED-ACCOUNT UNTIL END-OF-ARCHIVE.

       READ-ARCHIVED-ACCOUNT.
           READ ARCHIVE-FILE NEXT RECORD
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ
           IF NOT END-OF-ARCHIVE AND WS-ARCHIVE-STATUS NOT = "00"
               MOVE "READ-ARCHIVED-ACCOUNT" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF PURGED ACCOUNT ARCHIVE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-ONE-PURGED-ACCOUNT.
           IF ARCH-ACCT-TYPE = "SV"
               AND ARCH-PURGE-DATE >= WS-YEAR-FROM-DATE
               MOVE ARCH-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCT-FILE
                   INVALID KEY
                       PERFORM EXTRACT-PURGED-INTEREST
                   NOT INVALID KEY
                       ADD 1 TO WS-PURGED-ON-MASTER
               END-READ
               IF WS-ACCT-STATUS NOT = "00"
                   AND WS-ACCT-STATUS NOT = "23"
                   MOVE "EXTRACT-ONE-PURGED-ACCOUNT"
                       TO WS-ERR-PARAGRAPH-NAME
                   MOVE SPACES TO WS-ERR-MESSAGE-TEXT
                   STRING "MASTER READ FAILED STATUS " WS-ACCT-STATUS
                       DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM READ-ARCHIVED-ACCOUNT.

       EXTRACT-PURGED-INTEREST.
           ADD 1 TO WS-PURGED-ACCTS
           MOVE ARCH-ACCT-NUMBER TO WS-HISTORY-ACCT-NUMBER
           PERFORM SUM-ARCHIVED-INTEREST
           IF WS-ACCT-INTEREST NOT = ZERO
               MOVE SPACES TO WS-WORK-RECORD
               MOVE ARCH-CUSTOMER-ID TO TXW-CUST-ID
               MOVE ARCH-ACCT-NUMBER TO TXW-ACCT-NUMBER
               MOVE "P" TO TXW-SOURCE
               MOVE "C" TO TXW-ACCT-STATUS
               MOVE WS-ACCT-INTEREST TO TXW-INTEREST
               MOVE ARCH-CUST-NAME TO TXW-ARCH-CUST-NAME
               PERFORM WRITE-WORK-RECORD
           END-IF.

      *****************************************************************
      * STARTs the keyed journal archive at the account and 1
      * January and browses forward until the account or the year
      * runs out, adding up the ACCTINTR entries.
      *****************************************************************
       SUM-ARCHIVED-INTEREST.
           MOVE ZERO TO WS-ACCT-INTEREST
           IF IDXJRNL-AVAILABLE
               MOVE "N" TO WS-END-OF-HISTORY
               MOVE SPACES TO AJRNX-RECORD
               MOVE WS-HISTORY-ACCT-NUMBER TO AJRNX-ACCT-NUMBER
               MOVE WS-YEAR-FROM-DATE TO AJRNX-DATE
               MOVE ZERO TO AJRNX-TIME
               MOVE ZERO TO AJRNX-SEQ
               START INDEXED-JRNL-FILE KEY NOT < AJRNX-KEY
                   INVALID KEY
                       SET END-OF-HISTORY TO TRUE
               END-START
               IF NOT END-OF-HISTORY
                   PERFORM READ-ARCHIVED-ENTRY
               END-IF
               PERFORM ADD-ARCHIVED-INTEREST UNTIL END-OF-HISTORY
           END-IF.

       READ-ARCHIVED-ENTRY.
           READ INDEXED-JRNL-FILE NEXT RECORD
               AT END
                   SET END-OF-HISTORY TO TRUE
           END-READ
           IF NOT END-OF-HISTORY AND WS-IDXJRNL-STATUS NOT = "00"
               MOVE "READ-ARCHIVED-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF INDEXED JOURNAL ARCHIVE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT END-OF-HISTORY
               IF AJRNX-ACCT-NUMBER NOT = WS-HISTORY-ACCT-NUMBER
                   OR AJRNX-DATE > WS-YEAR-TO-DATE
                   SET END-OF-HISTORY TO TRUE
               END-IF
           END-IF.

       ADD-ARCHIVED-INTEREST.
           IF AJRNX-PROGRAM-NAME = "ACCTINTR"
               ADD 1 TO WS-ARCHIVED-ENTRIES
               MOVE AJRNX-AFTER-IMAGE TO WS-IMAGE-AREA
               MOVE WS-IMG-BALANCE TO WS-AFTER-BALANCE
               MOVE AJRNX-BEFORE-IMAGE TO WS-IMAGE-AREA
               COMPUTE WS-ACCT-INTEREST = WS-ACCT-INTEREST
                   + WS-AFTER-BALANCE - WS-IMG-BALANCE
           END-IF
           PERFORM READ-ARCHIVED-ENTRY.

      *****************************************************************
      * The tax year's accruals not yet rolled over are still in
      * the live journal - all of December's when the run precedes
      * the December rollover.  A live journal that does not exist
      * has nothing to add.
      *****************************************************************
       EXTRACT-LIVE-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL-FILE
           EVALUATE WS-AJRNL-STATUS
               WHEN "00"
                   PERFORM READ-AUDIT-ENTRY
                   PERFORM EXTRACT-ONE-LIVE-ENTRY UNTIL END-OF-AJRNL
                   CLOSE AUDIT-JOURNAL-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   MOVE "EXTRACT-LIVE-JOURNAL" TO WS-ERR-PARAGRAPH-NAME
                   MOVE "UNABLE TO OPEN AUDIT JOURNAL"
                       TO WS-ERR-MESSAGE-TEXT
                   PERFORM LOG-SEVERE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

       READ-AUDIT-ENTRY.
           READ AUDIT-JOURNAL-FILE
               AT END
                   SET END-OF-AJRNL TO TRUE
           END-READ
           IF NOT END-OF-AJRNL AND WS-AJRNL-STATUS NOT = "00"
               MOVE "READ-AUDIT-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF AUDIT JOURNAL FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       EXTRACT-ONE-LIVE-ENTRY.
           MOVE AUDIT-JOURNAL-RECORD TO AJRNL-RECORD
           IF AJRNL-PROGRAM-NAME = "ACCTINTR"
               AND AJRNL-DATE >= WS-YEAR-FROM-DATE
               AND AJRNL-DATE <= WS-YEAR-TO-DATE
               PERFORM CHECK-ENTRY-ARCHIVED
               IF ENTRY-ARCHIVED
                   ADD 1 TO WS-LIVE-ALREADY-ROLLED
               ELSE
                   PERFORM WRITE-LIVE-INTEREST-ITEM
               END-IF
           END-IF
           PERFORM READ-AUDIT-ENTRY.

      *****************************************************************
      * A live entry is already in the keyed archive when a record
      * under its account, date and time carries the same images -
      * the test AJRNLROL itself makes on a rerun.  Same-second
      * entries sit at successive sequence numbers, so the probe
      * walks the sequence until a match or a gap.
      *****************************************************************
       CHECK-ENTRY-ARCHIVED.
           MOVE "N" TO WS-ENTRY-ARCHIVED
           IF IDXJRNL-AVAILABLE
               MOVE "N" TO WS-END-OF-PROBE
               MOVE SPACES TO AJRNX-RECORD
               MOVE AJRNL-ACCT-NUMBER TO AJRNX-ACCT-NUMBER
               MOVE AJRNL-DATE TO AJRNX-DATE
               MOVE AJRNL-TIME TO AJRNX-TIME
               MOVE ZERO TO AJRNX-SEQ
               PERFORM PROBE-ARCHIVED-ENTRY
                   UNTIL ENTRY-ARCHIVED OR END-OF-PROBE
           END-IF.

       PROBE-ARCHIVED-ENTRY.
           READ INDEXED-JRNL-FILE
               INVALID KEY
                   SET END-OF-PROBE TO TRUE
               NOT INVALID KEY
                   IF AJRNX-PROGRAM-NAME = AJRNL-PROGRAM-NAME
                       AND AJRNX-BEFORE-IMAGE = AJRNL-BEFORE-IMAGE
                       AND AJRNX-AFTER-IMAGE = AJRNL-AFTER-IMAGE
                       MOVE "Y" TO WS-ENTRY-ARCHIVED
                   ELSE
                       IF AJRNX-SEQ = 9999
                           SET END-OF-PROBE TO TRUE
                       ELSE
                           ADD 1 TO AJRNX-SEQ
                       END-IF
                   END-IF
           END-READ
           IF WS-IDXJRNL-STATUS NOT = "00"
               AND WS-IDXJRNL-STATUS NOT = "23"
               MOVE "PROBE-ARCHIVED-ENTRY" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF INDEXED JOURNAL ARCHIVE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-LIVE-INTEREST-ITEM.
           ADD 1 TO WS-LIVE-ENTRIES
           MOVE AJRNL-AFTER-IMAGE TO WS-IMAGE-AREA
           MOVE WS-IMG-BALANCE TO WS-AFTER-BALANCE
           MOVE SPACES TO WS-WORK-RECORD
           MOVE WS-IMG-CUST-ID TO TXW-CUST-ID
           MOVE AJRNL-ACCT-NUMBER TO TXW-ACCT-NUMBER
           MOVE "J" TO TXW-SOURCE
           MOVE WS-IMG-STATUS TO TXW-ACCT-STATUS
           MOVE AJRNL-BEFORE-IMAGE TO WS-IMAGE-AREA
           COMPUTE WS-ENTRY-INTEREST =
               WS-AFTER-BALANCE - WS-IMG-BALANCE
           MOVE WS-ENTRY-INTEREST TO TXW-INTEREST
           PERFORM WRITE-WORK-RECORD.

       WRITE-WORK-RECORD.
           MOVE WS-WORK-RECORD TO TAX-WORK-RECORD
           WRITE TAX-WORK-RECORD
           IF WS-WORK-STATUS NOT = "00"
               MOVE "WRITE-WORK-RECORD" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE TAX WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Sorts the extract into customer / account order so each
      * customer's accounts arrive together for the totalling pass.
      *****************************************************************
       SORT-INTEREST-WORK.
           CLOSE TAX-WORK-FILE
           SORT SORT-FILE
               ON ASCENDING KEY SORT-CUST-ID
                                SORT-ACCT-NUMBER
               USING TAX-WORK-FILE
               GIVING SORTED-WORK-FILE
           IF SORT-RETURN NOT = 0
               MOVE "SORT-INTEREST-WORK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "SORT OF TAX WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SORTED-WORK-FILE
           IF WS-SORTED-STATUS NOT = "00"
               MOVE "SORT-INTEREST-WORK" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN SORTED WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-CURRENT-CUST-ID.

       READ-SORTED-ITEM.
           READ SORTED-WORK-FILE
               AT END
                   SET END-OF-SORTED TO TRUE
               NOT AT END
                   MOVE SORTED-WORK-RECORD TO WS-WORK-RECORD
           END-READ
           IF NOT END-OF-SORTED AND WS-SORTED-STATUS NOT = "00"
               MOVE "READ-SORTED-ITEM" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF SORTED WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Control-break pass over the sorted extract: a new customer
      * closes the prior one, a new account opens a line in the
      * customer's account table, and every item adds to both.
      * The account's standing comes from the master or the purge
      * archive where there is one, otherwise from the journalled
      * image.
      *****************************************************************
       ACCUMULATE-INTEREST-ITEM.
           IF TXW-CUST-ID NOT = WS-CURRENT-CUST-ID
               PERFORM CLOSE-CURRENT-CUSTOMER
               PERFORM OPEN-NEW-CUSTOMER
           END-IF
           IF TXW-ACCT-NUMBER NOT = WS-CURRENT-ACCT-NUMBER
               PERFORM OPEN-NEW-ACCOUNT-ENTRY
           END-IF
           ADD TXW-INTEREST TO WS-CUST-INTEREST
           IF WS-ACCT-COUNT > WS-ACCT-MAX
               ADD TXW-INTEREST TO WS-OVERFLOW-INTEREST
           ELSE
               ADD TXW-INTEREST TO WS-ACE-INTEREST (WS-ACCT-COUNT)
               IF NOT TXW-FROM-JOURNAL
                   PERFORM SET-ACCOUNT-NOTE
               END-IF
           END-IF
           IF TXW-FROM-PURGED
               MOVE TXW-ARCH-CUST-NAME TO WS-ARCH-NAME-HELD
           END-IF
           PERFORM READ-SORTED-ITEM.

       OPEN-NEW-CUSTOMER.
           MOVE TXW-CUST-ID TO WS-CURRENT-CUST-ID
           MOVE "Y" TO WS-CUST-OPEN
           MOVE SPACES TO WS-CURRENT-ACCT-NUMBER
           MOVE ZERO TO WS-CUST-INTEREST
           MOVE ZERO TO WS-OVERFLOW-INTEREST
           MOVE ZERO TO WS-ACCT-COUNT
           MOVE SPACES TO WS-ARCH-NAME-HELD.

       OPEN-NEW-ACCOUNT-ENTRY.
           MOVE TXW-ACCT-NUMBER TO WS-CURRENT-ACCT-NUMBER
           ADD 1 TO WS-ACCT-COUNT
           IF WS-ACCT-COUNT NOT > WS-ACCT-MAX
               MOVE TXW-ACCT-NUMBER
                   TO WS-ACE-ACCT-NUMBER (WS-ACCT-COUNT)
               MOVE ZERO TO WS-ACE-INTEREST (WS-ACCT-COUNT)
               PERFORM SET-ACCOUNT-NOTE
           END-IF.

       SET-ACCOUNT-NOTE.
           EVALUATE TRUE
               WHEN TXW-FROM-PURGED
                   MOVE "PURGED" TO WS-ACE-NOTE (WS-ACCT-COUNT)
               WHEN TXW-ACCT-STATUS = "C"
                   MOVE "CLOSED" TO WS-ACE-NOTE (WS-ACCT-COUNT)
               WHEN TXW-ACCT-STATUS = "D"
                   MOVE "DORMANT" TO WS-ACE-NOTE (WS-ACCT-COUNT)
               WHEN OTHER
                   MOVE SPACES TO WS-ACE-NOTE (WS-ACCT-COUNT)
           END-EVALUATE.

      *****************************************************************
      * Disposes of one customer's year.  Net interest of zero or
      * less is nothing to report.  A customer at or over the
      * threshold gets a form; every customer with interest is
      * checked for backup withholding.
      *****************************************************************
       CLOSE-CURRENT-CUSTOMER.
           IF CUST-OPEN
               MOVE "N" TO WS-CUST-OPEN
               IF WS-CUST-INTEREST > ZERO
                   ADD 1 TO WS-CUSTS-WITH-INTEREST
                   PERFORM DISPOSE-CUSTOMER
               ELSE
                   ADD 1 TO WS-CUSTS-NO-INTEREST
               END-IF
           END-IF.

       DISPOSE-CUSTOMER.
           MOVE "N" TO WS-FORM-ISSUED
           PERFORM READ-CUSTOMER
           IF NOT CUST-FOUND
               ADD 1 TO WS-CUSTS-NOT-ON-MASTER
               ADD WS-CUST-INTEREST TO WS-TOTAL-NOT-ON-MASTER
               IF WS-ARCH-NAME-HELD = SPACES
                   MOVE "** CUSTOMER RECORD MISSING **"
                       TO WS-EXC-NAME
               ELSE
                   MOVE WS-ARCH-NAME-HELD TO WS-EXC-NAME
               END-IF
               MOVE "NOT ON CUSTOMER MASTER" TO WS-EXC-REASON
               MOVE "NONE" TO WS-EXC-FORM
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM CHECK-TAX-ID
               IF WS-CUST-INTEREST >= WS-THRESHOLD
                   PERFORM ISSUE-FORM
               ELSE
                   ADD 1 TO WS-CUSTS-BELOW
                   ADD WS-CUST-INTEREST TO WS-TOTAL-BELOW
               END-IF
               PERFORM CHECK-BACKUP-WITHHOLDING
           END-IF.

       READ-CUSTOMER.
           MOVE "Y" TO WS-CUST-FOUND
           MOVE WS-CURRENT-CUST-ID TO CUST-ID
           READ CUST-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUST-FOUND
           END-READ
           IF CUST-FOUND AND WS-CUST-STATUS NOT = "00"
               MOVE "READ-CUSTOMER" TO WS-ERR-PARAGRAPH-NAME
               MOVE SPACES TO WS-ERR-MESSAGE-TEXT
               STRING "CUSTOMER READ FAILED STATUS " WS-CUST-STATUS
                   DELIMITED BY SIZE INTO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CHECK-TAX-ID.
           IF CUST-TAX-ID IS NUMERIC AND CUST-TAX-ID NOT = ZEROS
               MOVE "Y" TO WS-TAX-ID-VALID
           ELSE
               MOVE "N" TO WS-TAX-ID-VALID
           END-IF.

      *****************************************************************
      * A missing tax ID is reported before an uncertified one: the
      * customer must first supply a number, then certify it.
      *****************************************************************
       CHECK-BACKUP-WITHHOLDING.
           MOVE SPACES TO WS-EXC-REASON
           IF NOT TAX-ID-VALID
               MOVE "TAX ID MISSING" TO WS-EXC-REASON
           ELSE
               IF NOT CUST-TAX-ID-IS-CERTIFIED
                   MOVE "TAX ID NOT CERTIFIED" TO WS-EXC-REASON
               END-IF
           END-IF
           IF WS-EXC-REASON NOT = SPACES
               MOVE SPACES TO WS-EXC-NAME
               STRING CUST-LAST-NAME DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CUST-FIRST-NAME DELIMITED BY SIZE
                   INTO WS-EXC-NAME
               IF FORM-ISSUED
                   MOVE "YES" TO WS-EXC-FORM
               ELSE
                   MOVE "NO" TO WS-EXC-FORM
               END-IF
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       ISSUE-FORM.
           MOVE "Y" TO WS-FORM-ISSUED
           ADD 1 TO WS-FORMS-ISSUED
           ADD WS-CUST-INTEREST TO WS-TOTAL-REPORTED
           PERFORM FORMAT-PAYEE-NAME-ADDRESS
           PERFORM WRITE-PAYEE-RECORD
           PERFORM PRINT-RECIPIENT-COPY.

      *****************************************************************
      * The filing record has one 40-byte street line, so a second
      * street line is carried behind the first.  A nine-digit ZIP
      * code prints with its hyphen on the recipient copy.
      *****************************************************************
       FORMAT-PAYEE-NAME-ADDRESS.
           MOVE SPACES TO WS-PAYEE-NAME
           IF CUST-FIRST-NAME = SPACES
               MOVE CUST-LAST-NAME TO WS-PAYEE-NAME
           ELSE
               STRING CUST-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   CUST-LAST-NAME DELIMITED BY "  "
                   INTO WS-PAYEE-NAME
           END-IF
           MOVE SPACES TO WS-PAYEE-ADDRESS
           IF CUST-MAIL-LINE-2 = SPACES
               MOVE CUST-MAIL-LINE-1 TO WS-PAYEE-ADDRESS
           ELSE
               STRING CUST-MAIL-LINE-1 DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   CUST-MAIL-LINE-2 DELIMITED BY "  "
                   INTO WS-PAYEE-ADDRESS
           END-IF
           MOVE SPACES TO WS-ZIP-TEXT
           IF CUST-MAIL-ZIP (6:4) = SPACES
               MOVE CUST-MAIL-ZIP (1:5) TO WS-ZIP-TEXT
           ELSE
               STRING CUST-MAIL-ZIP (1:5) "-" CUST-MAIL-ZIP (6:4)
                   DELIMITED BY SIZE INTO WS-ZIP-TEXT
           END-IF
           MOVE SPACES TO WS-CITY-LINE-TEXT
           STRING CUST-MAIL-CITY DELIMITED BY "  "
               " " CUST-MAIL-STATE "  " WS-ZIP-TEXT
               DELIMITED BY SIZE INTO WS-CITY-LINE-TEXT.

       WRITE-PAYEE-RECORD.
           MOVE SPACES TO WS-B-RECORD
           MOVE "B" TO B-RECORD-TYPE
           MOVE WS-TAX-YEAR TO B-PAYMENT-YEAR
           MOVE CUST-LAST-NAME (1:4) TO B-NAME-CONTROL
           IF TAX-ID-VALID
               MOVE "2" TO B-TYPE-OF-TIN
               MOVE CUST-TAX-ID TO B-PAYEE-TIN
           END-IF
           MOVE CUST-ID TO B-PAYEE-ACCOUNT
           MOVE ZEROS TO B-PAYMENT-AMOUNTS
           MOVE WS-CUST-INTEREST TO B-PAYMENT-AMOUNT (1)
           MOVE WS-PAYEE-NAME TO B-PAYEE-NAME
           MOVE WS-PAYEE-ADDRESS TO B-PAYEE-ADDRESS
           MOVE CUST-MAIL-CITY TO B-PAYEE-CITY
           MOVE CUST-MAIL-STATE TO B-PAYEE-STATE
           MOVE CUST-MAIL-ZIP TO B-PAYEE-ZIP
           MOVE ZERO TO B-SEQUENCE
           MOVE WS-B-RECORD TO PAYEE-WORK-RECORD
           WRITE PAYEE-WORK-RECORD
           IF WS-PAYEE-STATUS NOT = "00"
               MOVE "WRITE-PAYEE-RECORD" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE PAYEE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * The recipient copy masks all but the last four digits of
      * the customer's tax ID and lists the interest by account.
      * A customer with no mailing address on file still gets a
      * copy, flagged so the branch can hand it over.
      *****************************************************************
       PRINT-RECIPIENT-COPY.
           MOVE WS-TAX-YEAR TO WS-FTL-TAX-YEAR
           MOVE WS-FORM-TITLE-LINE TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "COPY B FOR RECIPIENT" TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE SPACES TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "PAYER" TO WS-FTX-LABEL
           MOVE PARM-PAYER-NAME TO WS-FTX-TEXT
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE SPACES TO WS-FTX-LABEL
           MOVE PARM-PAYER-ADDRESS TO WS-FTX-TEXT
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE SPACES TO WS-FTX-TEXT
           STRING PARM-PAYER-CITY DELIMITED BY "  "
               " " PARM-PAYER-STATE "  " PARM-PAYER-ZIP
               DELIMITED BY SIZE INTO WS-FTX-TEXT
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE "PAYER'S TIN" TO WS-FTX-LABEL
           MOVE SPACES TO WS-FTX-TEXT
           STRING PARM-PAYER-TAX-ID (1:2) "-" PARM-PAYER-TAX-ID (3:7)
               DELIMITED BY SIZE INTO WS-FTX-TEXT
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE "RECIPIENT'S TIN" TO WS-FTX-LABEL
           IF TAX-ID-VALID
               MOVE SPACES TO WS-FTX-TEXT
               STRING "***-**-" CUST-TAX-ID (6:4)
                   DELIMITED BY SIZE INTO WS-FTX-TEXT
           ELSE
               MOVE "NOT ON FILE" TO WS-FTX-TEXT
           END-IF
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE SPACES TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "RECIPIENT" TO WS-FTX-LABEL
           MOVE WS-PAYEE-NAME TO WS-FTX-TEXT
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE SPACES TO WS-FTX-LABEL
           IF CUST-MAIL-ADDRESS = SPACES
               ADD 1 TO WS-FORMS-NO-ADDRESS
               MOVE "** NO MAILING ADDRESS ON FILE **" TO WS-FTX-TEXT
               PERFORM WRITE-FORM-TEXT-LINE
           ELSE
               MOVE CUST-MAIL-LINE-1 TO WS-FTX-TEXT
               PERFORM WRITE-FORM-TEXT-LINE
               IF CUST-MAIL-LINE-2 NOT = SPACES
                   MOVE CUST-MAIL-LINE-2 TO WS-FTX-TEXT
                   PERFORM WRITE-FORM-TEXT-LINE
               END-IF
               MOVE WS-CITY-LINE-TEXT TO WS-FTX-TEXT
               PERFORM WRITE-FORM-TEXT-LINE
           END-IF
           MOVE "ACCOUNT NUMBER" TO WS-FTX-LABEL
           MOVE CUST-ID TO WS-FTX-TEXT
           PERFORM WRITE-FORM-TEXT-LINE
           MOVE SPACES TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "BOX 1  INTEREST INCOME" TO WS-FAM-LABEL
           MOVE WS-CUST-INTEREST TO WS-FAM-AMOUNT
           MOVE WS-FORM-AMOUNT-LINE TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "BOX 4  FEDERAL INCOME TAX WITHHELD" TO WS-FAM-LABEL
           MOVE ZERO TO WS-FAM-AMOUNT
           MOVE WS-FORM-AMOUNT-LINE TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE SPACES TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "  INTEREST BY ACCOUNT" TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           PERFORM PRINT-ACCOUNT-LINE
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               OR WS-ACCT-SUB > WS-ACCT-MAX
           IF WS-ACCT-COUNT > WS-ACCT-MAX
               MOVE "OTHER" TO WS-FAC-ACCT-NUMBER
               MOVE "ACCOUNTS" TO WS-FAC-NOTE
               MOVE WS-OVERFLOW-INTEREST TO WS-FAC-INTEREST
               MOVE WS-FORM-ACCT-LINE TO FORMS-RECORD
               PERFORM WRITE-FORMS-LINE
           END-IF
           MOVE SPACES TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE "THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISH
      -        "ED TO THE INTERNAL REVENUE SERVICE." TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE
           MOVE WS-FORM-RULE-LINE TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE.

       PRINT-ACCOUNT-LINE.
           MOVE WS-ACE-ACCT-NUMBER (WS-ACCT-SUB) TO WS-FAC-ACCT-NUMBER
           MOVE WS-ACE-NOTE (WS-ACCT-SUB) TO WS-FAC-NOTE
           MOVE WS-ACE-INTEREST (WS-ACCT-SUB) TO WS-FAC-INTEREST
           MOVE WS-FORM-ACCT-LINE TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE.

       WRITE-FORM-TEXT-LINE.
           MOVE WS-FORM-TEXT-LINE TO FORMS-RECORD
           PERFORM WRITE-FORMS-LINE.

       WRITE-FORMS-LINE.
           WRITE FORMS-RECORD
           IF WS-FORMS-STATUS NOT = "00"
               MOVE "WRITE-FORMS-LINE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE RECIPIENT FORMS FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * Assembles the filing file: transmitter and payer records,
      * the payee records from the work file numbered in sequence,
      * then the end-of-payer record carrying the payee count and
      * the interest control total, and the end-of-transmission
      * record.  The count and total are proved against the forms
      * issued; a file that does not prove must not be sent.
      *****************************************************************
       BUILD-FILING-FILE.
           CLOSE PAYEE-WORK-FILE
           OPEN INPUT PAYEE-WORK-FILE
           IF WS-PAYEE-STATUS NOT = "00"
               MOVE "BUILD-FILING-FILE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO REOPEN PAYEE WORK FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
               MOVE "BUILD-FILING-FILE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO OPEN FILING FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-TRANSMITTER-RECORD
           PERFORM WRITE-PAYER-RECORD
           PERFORM READ-PAYEE-RECORD
           PERFORM COPY-PAYEE-RECORD UNTIL END-OF-PAYEES
           PERFORM WRITE-END-OF-PAYER-RECORD
           PERFORM WRITE-END-OF-TRANSMISSION
           CLOSE PAYEE-WORK-FILE
           CLOSE FILING-FILE
           IF WS-PAYEES-FILED NOT = WS-FORMS-ISSUED
               OR WS-TOTAL-FILED NOT = WS-TOTAL-REPORTED
               MOVE "BUILD-FILING-FILE" TO WS-ERR-PARAGRAPH-NAME
               MOVE "FILING FILE DOES NOT PROVE TO FORMS"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-TRANSMITTER-RECORD.
           MOVE SPACES TO WS-T-RECORD
           MOVE "T" TO T-RECORD-TYPE
           MOVE WS-TAX-YEAR TO T-PAYMENT-YEAR
           MOVE PARM-PAYER-TAX-ID TO T-TRANSMITTER-TIN
           MOVE PARM-TRANSMITTER-CODE TO T-TRANSMITTER-CODE
           MOVE PARM-TEST-INDICATOR TO T-TEST-FILE-IND
           MOVE PARM-PAYER-NAME TO T-TRANSMITTER-NAME
           MOVE PARM-PAYER-NAME TO T-COMPANY-NAME
           MOVE PARM-PAYER-ADDRESS TO T-COMPANY-ADDRESS
           MOVE PARM-PAYER-CITY TO T-COMPANY-CITY
           MOVE PARM-PAYER-STATE TO T-COMPANY-STATE
           MOVE PARM-PAYER-ZIP TO T-COMPANY-ZIP
           MOVE WS-FORMS-ISSUED TO T-TOTAL-PAYEES
           MOVE PARM-CONTACT-NAME TO T-CONTACT-NAME
           MOVE PARM-PAYER-PHONE TO T-CONTACT-PHONE
           MOVE PARM-CONTACT-EMAIL TO T-CONTACT-EMAIL
           MOVE "I" TO T-VENDOR-IND
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO T-SEQUENCE
           MOVE WS-T-RECORD TO FILING-RECORD
           PERFORM WRITE-FILING-RECORD.

       WRITE-PAYER-RECORD.
           MOVE SPACES TO WS-A-RECORD
           MOVE "A" TO A-RECORD-TYPE
           MOVE WS-TAX-YEAR TO A-PAYMENT-YEAR
           MOVE PARM-PAYER-TAX-ID TO A-PAYER-TIN
           MOVE "6" TO A-TYPE-OF-RETURN
           MOVE "1" TO A-AMOUNT-CODES
           MOVE PARM-PAYER-NAME TO A-PAYER-NAME
           MOVE "0" TO A-TRANSFER-AGENT-IND
           MOVE PARM-PAYER-ADDRESS TO A-PAYER-ADDRESS
           MOVE PARM-PAYER-CITY TO A-PAYER-CITY
           MOVE PARM-PAYER-STATE TO A-PAYER-STATE
           MOVE PARM-PAYER-ZIP TO A-PAYER-ZIP
           MOVE PARM-PAYER-PHONE TO A-PAYER-PHONE
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO A-SEQUENCE
           MOVE WS-A-RECORD TO FILING-RECORD
           PERFORM WRITE-FILING-RECORD.

       READ-PAYEE-RECORD.
           READ PAYEE-WORK-FILE
               AT END
                   SET END-OF-PAYEES TO TRUE
           END-READ
           IF NOT END-OF-PAYEES AND WS-PAYEE-STATUS NOT = "00"
               MOVE "READ-PAYEE-RECORD" TO WS-ERR-PARAGRAPH-NAME
               MOVE "READ OF PAYEE WORK FILE FAILED"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       COPY-PAYEE-RECORD.
           MOVE PAYEE-WORK-RECORD TO WS-B-RECORD
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO B-SEQUENCE
           ADD 1 TO WS-PAYEES-FILED
           ADD B-PAYMENT-AMOUNT (1) TO WS-TOTAL-FILED
           MOVE WS-B-RECORD TO FILING-RECORD
           PERFORM WRITE-FILING-RECORD
           PERFORM READ-PAYEE-RECORD.

       WRITE-END-OF-PAYER-RECORD.
           MOVE SPACES TO WS-C-RECORD
           MOVE "C" TO C-RECORD-TYPE
           MOVE WS-PAYEES-FILED TO C-NUMBER-OF-PAYEES
           MOVE ZEROS TO C-CONTROL-TOTALS
           MOVE WS-TOTAL-FILED TO C-CONTROL-TOTAL (1)
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO C-SEQUENCE
           MOVE WS-C-RECORD TO FILING-RECORD
           PERFORM WRITE-FILING-RECORD.

       WRITE-END-OF-TRANSMISSION.
           MOVE SPACES TO WS-F-RECORD
           MOVE "F" TO F-RECORD-TYPE
           MOVE 1 TO F-NUMBER-OF-A-RECORDS
           MOVE ZERO TO F-ZEROS
           MOVE WS-PAYEES-FILED TO F-TOTAL-PAYEES
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO F-SEQUENCE
           MOVE WS-F-RECORD TO FILING-RECORD
           PERFORM WRITE-FILING-RECORD.

       WRITE-FILING-RECORD.
           WRITE FILING-RECORD
           IF WS-FILING-STATUS NOT = "00"
               MOVE "WRITE-FILING-RECORD" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE FILING FILE"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       WRITE-EXCEPTION-HEADING.
           MOVE WS-TAX-YEAR TO WS-EHD-TAX-YEAR
           MOVE WS-EXC-HEADING-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-RECORD
           MOVE WS-EXC-COLUMN-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTIONS-LISTED
           MOVE WS-CURRENT-CUST-ID TO WS-EXC-CUST-ID
           MOVE WS-CUST-INTEREST TO WS-EXC-INTEREST
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-TOTALS.
           MOVE SPACES TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-RECORD
           MOVE "SAVINGS ACCOUNTS ON MASTER" TO WS-CNT-LABEL
           MOVE WS-SAVINGS-ACCTS TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "SAVINGS ACCOUNTS PURGED" TO WS-CNT-LABEL
           MOVE WS-PURGED-ACCTS TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "ARCHIVED ACCRUAL ENTRIES" TO WS-CNT-LABEL
           MOVE WS-ARCHIVED-ENTRIES TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LIVE JOURNAL ACCRUAL ENTRIES" TO WS-CNT-LABEL
           MOVE WS-LIVE-ENTRIES TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "LIVE ENTRIES ALREADY ARCHIVED" TO WS-CNT-LABEL
           MOVE WS-LIVE-ALREADY-ROLLED TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS WITH INTEREST" TO WS-CNT-LABEL
           MOVE WS-CUSTS-WITH-INTEREST TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS WITH NO NET INTEREST" TO WS-CNT-LABEL
           MOVE WS-CUSTS-NO-INTEREST TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FORMS ISSUED" TO WS-CNT-LABEL
           MOVE WS-FORMS-ISSUED TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "FORMS WITH NO MAILING ADDRESS" TO WS-CNT-LABEL
           MOVE WS-FORMS-NO-ADDRESS TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS BELOW THRESHOLD" TO WS-CNT-LABEL
           MOVE WS-CUSTS-BELOW TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "CUSTOMERS NOT ON CUSTOMER MASTER" TO WS-CNT-LABEL
           MOVE WS-CUSTS-NOT-ON-MASTER TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "EXCEPTIONS LISTED" TO WS-CNT-LABEL
           MOVE WS-EXCEPTIONS-LISTED TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "PAYEE RECORDS FILED" TO WS-CNT-LABEL
           MOVE WS-PAYEES-FILED TO WS-CNT-COUNT
           PERFORM WRITE-COUNT-LINE
           MOVE "INTEREST REPORTED ON FORMS" TO WS-TOT-LABEL
           MOVE WS-TOTAL-REPORTED TO WS-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "INTEREST BELOW THRESHOLD" TO WS-TOT-LABEL
           MOVE WS-TOTAL-BELOW TO WS-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE "INTEREST NOT ON CUSTOMER MASTER" TO WS-TOT-LABEL
           MOVE WS-TOTAL-NOT-ON-MASTER TO WS-TOT-AMOUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO EXCEPTION-RECORD
           PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD
           IF WS-EXCEPTION-STATUS NOT = "00"
               MOVE "WRITE-EXCEPTION-RECORD" TO WS-ERR-PARAGRAPH-NAME
               MOVE "UNABLE TO WRITE EXCEPTION LIST"
                   TO WS-ERR-MESSAGE-TEXT
               PERFORM LOG-SEVERE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       CLOSE-FILES.
           CLOSE ACCT-FILE
           IF ARCHIVE-AVAILABLE
               CLOSE ARCHIVE-FILE
           END-IF
           IF IDXJRNL-AVAILABLE
               CLOSE INDEXED-JRNL-FILE
           END-IF
           CLOSE CUST-FILE
           CLOSE SORTED-WORK-FILE
           CLOSE FORMS-FILE
           CLOSE EXCEPTION-FILE.

      *****************************************************************
      * Every error here fails the run - a partial tax filing is
      * not a degraded result - so everything logs at severity "S"
      * through ERRLOG02 and surfaces on the operators'
      * high-severity page.
      *****************************************************************
       LOG-SEVERE.
           MOVE SPACES TO ERRLOG-RECORD
           MOVE ZERO TO ERRLOG-DATE
           MOVE ZERO TO ERRLOG-TIME
           MOVE "S" TO ERRLOG-SEVERITY
           MOVE WS-ERR-PROGRAM-NAME TO ERRLOG-PROGRAM-NAME
           MOVE WS-ERR-PARAGRAPH-NAME TO ERRLOG-PARAGRAPH-NAME
           MOVE WS-ERR-MESSAGE-TEXT TO ERRLOG-MESSAGE-TEXT
           CALL "ERRLOG02" USING ERRLOG-RECORD.
       END PROGRAM INTR1099.
