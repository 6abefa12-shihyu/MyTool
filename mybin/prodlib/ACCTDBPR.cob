      * DB2 balance the tellers see through DB2CICS1 trailed by a
      * full day and ACCTRECN reported the gap every night.  This
      * run reads the day's posting journal (TRANJRNL, with the
      * re-presentment journal REPRJRNL, the online posting
      * stream TRANPOST and the ACCTFEES fee journal FEEJRNL
      * concatenated) and the day's ACCTINTR
      * accruals out of the audit journal, nets the change per
      * account (each leg of a transfer against its own account),
      * and applies each net to the DB2 balance with
      * SQLCODE handling and a commit interval.  The day's account
      * opens (ACCTMNT's audit entries with a blank before image)
      * INSERT their rows and the day's purges (ACCTPURG's removal
           END-IF.

       EXTRACT-ONE-JOURNAL-ITEM.
           IF TRAN-CODE-DEBIT OR TRAN-CODE-CREDIT OR TRAN-CODE-FEE
               OR TRAN-CODE-XFER
               ADD 1 TO WS-JRNL-ITEMS
               MOVE TRAN-ACCT-NUMBER TO NWK-ACCT-NUMBER
               MOVE "2" TO NWK-ACTION
