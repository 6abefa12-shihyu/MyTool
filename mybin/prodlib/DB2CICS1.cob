      * name and the account's type and status alongside the DB2
      * balance.  A mistyped account number comes back as a clean
      * "account not found" response instead of an abend, and the
      * DB2 fetch is checked for SQLCODE.  Alongside the balances
      * the reply carries the file ledger balance and the available
      * balance - the ledger less the funds holds in effect,
      * totalled by HOLDSUM1 - which is what the posting paths test
      * a debit against.
      *
      * CA-RESPONSE-CODE: 00 = complete reply, 04 = account not
      * found, 08 = DB2 balance unavailable, 12 = customer record
      * failures still abend: ACR1 account-master read, ACR2 link to
      * ACCTDISP, ACR3 customer-master read, ACR4 commarea shorter
      * than this reply layout (a caller still linking with the old
      * balance-only or pre-holds commarea), ACR5 link to HOLDSUM1.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ACCTREC.
       COPY CUSTREC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-HOLDSUM-AREA.
           05  WS-HSM-ACCT-NUMBER       PIC X(10).
           05  WS-HSM-RESPONSE-CODE     PIC 9(02).
           05  WS-HSM-HOLD-TOTAL        PIC S9(11)V99 COMP-3.
           05  WS-HSM-HOLD-COUNT        PIC 9(03).
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DB2-ACCT-NUMBER              PIC X(10).
       01  DB2-ACCT-BALANCE             PIC S9(11)V99 COMP-3.
           05  CA-CUST-LAST-NAME        PIC X(20).
           05  CA-CUST-FIRST-NAME       PIC X(15).
           05  CA-DB2-BALANCE           PIC S9(11)V99 COMP-3.
           05  CA-LEDGER-BALANCE        PIC S9(11)V99 COMP-3.
           05  CA-AVAILABLE-BALANCE     PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           MOVE SPACES TO CA-CUST-LAST-NAME
           MOVE SPACES TO CA-CUST-FIRST-NAME
           MOVE ZERO TO CA-DB2-BALANCE
           MOVE ZERO TO CA-LEDGER-BALANCE
           MOVE ZERO TO CA-AVAILABLE-BALANCE
           MOVE CA-ACCT-NUMBER TO WS-ACCT-NUMBER

           EXEC CICS READ FILE("ACCTMSTR")
           GOBACK.

      *****************************************************************
      * Fills the reply from the stores: account type, status and
      * ledger balance from the file record, the available balance
      * from the ledger and the holds file, customer name from the
      * customer master, balance from DB2.  The customer and DB2
      * lookups degrade to a response code instead of taking the
      * transaction down.
      *****************************************************************
       BUILD-ACCOUNT-REPLY.
           MOVE ACCT-TYPE TO CA-ACCT-TYPE
           MOVE ACCT-STATUS TO CA-ACCT-STATUS
           PERFORM FIND-AVAILABLE-BALANCE
           PERFORM READ-CUSTOMER-NAME
           PERFORM FETCH-DB2-BALANCE.

       FIND-AVAILABLE-BALANCE.
           MOVE ACCT-NUMBER TO WS-HSM-ACCT-NUMBER
           EXEC CICS LINK PROGRAM("HOLDSUM1")
               COMMAREA(WS-HOLDSUM-AREA)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS ABEND
                   ABCODE("ACR5")
               END-EXEC
           END-IF
           MOVE ACCT-BALANCE TO CA-LEDGER-BALANCE
           COMPUTE CA-AVAILABLE-BALANCE =
               ACCT-BALANCE - WS-HSM-HOLD-TOTAL.

       READ-CUSTOMER-NAME.
           MOVE ACCT-CUSTOMER-ID TO WS-CUST-ID
           EXEC CICS READ FILE("CUSTMSTR")
