       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMINI.
      *****************************************************************
      * Online mini-statement: LINKed by the teller transactions
      * with an account number, returns the account's most recent
      * postings, newest first - date, time, posting program, item
      * type, amount and the balance the posting left - so the
      * teller can see what hit the account without waiting for an
      * overnight AJRNLINQ pull.  The current ledger balance comes
      * back with the page.
      *
      * The history is read from the three places the account's
      * audit trail lives, merged into one sequence:
      *   - AJRNLIDX, the keyed archive of every journal rolled
      *     over by AJRNLROL, browsed backwards from the account's
      *     newest entry;
      *   - the live AUDTJRNL for the current month, through the
      *     CICS path AJRNLAIX (the journal's cluster must be
      *     defined with an alternate index over AJRNL-ACCT-NUMBER,
      *     duplicates allowed);
      *   - AJRNTDAY, the keyed copy of the day's ACCTPOST entries
      *     that have not yet reached AUDTJRNL.
      * An entry found in two of them - on the live journal and
      * the archive after a rollover that stopped before emptying
      * the journal, or on the day file and the journal once the
      * AJRN queue has been merged - is shown once.  The copies of
      * an entry carry the same date and time and so sort together;
      * a page that fills on one copy goes on to pass over the
      * copies that follow it before it sets the continuation key,
      * so the next page does not show the entry again.
      *
      * A posting is any entry that moved the balance or changed
      * the status.  The item type is taken from the entry: "OP"
      * account opened, "IN" interest accrued, "FE" fee charged,
      * otherwise "CR" or "DR" by the direction of the change
      * (either leg of a transfer shows as the credit or debit it
      * made to this account) and "SC" for a status change alone.
      *
      * Paging: a caller starting a statement passes LOW-VALUES or
      * spaces in the continuation key and CA-MAX-ENTRIES of 01-10
      * (anything else gives 10).  When older postings may remain,
      * the continuation key identifies the oldest entry returned;
      * passing it unchanged on the next call pages back from just
      * before that entry.  The key comes back as spaces once the
      * history is exhausted.
      *
      * CA-RESPONSE-CODE: 00 = page returned, 04 = account not
      * found, 08 = no (more) postings, 12 = continuation key not
      * valid.  Only unexpected CICS failures abend: AMI1
      * account-master read, AMI2 archive browse, AMI3 live journal
      * browse, AMI4 day journal browse, AMI5 commarea shorter than
      * this layout.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACCT-NUMBER               PIC X(10).
       COPY ACCTREC.
       COPY AJRNLRC.
       COPY AJRNXRC.
       01  WS-RESP                      PIC S9(08) COMP.
       01  WS-BROWSE-KEY                PIC X(28).
       01  WS-ALT-KEY                   PIC X(10).
       01  WS-KEYED-FILE-NAME           PIC X(08).
       01  WS-ABCODE                    PIC X(04).
       01  WS-END-OF-BROWSE             PIC X(01).
           88  END-OF-BROWSE                VALUE "Y".
       01  WS-BROWSE-FROM-END           PIC X(01).
           88  BROWSE-FROM-END              VALUE "Y".
       01  WS-MERGE-DONE                PIC X(01).
           88  MERGE-DONE                   VALUE "Y".
       01  WS-MORE-REMAIN               PIC X(01).
           88  MORE-REMAIN                  VALUE "Y".
       01  WS-PAGE-FULL                 PIC X(01).
           88  PAGE-FULL                    VALUE "Y".
       01  WS-IS-POSTING                PIC X(01).
           88  IS-POSTING                   VALUE "Y".
       01  WS-IS-DUPLICATE              PIC X(01).
           88  IS-DUPLICATE                 VALUE "Y".
       01  WS-POSITION-FOUND            PIC X(01).
           88  POSITION-FOUND               VALUE "Y".
       01  WS-MAX-ENTRIES               PIC 9(02) COMP.
       01  WS-SOURCE-CAPACITY           PIC 9(04) COMP VALUE 20.
       01  WS-SRC-SUB                   PIC 9(04) COMP.
       01  WS-PICK-SUB                  PIC 9(04) COMP.
       01  WS-PICK-NEXT                 PIC 9(04) COMP.
       01  WS-INS-SUB                   PIC 9(04) COMP.
       01  WS-PAGE-SUB                  PIC 9(04) COMP.
       01  WS-NEXT-SUB                  PIC 9(04) COMP.
       01  WS-LIVE-SEQ                  PIC 9(06).

      *****************************************************************
      * Entries are ordered by date, time, source (1 archive, 2
      * live journal, 3 day file) and the entry's sequence within
      * its source; the continuation key is that ordering key, and
      * a page resumes with the entries strictly below it.
      *****************************************************************
       01  WS-LIMIT-KEY.
           05  WS-LIM-DATE              PIC 9(08).
           05  WS-LIM-TIME              PIC 9(06).
           05  WS-LIM-SOURCE            PIC 9(01).
           05  WS-LIM-SEQ               PIC 9(06).
       01  WS-LAST-TAKEN-KEY            PIC X(21).

       01  WS-STAGE-ENTRY.
           05  WS-STAGE-KEY.
               10  WS-STG-DATE          PIC 9(08).
               10  WS-STG-TIME          PIC 9(06).
               10  WS-STG-SOURCE        PIC 9(01).
               10  WS-STG-SEQ           PIC 9(06).
           05  WS-STG-PROGRAM           PIC X(08).
           05  WS-STG-BEFORE-IMAGE      PIC X(48).
           05  WS-STG-AFTER-IMAGE       PIC X(48).

      *****************************************************************
      * Each source keeps its newest postings below the limit, in
      * descending order.  A source that filled its table may hold
      * older postings still, so the merge stops when it has used
      * such a table up and the page ends with a continuation key.
      *****************************************************************
       01  WS-SOURCE-TABLES.
           05  WS-SOURCE OCCURS 3 TIMES.
               10  WS-SRC-COUNT         PIC 9(04) COMP.
               10  WS-SRC-NEXT          PIC 9(04) COMP.
               10  WS-SRC-FULL          PIC X(01).
               10  WS-SRC-ENTRY OCCURS 20 TIMES.
                   15  WS-SE-KEY        PIC X(21).
                   15  WS-SE-PROGRAM    PIC X(08).
                   15  WS-SE-BEFORE-IMAGE PIC X(48).
                   15  WS-SE-AFTER-IMAGE PIC X(48).

       01  WS-PAGE-TABLE.
           05  WS-PAGE-ENTRY OCCURS 10 TIMES.
               10  WS-PG-DATE-TIME      PIC X(14).
               10  WS-PG-SOURCE         PIC X(01).
               10  WS-PG-PROGRAM        PIC X(08).
               10  WS-PG-BEFORE-IMAGE   PIC X(48).
               10  WS-PG-AFTER-IMAGE    PIC X(48).

       01  WS-IMAGE-AREA.
           05  FILLER                   PIC X(30).
           05  WS-IMG-BALANCE           PIC S9(11)V99 COMP-3.
           05  WS-IMG-STATUS            PIC X(01).
           05  FILLER                   PIC X(10).
       01  WS-BEFORE-BALANCE            PIC S9(11)V99.
       01  WS-BEFORE-STATUS             PIC X(01).
       01  WS-AFTER-BALANCE             PIC S9(11)V99.
       01  WS-AFTER-STATUS              PIC X(01).
       01  WS-POSTING-AMOUNT            PIC S9(11)V99.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  CA-ACCT-NUMBER           PIC X(10).
           05  CA-MAX-ENTRIES           PIC 9(02).
           05  CA-CONTINUATION-KEY.
               10  CA-CONT-DATE         PIC 9(08).
               10  CA-CONT-TIME         PIC 9(06).
               10  CA-CONT-SOURCE       PIC 9(01).
               10  CA-CONT-SEQ          PIC 9(06).
           05  CA-RESPONSE-CODE         PIC 9(02).
           05  CA-LEDGER-BALANCE        PIC S9(11)V99 COMP-3.
           05  CA-ENTRY-COUNT           PIC 9(02).
           05  CA-ENTRY OCCURS 10 TIMES.
               10  CA-ENT-DATE          PIC 9(08).
               10  CA-ENT-TIME          PIC 9(06).
               10  CA-ENT-PROGRAM       PIC X(08).
               10  CA-ENT-ITEM-TYPE     PIC X(02).
               10  CA-ENT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  CA-ENT-BALANCE       PIC S9(11)V99 COMP-3.

       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-LOGIC.
           IF EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                   ABCODE("AMI5")
               END-EXEC
           END-IF
           MOVE ZERO TO CA-RESPONSE-CODE
           MOVE ZERO TO CA-LEDGER-BALANCE
           MOVE ZERO TO CA-ENTRY-COUNT
           MOVE CA-ACCT-NUMBER TO WS-ACCT-NUMBER
           IF CA-MAX-ENTRIES IS NUMERIC
               AND CA-MAX-ENTRIES > ZERO
               AND CA-MAX-ENTRIES NOT > 10
               MOVE CA-MAX-ENTRIES TO WS-MAX-ENTRIES
           ELSE
               MOVE 10 TO WS-MAX-ENTRIES
           END-IF

           IF CA-CONTINUATION-KEY = SPACES
               OR CA-CONTINUATION-KEY = LOW-VALUES
               MOVE ALL "9" TO WS-LIMIT-KEY
           ELSE
               IF CA-CONT-DATE IS NUMERIC
                   AND CA-CONT-TIME IS NUMERIC
                   AND CA-CONT-SOURCE IS NUMERIC
                   AND CA-CONT-SEQ IS NUMERIC
                   MOVE CA-CONTINUATION-KEY TO WS-LIMIT-KEY
               ELSE
                   MOVE 12 TO CA-RESPONSE-CODE
                   GOBACK
               END-IF
           END-IF

           EXEC CICS READ FILE("ACCTMSTR")
               INTO(ACCT-RECORD)
               RIDFLD(WS-ACCT-NUMBER)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ACCT-BALANCE TO CA-LEDGER-BALANCE
                   PERFORM BUILD-STATEMENT-PAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 04 TO CA-RESPONSE-CODE
                   MOVE SPACES TO CA-CONTINUATION-KEY
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("AMI1")
                   END-EXEC
           END-EVALUATE

           GOBACK.

       BUILD-STATEMENT-PAGE.
           MOVE 1 TO WS-SRC-SUB
           MOVE "AJRNLIDX" TO WS-KEYED-FILE-NAME
           MOVE "AMI2" TO WS-ABCODE
           PERFORM LOAD-KEYED-ENTRIES
           MOVE 2 TO WS-SRC-SUB
           PERFORM LOAD-LIVE-ENTRIES
           MOVE 3 TO WS-SRC-SUB
           MOVE "AJRNTDAY" TO WS-KEYED-FILE-NAME
           MOVE "AMI4" TO WS-ABCODE
           PERFORM LOAD-KEYED-ENTRIES
           MOVE "N" TO WS-MERGE-DONE
           MOVE "N" TO WS-MORE-REMAIN
           MOVE "N" TO WS-PAGE-FULL
           PERFORM MERGE-NEXT-ENTRY UNTIL MERGE-DONE
           IF MORE-REMAIN
               MOVE WS-LAST-TAKEN-KEY TO CA-CONTINUATION-KEY
           ELSE
               MOVE SPACES TO CA-CONTINUATION-KEY
           END-IF
           IF CA-ENTRY-COUNT = ZERO
               MOVE 08 TO CA-RESPONSE-CODE
           END-IF.

      *****************************************************************
      * The archive and the day file share the AJRNXRC layout and
      * key.  The browse STARTs at the limit under the account and
      * reads backwards; a start key beyond the end of the file
      * restarts from the end.  Entries above the limit - the next
      * account's, or this account's newer ones - are passed over
      * and the first entry for a lower account ends the browse.
      * The start key is rarely a record on the file, and READPREV
      * straight after STARTBR must name one, so the browse first
      * reads forward onto the record the start found; the first
      * READPREV returns that record again, and the limit test
      * takes or passes over it like any other.
      *****************************************************************
       LOAD-KEYED-ENTRIES.
           MOVE ZERO TO WS-SRC-COUNT (WS-SRC-SUB)
           MOVE 1 TO WS-SRC-NEXT (WS-SRC-SUB)
           MOVE "N" TO WS-SRC-FULL (WS-SRC-SUB)
           MOVE "N" TO WS-END-OF-BROWSE
           MOVE SPACES TO AJRNX-RECORD
           MOVE WS-ACCT-NUMBER TO AJRNX-ACCT-NUMBER
           MOVE WS-LIM-DATE TO AJRNX-DATE
           MOVE WS-LIM-TIME TO AJRNX-TIME
           MOVE 9999 TO AJRNX-SEQ
           MOVE AJRNX-KEY TO WS-BROWSE-KEY
           MOVE "N" TO WS-BROWSE-FROM-END
           EXEC CICS STARTBR FILE(WS-KEYED-FILE-NAME)
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-FIRST-KEYED
               WHEN DFHRESP(NOTFND)
                   SET BROWSE-FROM-END TO TRUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE(WS-ABCODE)
                   END-EXEC
           END-EVALUATE
           IF BROWSE-FROM-END
               MOVE HIGH-VALUES TO WS-BROWSE-KEY
               EXEC CICS STARTBR FILE(WS-KEYED-FILE-NAME)
                   RIDFLD(WS-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
           END-IF
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-PREV-KEYED
                   PERFORM TAKE-KEYED-ENTRY UNTIL END-OF-BROWSE
                   EXEC CICS ENDBR FILE(WS-KEYED-FILE-NAME)
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE(WS-ABCODE)
                   END-EXEC
           END-EVALUATE.

      *****************************************************************
      * Reads forward onto the record the STARTBR positioned at.
      * Nothing at or beyond the start key means the browse has to
      * begin from the end of the file instead.
      *****************************************************************
       READ-FIRST-KEYED.
           EXEC CICS READNEXT FILE(WS-KEYED-FILE-NAME)
               INTO(AJRNX-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   EXEC CICS ENDBR FILE(WS-KEYED-FILE-NAME)
                       RESP(WS-RESP)
                   END-EXEC
                   SET BROWSE-FROM-END TO TRUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE(WS-ABCODE)
                   END-EXEC
           END-EVALUATE.

       READ-PREV-KEYED.
           EXEC CICS READPREV FILE(WS-KEYED-FILE-NAME)
               INTO(AJRNX-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   SET END-OF-BROWSE TO TRUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE(WS-ABCODE)
                   END-EXEC
           END-EVALUATE.

       TAKE-KEYED-ENTRY.
           EVALUATE TRUE
               WHEN AJRNX-ACCT-NUMBER < WS-ACCT-NUMBER
                   SET END-OF-BROWSE TO TRUE
               WHEN AJRNX-ACCT-NUMBER = WS-ACCT-NUMBER
                   MOVE AJRNX-DATE TO WS-STG-DATE
                   MOVE AJRNX-TIME TO WS-STG-TIME
                   MOVE WS-SRC-SUB TO WS-STG-SOURCE
                   MOVE AJRNX-SEQ TO WS-STG-SEQ
                   MOVE AJRNX-PROGRAM-NAME TO WS-STG-PROGRAM
                   MOVE AJRNX-BEFORE-IMAGE TO WS-STG-BEFORE-IMAGE
                   MOVE AJRNX-AFTER-IMAGE TO WS-STG-AFTER-IMAGE
                   IF WS-STAGE-KEY < WS-LIMIT-KEY
                       PERFORM CHECK-POSTING
                       IF IS-POSTING
                           PERFORM STORE-SOURCE-ENTRY
                           IF WS-SRC-COUNT (WS-SRC-SUB)
                                   = WS-SOURCE-CAPACITY
                               MOVE "Y" TO WS-SRC-FULL (WS-SRC-SUB)
                               SET END-OF-BROWSE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT END-OF-BROWSE
               PERFORM READ-PREV-KEYED
           END-IF.

      *****************************************************************
      * The live journal path returns the account's entries in the
      * order they were journalled, which is not strictly time
      * order once the day's online entries are merged in, so the
      * whole current month for the account is read and the newest
      * postings below the limit are kept.  An entry's sequence is
      * its position among the account's entries on the journal.
      *****************************************************************
       LOAD-LIVE-ENTRIES.
           MOVE ZERO TO WS-SRC-COUNT (WS-SRC-SUB)
           MOVE 1 TO WS-SRC-NEXT (WS-SRC-SUB)
           MOVE "N" TO WS-SRC-FULL (WS-SRC-SUB)
           MOVE "N" TO WS-END-OF-BROWSE
           MOVE ZERO TO WS-LIVE-SEQ
           MOVE WS-ACCT-NUMBER TO WS-ALT-KEY
           EXEC CICS STARTBR FILE("AJRNLAIX")
               RIDFLD(WS-ALT-KEY)
               EQUAL
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-LIVE
                   PERFORM TAKE-LIVE-ENTRY UNTIL END-OF-BROWSE
                   EXEC CICS ENDBR FILE("AJRNLAIX")
                       RESP(WS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("AMI3")
                   END-EXEC
           END-EVALUATE.

       READ-NEXT-LIVE.
           EXEC CICS READNEXT FILE("AJRNLAIX")
               INTO(AJRNL-RECORD)
               RIDFLD(WS-ALT-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPKEY)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   SET END-OF-BROWSE TO TRUE
               WHEN OTHER
                   EXEC CICS ABEND
                       ABCODE("AMI3")
                   END-EXEC
           END-EVALUATE.

       TAKE-LIVE-ENTRY.
           IF AJRNL-ACCT-NUMBER NOT = WS-ACCT-NUMBER
               SET END-OF-BROWSE TO TRUE
           ELSE
               ADD 1 TO WS-LIVE-SEQ
               MOVE AJRNL-DATE TO WS-STG-DATE
               MOVE AJRNL-TIME TO WS-STG-TIME
               MOVE WS-SRC-SUB TO WS-STG-SOURCE
               MOVE WS-LIVE-SEQ TO WS-STG-SEQ
               MOVE AJRNL-PROGRAM-NAME TO WS-STG-PROGRAM
               MOVE AJRNL-BEFORE-IMAGE TO WS-STG-BEFORE-IMAGE
               MOVE AJRNL-AFTER-IMAGE TO WS-STG-AFTER-IMAGE
               IF WS-STAGE-KEY < WS-LIMIT-KEY
                   PERFORM CHECK-POSTING
                   IF IS-POSTING
                       PERFORM STORE-SOURCE-ENTRY
                   END-IF
               END-IF
               PERFORM READ-NEXT-LIVE
           END-IF.

      *****************************************************************
      * An entry that moved the balance or changed the status is a
      * posting; an opening always is.  A removal (blank after
      * image) and a change to nothing the statement shows are not.
      *****************************************************************
       CHECK-POSTING.
           MOVE "N" TO WS-IS-POSTING
           IF WS-STG-AFTER-IMAGE (11:38) NOT = SPACES
               IF WS-STG-BEFORE-IMAGE = SPACES
                   MOVE "Y" TO WS-IS-POSTING
               ELSE
                   PERFORM DECODE-STAGE-IMAGES
                   IF WS-AFTER-BALANCE NOT = WS-BEFORE-BALANCE
                       OR WS-AFTER-STATUS NOT = WS-BEFORE-STATUS
                       MOVE "Y" TO WS-IS-POSTING
                   END-IF
               END-IF
           END-IF.

       DECODE-STAGE-IMAGES.
           MOVE WS-STG-AFTER-IMAGE TO WS-IMAGE-AREA
           MOVE WS-IMG-BALANCE TO WS-AFTER-BALANCE
           MOVE WS-IMG-STATUS TO WS-AFTER-STATUS
           IF WS-STG-BEFORE-IMAGE = SPACES
               MOVE ZERO TO WS-BEFORE-BALANCE
               MOVE SPACE TO WS-BEFORE-STATUS
           ELSE
               MOVE WS-STG-BEFORE-IMAGE TO WS-IMAGE-AREA
               MOVE WS-IMG-BALANCE TO WS-BEFORE-BALANCE
               MOVE WS-IMG-STATUS TO WS-BEFORE-STATUS
           END-IF.

      *****************************************************************
      * Inserts the staged entry into its source's table in
      * descending key order.  A full table drops its oldest entry
      * to make room, or refuses an entry older than all it holds,
      * and is marked as having older postings unread.
      *****************************************************************
       STORE-SOURCE-ENTRY.
           MOVE "N" TO WS-POSITION-FOUND
           IF WS-SRC-COUNT (WS-SRC-SUB) = WS-SOURCE-CAPACITY
               MOVE "Y" TO WS-SRC-FULL (WS-SRC-SUB)
               IF WS-STAGE-KEY > WS-SE-KEY (WS-SRC-SUB,
                       WS-SOURCE-CAPACITY)
                   SUBTRACT 1 FROM WS-SRC-COUNT (WS-SRC-SUB)
               ELSE
                   MOVE "Y" TO WS-POSITION-FOUND
                   MOVE ZERO TO WS-INS-SUB
               END-IF
           END-IF
           IF NOT POSITION-FOUND
               COMPUTE WS-INS-SUB = WS-SRC-COUNT (WS-SRC-SUB) + 1
               PERFORM FIND-INSERT-POSITION UNTIL POSITION-FOUND
           END-IF
           IF WS-INS-SUB > ZERO
               MOVE WS-STAGE-KEY
                   TO WS-SE-KEY (WS-SRC-SUB, WS-INS-SUB)
               MOVE WS-STG-PROGRAM
                   TO WS-SE-PROGRAM (WS-SRC-SUB, WS-INS-SUB)
               MOVE WS-STG-BEFORE-IMAGE
                   TO WS-SE-BEFORE-IMAGE (WS-SRC-SUB, WS-INS-SUB)
               MOVE WS-STG-AFTER-IMAGE
                   TO WS-SE-AFTER-IMAGE (WS-SRC-SUB, WS-INS-SUB)
               ADD 1 TO WS-SRC-COUNT (WS-SRC-SUB)
           END-IF.

       FIND-INSERT-POSITION.
           IF WS-INS-SUB = 1
               MOVE "Y" TO WS-POSITION-FOUND
           ELSE
               COMPUTE WS-NEXT-SUB = WS-INS-SUB - 1
               IF WS-SE-KEY (WS-SRC-SUB, WS-NEXT-SUB) > WS-STAGE-KEY
                   MOVE "Y" TO WS-POSITION-FOUND
               ELSE
                   MOVE WS-SRC-ENTRY (WS-SRC-SUB, WS-NEXT-SUB)
                       TO WS-SRC-ENTRY (WS-SRC-SUB, WS-INS-SUB)
                   MOVE WS-NEXT-SUB TO WS-INS-SUB
               END-IF
           END-IF.

      *****************************************************************
      * Takes the newest remaining entry across the three sources.
      * Using up a table that had to leave older postings unread
      * ends the page, so nothing is skipped: the next page reads
      * the sources again from the last entry taken.  Once the page
      * is full, only further copies of entries already on it are
      * taken, and passed over; the first other entry ends the page.
      *****************************************************************
       MERGE-NEXT-ENTRY.
           MOVE ZERO TO WS-PICK-SUB
           PERFORM PICK-NEWEST-SOURCE
               VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 3
           EVALUATE TRUE
               WHEN MORE-REMAIN
                   SET MERGE-DONE TO TRUE
               WHEN WS-PICK-SUB = ZERO
                   SET MERGE-DONE TO TRUE
               WHEN PAGE-FULL
                   PERFORM PASS-OVER-REPEATED-ENTRY
               WHEN OTHER
                   PERFORM TAKE-MERGED-ENTRY
           END-EVALUATE.

       PICK-NEWEST-SOURCE.
           IF WS-SRC-NEXT (WS-SRC-SUB) > WS-SRC-COUNT (WS-SRC-SUB)
               IF WS-SRC-FULL (WS-SRC-SUB) = "Y"
                   SET MORE-REMAIN TO TRUE
               END-IF
           ELSE
               IF WS-PICK-SUB = ZERO
                   MOVE WS-SRC-SUB TO WS-PICK-SUB
               ELSE
                   MOVE WS-SRC-NEXT (WS-SRC-SUB) TO WS-NEXT-SUB
                   MOVE WS-SRC-NEXT (WS-PICK-SUB) TO WS-PICK-NEXT
                   IF WS-SE-KEY (WS-SRC-SUB, WS-NEXT-SUB)
                       > WS-SE-KEY (WS-PICK-SUB, WS-PICK-NEXT)
                       MOVE WS-SRC-SUB TO WS-PICK-SUB
                   END-IF
               END-IF
           END-IF.

       TAKE-MERGED-ENTRY.
           PERFORM STAGE-PICKED-ENTRY
           ADD 1 TO WS-SRC-NEXT (WS-PICK-SUB)
           MOVE WS-STAGE-KEY TO WS-LAST-TAKEN-KEY
           PERFORM FIND-PAGE-DUPLICATE
           IF NOT IS-DUPLICATE
               PERFORM ADD-PAGE-ENTRY
               IF CA-ENTRY-COUNT = WS-MAX-ENTRIES
                   SET PAGE-FULL TO TRUE
               END-IF
           END-IF.

      *****************************************************************
      * The page is full.  A copy of an entry already on it moves
      * the continuation key past itself; anything else is left for
      * the next page, which starts below the last entry taken.
      *****************************************************************
       PASS-OVER-REPEATED-ENTRY.
           PERFORM STAGE-PICKED-ENTRY
           PERFORM FIND-PAGE-DUPLICATE
           IF IS-DUPLICATE
               ADD 1 TO WS-SRC-NEXT (WS-PICK-SUB)
               MOVE WS-STAGE-KEY TO WS-LAST-TAKEN-KEY
           ELSE
               SET MORE-REMAIN TO TRUE
               SET MERGE-DONE TO TRUE
           END-IF.

       STAGE-PICKED-ENTRY.
           MOVE WS-SRC-NEXT (WS-PICK-SUB) TO WS-NEXT-SUB
           MOVE WS-SE-KEY (WS-PICK-SUB, WS-NEXT-SUB) TO WS-STAGE-KEY
           MOVE WS-SE-PROGRAM (WS-PICK-SUB, WS-NEXT-SUB)
               TO WS-STG-PROGRAM
           MOVE WS-SE-BEFORE-IMAGE (WS-PICK-SUB, WS-NEXT-SUB)
               TO WS-STG-BEFORE-IMAGE
           MOVE WS-SE-AFTER-IMAGE (WS-PICK-SUB, WS-NEXT-SUB)
               TO WS-STG-AFTER-IMAGE.

       FIND-PAGE-DUPLICATE.
           MOVE "N" TO WS-IS-DUPLICATE
           PERFORM CHECK-DUPLICATE-ENTRY
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > CA-ENTRY-COUNT
               OR IS-DUPLICATE.

       CHECK-DUPLICATE-ENTRY.
           IF WS-PG-DATE-TIME (WS-PAGE-SUB) = WS-STAGE-KEY (1:14)
               AND WS-PG-SOURCE (WS-PAGE-SUB) NOT = WS-STG-SOURCE
               AND WS-PG-PROGRAM (WS-PAGE-SUB) = WS-STG-PROGRAM
               AND WS-PG-BEFORE-IMAGE (WS-PAGE-SUB)
                   = WS-STG-BEFORE-IMAGE
               AND WS-PG-AFTER-IMAGE (WS-PAGE-SUB)
                   = WS-STG-AFTER-IMAGE
               MOVE "Y" TO WS-IS-DUPLICATE
           END-IF.

       ADD-PAGE-ENTRY.
           ADD 1 TO CA-ENTRY-COUNT
           MOVE CA-ENTRY-COUNT TO WS-PAGE-SUB
           MOVE WS-STAGE-KEY (1:14) TO WS-PG-DATE-TIME (WS-PAGE-SUB)
           MOVE WS-STG-SOURCE TO WS-PG-SOURCE (WS-PAGE-SUB)
           MOVE WS-STG-PROGRAM TO WS-PG-PROGRAM (WS-PAGE-SUB)
           MOVE WS-STG-BEFORE-IMAGE
               TO WS-PG-BEFORE-IMAGE (WS-PAGE-SUB)
           MOVE WS-STG-AFTER-IMAGE TO WS-PG-AFTER-IMAGE (WS-PAGE-SUB)
           PERFORM DECODE-STAGE-IMAGES
           COMPUTE WS-POSTING-AMOUNT =
               WS-AFTER-BALANCE - WS-BEFORE-BALANCE
           MOVE WS-STG-DATE TO CA-ENT-DATE (WS-PAGE-SUB)
           MOVE WS-STG-TIME TO CA-ENT-TIME (WS-PAGE-SUB)
           MOVE WS-STG-PROGRAM TO CA-ENT-PROGRAM (WS-PAGE-SUB)
           MOVE WS-POSTING-AMOUNT TO CA-ENT-AMOUNT (WS-PAGE-SUB)
           MOVE WS-AFTER-BALANCE TO CA-ENT-BALANCE (WS-PAGE-SUB)
           EVALUATE TRUE
               WHEN WS-STG-BEFORE-IMAGE = SPACES
                   MOVE "OP" TO CA-ENT-ITEM-TYPE (WS-PAGE-SUB)
               WHEN WS-STG-PROGRAM = "ACCTINTR"
                   MOVE "IN" TO CA-ENT-ITEM-TYPE (WS-PAGE-SUB)
               WHEN WS-STG-PROGRAM = "ACCTFEES"
                   MOVE "FE" TO CA-ENT-ITEM-TYPE (WS-PAGE-SUB)
               WHEN WS-POSTING-AMOUNT > ZERO
                   MOVE "CR" TO CA-ENT-ITEM-TYPE (WS-PAGE-SUB)
               WHEN WS-POSTING-AMOUNT < ZERO
                   MOVE "DR" TO CA-ENT-ITEM-TYPE (WS-PAGE-SUB)
               WHEN OTHER
                   MOVE "SC" TO CA-ENT-ITEM-TYPE (WS-PAGE-SUB)
           END-EVALUATE.
       END PROGRAM ACCTMINI.
