      * date fails the INTEGER-OF-FORMATTED-DATE round-trip or whose
      * amount is not numeric to the rejects file with the offending
      * field and a reason code.
      *
      * The remainder of an extract record starts with the account
      * number it belongs to.  A record that carries one must carry
      * a number whose check digit ACCTCKDG accepts, or it is
      * rejected BADCHK with the number as the offending field; a
      * record with no account number (columns 27-36 blank) is not
      * account-level and passes as before.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                  PIC X(01).
           05  EXT-AMOUNT-FIELD        PIC X(15).
           05  EXT-REMAINDER           PIC X(54).
           05  EXT-REMAINDER-FIELDS REDEFINES EXT-REMAINDER.
               10  EXT-ACCT-NUMBER     PIC X(10).
               10  FILLER              PIC X(44).
       FD  NORMAL-FILE.
       01  NORMAL-RECORD.
           05  NRM-ISO-DATE            PIC X(10).
       01  WS-DATE-INTEGER             PIC S9(09) COMP-5.
       01  WS-AMOUNT-VALUE             PIC S9(11)V99.
       01  WS-AMOUNT-WORK              PIC S9(15)V99.
       01  WS-CKDG-FUNCTION            PIC X(01) VALUE "V".
       01  WS-CKDG-RC                  PIC 9(02).
       01  WS-RECORDS-READ             PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-WRITTEN          PIC 9(07) VALUE ZERO.
       01  WS-RECORDS-REJECTED         PIC 9(07) VALUE ZERO.
           IF RECORD-VALID
               PERFORM NORMALIZE-AMOUNT
           END-IF
           IF RECORD-VALID
               PERFORM CHECK-ACCOUNT-NUMBER
           END-IF
           IF RECORD-VALID
               PERFORM WRITE-NORMAL
           ELSE
               END-IF
           END-IF.

      *****************************************************************
      * An account number on the extract must pass the account
      * number check digit, so a mistyped or transposed number is
      * stopped here rather than reported against another account.
      *****************************************************************
       CHECK-ACCOUNT-NUMBER.
           IF EXT-ACCT-NUMBER NOT = SPACES
               CALL "ACCTCKDG" USING WS-CKDG-FUNCTION EXT-ACCT-NUMBER
                   WS-CKDG-RC
               IF WS-CKDG-RC NOT = 0
                   MOVE "N" TO WS-RECORD-VALID
                   MOVE "BADCHK " TO WS-REASON-CODE
               END-IF
           END-IF.

       WRITE-NORMAL.
           MOVE SPACES TO NORMAL-RECORD
           MOVE WS-ISO-DATE TO NRM-ISO-DATE
       WRITE-REJECT.
           ADD 1 TO WS-RECORDS-REJECTED
           MOVE SPACES TO REJECT-RECORD
           EVALUATE WS-REASON-CODE
               WHEN "BADDATE"
                   MOVE EXT-DATE-FIELD TO REJ-FIELD
               WHEN "BADCHK "
                   MOVE EXT-ACCT-NUMBER TO REJ-FIELD
               WHEN OTHER
                   MOVE EXT-AMOUNT-FIELD TO REJ-FIELD
           END-EVALUATE
           MOVE WS-REASON-CODE TO REJ-REASON-CODE
           MOVE WS-RECORDS-READ TO REJ-RECORD-NUMBER
           WRITE REJECT-RECORD
