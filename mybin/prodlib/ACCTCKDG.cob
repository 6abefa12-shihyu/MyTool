       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCKDG.
      *****************************************************************
      * Account number check digit.  An account number is ten
      * digits: a nine-digit base and a modulus-11 check digit.  The
      * base digits are weighted 10 down to 2 from the left and
      * summed; the check digit is what brings the sum to a multiple
      * of 11 (11 less the remainder, and 0 when the remainder is
      * 0).  A base whose check digit would come out as 10 has no
      * valid number and is never issued.  Every single mistyped
      * digit and every transposition of two adjacent digits fails
      * the check.
      *
      * Function "V" validates LK-ACCT-NUMBER: RC 0 when it is ten
      * digits and the check digit agrees, RC 8 otherwise (wrong
      * check digit, blank, or not numeric).
      *
      * Function "G" generates: the nine-digit base in positions
      * 1-9 gets its check digit put in position 10, RC 0.  RC 4
      * means the base cannot carry a check digit and must be
      * skipped; RC 8 means the base is not numeric.
      *
      * Any other function returns RC 12.  Called by the batch
      * programs and under CICS alike - no file access.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ACCT-DIGITS.
           05  WS-ACCT-DIGIT           PIC 9(01) OCCURS 10 TIMES.
       01  WS-DIGIT-SUB                PIC 9(02) COMP.
       01  WS-WEIGHTED-SUM             PIC 9(05) COMP.
       01  WS-SUM-QUOTIENT             PIC 9(05) COMP.
       01  WS-SUM-REMAINDER            PIC 9(02) COMP.
       01  WS-CHECK-DIGIT              PIC 9(02) COMP.

       LINKAGE SECTION.
       01  LK-FUNCTION                 PIC X(01).
       01  LK-ACCT-NUMBER              PIC X(10).
       01  LK-RETURN-CODE              PIC 9(02).

       PROCEDURE DIVISION USING LK-FUNCTION LK-ACCT-NUMBER
           LK-RETURN-CODE.
       MAIN-LOGIC.
           MOVE ZERO TO LK-RETURN-CODE
           EVALUATE LK-FUNCTION
               WHEN "V"
                   IF LK-ACCT-NUMBER IS NOT NUMERIC
                       MOVE 8 TO LK-RETURN-CODE
                   ELSE
                       PERFORM COMPUTE-CHECK-DIGIT
                       IF WS-CHECK-DIGIT NOT = WS-ACCT-DIGIT (10)
                           MOVE 8 TO LK-RETURN-CODE
                       END-IF
                   END-IF
               WHEN "G"
                   IF LK-ACCT-NUMBER (1:9) IS NOT NUMERIC
                       MOVE 8 TO LK-RETURN-CODE
                   ELSE
                       PERFORM COMPUTE-CHECK-DIGIT
                       IF WS-CHECK-DIGIT > 9
                           MOVE 4 TO LK-RETURN-CODE
                       ELSE
                           MOVE WS-CHECK-DIGIT TO WS-ACCT-DIGIT (10)
                           MOVE WS-ACCT-DIGITS TO LK-ACCT-NUMBER
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 12 TO LK-RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * Leaves the check digit the base calls for in WS-CHECK-DIGIT
      * - 10 when the base has none.
      *****************************************************************
       COMPUTE-CHECK-DIGIT.
           MOVE LK-ACCT-NUMBER (1:9) TO WS-ACCT-DIGITS (1:9)
           MOVE "0" TO WS-ACCT-DIGITS (10:1)
           IF LK-ACCT-NUMBER (10:1) IS NUMERIC
               MOVE LK-ACCT-NUMBER (10:1) TO WS-ACCT-DIGITS (10:1)
           END-IF
           MOVE ZERO TO WS-WEIGHTED-SUM
           PERFORM ADD-WEIGHTED-DIGIT
               VARYING WS-DIGIT-SUB FROM 1 BY 1
               UNTIL WS-DIGIT-SUB > 9
           DIVIDE WS-WEIGHTED-SUM BY 11 GIVING WS-SUM-QUOTIENT
               REMAINDER WS-SUM-REMAINDER
           IF WS-SUM-REMAINDER = ZERO
               MOVE ZERO TO WS-CHECK-DIGIT
           ELSE
               COMPUTE WS-CHECK-DIGIT = 11 - WS-SUM-REMAINDER
           END-IF.

       ADD-WEIGHTED-DIGIT.
           COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
               + WS-ACCT-DIGIT (WS-DIGIT-SUB) * (11 - WS-DIGIT-SUB).
       END PROGRAM ACCTCKDG.
