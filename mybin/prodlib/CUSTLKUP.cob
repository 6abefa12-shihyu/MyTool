
       LINKAGE SECTION.
       01  LK-CUST-ID                   PIC X(10).
       01  LK-CUST-RECORD               PIC X(160).
       01  LK-RETURN-CODE               PIC 9(02).

       PROCEDURE DIVISION USING LK-CUST-ID LK-CUST-RECORD
