       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRICE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPTRAN-FILE ASSIGN TO "cptran.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPTRAN-FILE-STATUS.
           SELECT CPRICE-FILE ASSIGN TO "cprice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPRICE-FILE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT ITEMMAST-FILE ASSIGN TO "itemmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IT-SKU
               FILE STATUS IS WS-ITEMMAST-FILE-STATUS.
           SELECT CPAUDIT-FILE ASSIGN TO "cpaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CPTRAN-FILE.
       01 CPTRAN-LINE                PIC X(39).
       FD CPRICE-FILE.
       COPY CPRICE_REC.
       FD CUSTMAST-FILE.
       COPY CUSTMAST_REC.
       FD ITEMMAST-FILE.
       COPY ITEMMAST_REC.
       FD CPAUDIT-FILE.
       01 CPAUDIT-LINE               PIC X(126).

       WORKING-STORAGE SECTION.
       01 WS-CPTRAN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CPRICE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CUSTMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-ITEMMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-CPRICE-EOF              PIC X VALUE "N".
       01 WS-IDX                     PIC 99 VALUE 0.
       01 WS-TRAN-COUNT              PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01 WS-KEY-OK                  PIC X VALUE "Y".
       01 WS-TERMS-OK                PIC X VALUE "Y".
       01 WS-REF-OK                  PIC X VALUE "Y".
       01 WS-OVERLAP-FOUND           PIC X VALUE "N".
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-DATE-OK                 PIC X VALUE "Y".
       01 WS-DATE-WORK               PIC 9(8) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-WORK.
          05 WS-DATE-YEAR            PIC 9(4).
          05 WS-DATE-MONTH           PIC 99.
          05 WS-DATE-DAY             PIC 99.
       01 WS-NEW-EXP-DATE            PIC 9(8) VALUE 0.
       01 WS-BEFORE-IMAGE            PIC X(38) VALUE SPACES.
       01 CPTRAN-RECORD.
          05 CPT-ACTION              PIC X.
             88 CPT-ACTION-ADD       VALUE "A".
             88 CPT-ACTION-CHANGE    VALUE "C".
             88 CPT-ACTION-DELETE    VALUE "D".
          05 CPT-KEY.
             10 CPT-ACCT-NO          PIC X(8).
             10 CPT-SKU              PIC X(8).
             10 CPT-EFF-DATE         PIC 9(8).
          05 CPT-EXP-DATE            PIC 9(8).
          05 CPT-PRICE               PIC 9(6).
       01 CPAUDIT-RECORD.
          05 CPA-ACTION              PIC X.
          05 CPA-KEY                 PIC X(24).
          05 CPA-BEFORE              PIC X(38).
          05 CPA-AFTER               PIC X(38).
          05 CPA-RESULT              PIC X(25).

       PROCEDURE DIVISION.
           OPEN INPUT CPTRAN-FILE
           IF WS-CPTRAN-FILE-STATUS NOT = "00"
              DISPLAY "CPRICE-MAINT: cptran.txt is missing - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O CPRICE-FILE
           IF WS-CPRICE-FILE-STATUS = "35"
              OPEN OUTPUT CPRICE-FILE
              CLOSE CPRICE-FILE
              OPEN I-O CPRICE-FILE
           END-IF
           IF WS-CPRICE-FILE-STATUS NOT = "00"
              DISPLAY "CPRICE-MAINT: cannot open cprice.dat - status "
                 WS-CPRICE-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
              DISPLAY "CPRICE-MAINT: cannot open custmast.dat - status "
                 WS-CUSTMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ITEMMAST-FILE
           IF WS-ITEMMAST-FILE-STATUS NOT = "00"
              DISPLAY "CPRICE-MAINT: cannot open itemmast.dat - status "
                 WS-ITEMMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT CPAUDIT-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CPTRAN-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE CPTRAN-LINE TO CPTRAN-RECORD
                    ADD 1 TO WS-TRAN-COUNT
                    PERFORM APPLY-ONE-TRAN
              END-READ
           END-PERFORM
           CLOSE CPTRAN-FILE
           CLOSE CPRICE-FILE
           CLOSE CUSTMAST-FILE
           CLOSE ITEMMAST-FILE
           CLOSE CPAUDIT-FILE
           DISPLAY "CPRICE-MAINT: " WS-TRAN-COUNT " read, "
              WS-APPLIED-COUNT " applied, " WS-REJECT-COUNT " rejected"
           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLY-ONE-TRAN.
           MOVE SPACES TO WS-BEFORE-IMAGE
           PERFORM VALIDATE-PRICE-KEY
           IF WS-KEY-OK = "N"
              PERFORM AUDIT-REJECT
           ELSE
              PERFORM VALIDATE-PRICE-TERMS
              IF WS-TERMS-OK = "N"
                 PERFORM AUDIT-REJECT
              ELSE
                 PERFORM VALIDATE-REFERENCES
                 IF WS-REF-OK = "N"
                    PERFORM AUDIT-REJECT
                 ELSE
                    PERFORM CHECK-OVERLAP
                    IF WS-OVERLAP-FOUND = "Y"
                       MOVE "OVERLAPS EXISTING PRICE" TO CPA-RESULT
                       PERFORM AUDIT-REJECT
                    ELSE
                       PERFORM APPLY-VALID-TRAN
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-VALID-TRAN.
           PERFORM READ-MASTER
           EVALUATE TRUE
              WHEN CPT-ACTION-ADD
                 PERFORM APPLY-ADD
              WHEN CPT-ACTION-CHANGE
                 PERFORM APPLY-CHANGE
              WHEN CPT-ACTION-DELETE
                 PERFORM APPLY-DELETE
              WHEN OTHER
                 MOVE "INVALID ACTION CODE" TO CPA-RESULT
                 PERFORM AUDIT-REJECT
           END-EVALUATE.

       VALIDATE-PRICE-KEY.
           MOVE "Y" TO WS-KEY-OK
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
              IF CPT-ACCT-NO(WS-IDX:1) NOT = "0" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "1" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "2" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "3" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "4" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "5" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "6" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "7" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "8" AND
                    CPT-ACCT-NO(WS-IDX:1) NOT = "9" AND
                    (CPT-ACCT-NO(WS-IDX:1) < "A" OR
                     CPT-ACCT-NO(WS-IDX:1) > "Z")
                 MOVE "N" TO WS-KEY-OK
              END-IF
           END-PERFORM
           IF WS-KEY-OK = "N"
              MOVE "INVALID ACCOUNT FORMAT" TO CPA-RESULT
           ELSE
              IF CPT-SKU = SPACES
                 MOVE "N" TO WS-KEY-OK
                 MOVE "INVALID SKU" TO CPA-RESULT
              ELSE
                 IF CPT-EFF-DATE IS NOT NUMERIC
                    MOVE "N" TO WS-DATE-OK
                 ELSE
                    MOVE CPT-EFF-DATE TO WS-DATE-WORK
                    PERFORM VALIDATE-DATE
                 END-IF
                 IF WS-DATE-OK = "N"
                    MOVE "N" TO WS-KEY-OK
                    MOVE "INVALID EFFECTIVE DATE" TO CPA-RESULT
                 END-IF
              END-IF
           END-IF.

       VALIDATE-PRICE-TERMS.
           MOVE "Y" TO WS-TERMS-OK
           IF NOT CPT-ACTION-DELETE
              IF CPT-EXP-DATE IS NOT NUMERIC
                 MOVE "N" TO WS-TERMS-OK
              ELSE
                 IF CPT-EXP-DATE NOT = ZERO
                    MOVE CPT-EXP-DATE TO WS-DATE-WORK
                    PERFORM VALIDATE-DATE
                    IF WS-DATE-OK = "N" OR CPT-EXP-DATE < CPT-EFF-DATE
                       MOVE "N" TO WS-TERMS-OK
                    END-IF
                 END-IF
              END-IF
              IF WS-TERMS-OK = "N"
                 MOVE "INVALID EXPIRY DATE" TO CPA-RESULT
              ELSE
                 IF CPT-PRICE IS NOT NUMERIC OR CPT-PRICE = ZERO
                    MOVE "N" TO WS-TERMS-OK
                    MOVE "INVALID CONTRACT PRICE" TO CPA-RESULT
                 END-IF
              END-IF
           END-IF.

       VALIDATE-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-DATE-YEAR < 1900 OR WS-DATE-MONTH < 1
                 OR WS-DATE-MONTH > 12 OR WS-DATE-DAY < 1
                 OR WS-DATE-DAY > 31
              MOVE "N" TO WS-DATE-OK
           END-IF.

       VALIDATE-REFERENCES.
           MOVE "Y" TO WS-REF-OK
           IF CPT-ACTION-ADD
              MOVE CPT-ACCT-NO TO CM-ACCT-NO
              READ CUSTMAST-FILE
                 INVALID KEY
                    MOVE "N" TO WS-REF-OK
                    MOVE "ACCOUNT NOT ON CUSTMAST" TO CPA-RESULT
              END-READ
              IF WS-REF-OK = "Y"
                 MOVE CPT-SKU TO IT-SKU
                 READ ITEMMAST-FILE
                    INVALID KEY
                       MOVE "N" TO WS-REF-OK
                       MOVE "SKU NOT ON ITEMMAST" TO CPA-RESULT
                 END-READ
              END-IF
           END-IF.

       CHECK-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FOUND
           IF NOT CPT-ACTION-DELETE
              IF CPT-EXP-DATE = ZERO
                 MOVE 99999999 TO WS-NEW-EXP-DATE
              ELSE
                 MOVE CPT-EXP-DATE TO WS-NEW-EXP-DATE
              END-IF
              MOVE CPT-ACCT-NO TO CP-ACCT-NO
              MOVE CPT-SKU TO CP-SKU
              MOVE ZERO TO CP-EFF-DATE
              MOVE "N" TO WS-CPRICE-EOF
              START CPRICE-FILE KEY NOT < CP-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-CPRICE-EOF
              END-START
              PERFORM UNTIL WS-CPRICE-EOF = "Y"
                 READ CPRICE-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-CPRICE-EOF
                    NOT AT END
                       IF CP-ACCT-NO NOT = CPT-ACCT-NO
                             OR CP-SKU NOT = CPT-SKU
                             OR CP-EFF-DATE > WS-NEW-EXP-DATE
                          MOVE "Y" TO WS-CPRICE-EOF
                       ELSE
                          IF CP-EFF-DATE NOT = CPT-EFF-DATE
                                AND (CP-EXP-DATE = ZERO
                                     OR CP-EXP-DATE >= CPT-EFF-DATE)
                             MOVE "Y" TO WS-OVERLAP-FOUND
                             MOVE "Y" TO WS-CPRICE-EOF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       READ-MASTER.
           MOVE CPT-KEY TO CP-KEY
           MOVE "Y" TO WS-FOUND-FLAG
           READ CPRICE-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "Y"
              MOVE CPRICE-RECORD TO WS-BEFORE-IMAGE
           ELSE
              MOVE SPACES TO WS-BEFORE-IMAGE
           END-IF.

       APPLY-ADD.
           IF WS-FOUND-FLAG = "Y"
              MOVE "DUPLICATE PRICE" TO CPA-RESULT
              PERFORM AUDIT-REJECT
           ELSE
              MOVE CPT-KEY TO CP-KEY
              MOVE CPT-EXP-DATE TO CP-EXP-DATE
              MOVE CPT-PRICE TO CP-PRICE
              WRITE CPRICE-RECORD
              PERFORM AUDIT-APPLIED
           END-IF.

       APPLY-CHANGE.
           IF WS-FOUND-FLAG = "N"
              MOVE "PRICE NOT ON FILE" TO CPA-RESULT
              PERFORM AUDIT-REJECT
           ELSE
              MOVE CPT-EXP-DATE TO CP-EXP-DATE
              MOVE CPT-PRICE TO CP-PRICE
              REWRITE CPRICE-RECORD
              PERFORM AUDIT-APPLIED
           END-IF.

       APPLY-DELETE.
           IF WS-FOUND-FLAG = "N"
              MOVE "PRICE NOT ON FILE" TO CPA-RESULT
              PERFORM AUDIT-REJECT
           ELSE
              DELETE CPRICE-FILE
              PERFORM AUDIT-APPLIED
           END-IF.

       AUDIT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE CPT-ACTION TO CPA-ACTION
           MOVE CPT-KEY TO CPA-KEY
           MOVE WS-BEFORE-IMAGE TO CPA-BEFORE
           IF CPT-ACTION-DELETE
              MOVE SPACES TO CPA-AFTER
           ELSE
              MOVE CPRICE-RECORD TO CPA-AFTER
           END-IF
           MOVE "APPLIED" TO CPA-RESULT
           MOVE CPAUDIT-RECORD TO CPAUDIT-LINE
           WRITE CPAUDIT-LINE.

       AUDIT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE CPT-ACTION TO CPA-ACTION
           MOVE CPT-KEY TO CPA-KEY
           MOVE WS-BEFORE-IMAGE TO CPA-BEFORE
           MOVE SPACES TO CPA-AFTER
           MOVE CPAUDIT-RECORD TO CPAUDIT-LINE
           WRITE CPAUDIT-LINE.
