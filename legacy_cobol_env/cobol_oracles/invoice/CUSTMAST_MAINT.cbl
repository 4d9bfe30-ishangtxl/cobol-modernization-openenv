       DATA DIVISION.
       FILE SECTION.
       FD CMTRAN-FILE.
       01 CMTRAN-LINE                PIC X(328).
       FD CUSTMAST-FILE.
       COPY CUSTMAST_REC.
       FD INVMAST-FILE.
          05 IM-FLAG                 PIC X.
          05 IM-INVOICE-DATE         PIC 9(8).
       FD CMAUDIT-FILE.
       01 CMAUDIT-LINE               PIC X(688).

       WORKING-STORAGE SECTION.
       COPY TAX_CODE.
       01 WS-CMTRAN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CUSTMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVMAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-ACCT-OK                 PIC X VALUE "Y".
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-HAS-INVOICES            PIC X VALUE "N".
       01 WS-BEFORE-IMAGE            PIC X(327) VALUE SPACES.
       01 WS-TIER-IDX                PIC 9 VALUE 0.
       01 WS-DISC-OK                 PIC X VALUE "Y".
       01 WS-CREDIT-OK               PIC X VALUE "Y".
       01 WS-ADDRESS-OK              PIC X VALUE "Y".
       01 WS-EXEMPT-OK               PIC X VALUE "Y".
       01 WS-CODE-IDX                PIC 9 VALUE 0.
       01 WS-SUM-IDX                 PIC 9 VALUE 0.
       01 WS-EXEMPT-DATE             PIC 9(8) VALUE 0.
       01 WS-EXEMPT-DATE-PARTS REDEFINES WS-EXEMPT-DATE.
          05 WS-EXEMPT-YEAR          PIC 9(4).
          05 WS-EXEMPT-MONTH         PIC 99.
          05 WS-EXEMPT-DAY           PIC 99.
       01 CMTRAN-RECORD.
          05 CMT-ACTION              PIC X.
             88 CMT-ACTION-ADD       VALUE "A".
             88 CMT-HOLD-YES         VALUE "Y".
             88 CMT-HOLD-NO          VALUE " ", "N".
          05 CMT-TERMS-DAYS          PIC 9(3).
          05 CMT-BILL-TO.
             10 CMT-BILL-ADDR1       PIC X(30).
             10 CMT-BILL-ADDR2       PIC X(30).
             10 CMT-BILL-CITY        PIC X(20).
             10 CMT-BILL-STATE       PIC X(2).
             10 CMT-BILL-ZIP         PIC X(10).
          05 CMT-REMIT-TO.
             10 CMT-REMIT-NAME       PIC X(30).
             10 CMT-REMIT-ADDR1      PIC X(30).
             10 CMT-REMIT-ADDR2      PIC X(30).
             10 CMT-REMIT-CITY       PIC X(20).
             10 CMT-REMIT-STATE      PIC X(2).
             10 CMT-REMIT-ZIP        PIC X(10).
          05 CMT-TAX-EXEMPTION.
             10 CMT-EXEMPT-CERT-NO   PIC X(15).
             10 CMT-EXEMPT-CODES     PIC X(5).
             10 CMT-EXEMPT-EXPIRY    PIC X(8).
       01 CMAUDIT-RECORD.
          05 CMA-ACTION              PIC X.
          05 CMA-ACCT-NO             PIC X(8).
          05 CMA-BEFORE              PIC X(327).
          05 CMA-AFTER               PIC X(327).
          05 CMA-RESULT              PIC X(25).

       PROCEDURE DIVISION.
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    PERFORM AUDIT-REJECT
                 ELSE
                    PERFORM VALIDATE-ADDRESSES
                    IF WS-ADDRESS-OK = "N"
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       PERFORM AUDIT-REJECT
                    ELSE
                       PERFORM VALIDATE-EXEMPTION
                       IF WS-EXEMPT-OK = "N"
                          MOVE SPACES TO WS-BEFORE-IMAGE
                          PERFORM AUDIT-REJECT
                       ELSE
                          PERFORM APPLY-VALID-TRAN
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
              MOVE "INVALID CREDIT TERMS" TO CMA-RESULT
           END-IF.

       VALIDATE-ADDRESSES.
           MOVE "Y" TO WS-ADDRESS-OK
           IF NOT CMT-ACTION-DELETE
              IF CMT-BILL-TO NOT = SPACES
                 IF CMT-BILL-ADDR1 = SPACES OR CMT-BILL-CITY = SPACES
                       OR CMT-BILL-STATE = SPACES
                    MOVE "N" TO WS-ADDRESS-OK
                 END-IF
              END-IF
              IF CMT-REMIT-TO NOT = SPACES
                 IF CMT-REMIT-NAME = SPACES OR CMT-REMIT-ADDR1 = SPACES
                       OR CMT-REMIT-CITY = SPACES OR CMT-REMIT-STATE = SPACES
                    MOVE "N" TO WS-ADDRESS-OK
                 END-IF
              END-IF
           END-IF
           IF WS-ADDRESS-OK = "N"
              MOVE "INVALID ADDRESS" TO CMA-RESULT
           END-IF.

       VALIDATE-EXEMPTION.
           MOVE "Y" TO WS-EXEMPT-OK
           IF NOT CMT-ACTION-DELETE
              IF CMT-EXEMPT-CERT-NO = SPACES
                 IF CMT-EXEMPT-CODES NOT = SPACES
                       OR (CMT-EXEMPT-EXPIRY NOT = SPACES
                           AND CMT-EXEMPT-EXPIRY NOT = ZERO)
                    MOVE "N" TO WS-EXEMPT-OK
                 END-IF
              ELSE
                 IF CMT-EXEMPT-CODES = SPACES
                    MOVE "N" TO WS-EXEMPT-OK
                 END-IF
                 PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > 5
                    IF CMT-EXEMPT-CODES(WS-CODE-IDX:1) NOT = SPACE
                       PERFORM CHECK-EXEMPT-CODE
                    END-IF
                 END-PERFORM
                 IF CMT-EXEMPT-EXPIRY IS NOT NUMERIC
                    MOVE "N" TO WS-EXEMPT-OK
                 ELSE
                    MOVE CMT-EXEMPT-EXPIRY TO WS-EXEMPT-DATE
                    IF WS-EXEMPT-YEAR < 1900 OR WS-EXEMPT-MONTH < 1
                          OR WS-EXEMPT-MONTH > 12 OR WS-EXEMPT-DAY < 1
                          OR WS-EXEMPT-DAY > 31
                       MOVE "N" TO WS-EXEMPT-OK
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF WS-EXEMPT-OK = "N"
              MOVE "INVALID TAX EXEMPTION" TO CMA-RESULT
           END-IF.

       CHECK-EXEMPT-CODE.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                 UNTIL WS-SUM-IDX > 5
                    OR WS-VALID-TAX-CODE(WS-SUM-IDX)
                       = CMT-EXEMPT-CODES(WS-CODE-IDX:1)
           END-PERFORM
           IF WS-SUM-IDX > 5
              MOVE "N" TO WS-EXEMPT-OK
           END-IF.

       MOVE-EXEMPTION.
           IF CMT-EXEMPT-CERT-NO = SPACES
              MOVE SPACES TO CM-EXEMPT-CERT-NO
              MOVE SPACES TO CM-EXEMPT-CODES
              MOVE ZERO TO CM-EXEMPT-EXPIRY
           ELSE
              MOVE CMT-EXEMPT-CERT-NO TO CM-EXEMPT-CERT-NO
              MOVE CMT-EXEMPT-CODES TO CM-EXEMPT-CODES
              MOVE CMT-EXEMPT-EXPIRY TO CM-EXEMPT-EXPIRY
           END-IF.

       MOVE-ADDRESSES.
           MOVE CMT-BILL-TO TO CM-BILL-TO
           MOVE CMT-REMIT-TO TO CM-REMIT-TO.

       MOVE-CREDIT-TERMS.
           MOVE CMT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
           IF CMT-HOLD-YES
              MOVE CMT-NAME TO CM-NAME
              PERFORM MOVE-DISCOUNT-TERMS
              PERFORM MOVE-CREDIT-TERMS
              PERFORM MOVE-ADDRESSES
              PERFORM MOVE-EXEMPTION
              WRITE CUSTMAST-RECORD
              PERFORM AUDIT-APPLIED
           END-IF.
              MOVE CMT-NAME TO CM-NAME
              PERFORM MOVE-DISCOUNT-TERMS
              PERFORM MOVE-CREDIT-TERMS
              PERFORM MOVE-ADDRESSES
              PERFORM MOVE-EXEMPTION
              REWRITE CUSTMAST-RECORD
              PERFORM AUDIT-APPLIED
           END-IF.
