               FILE STATUS IS WS-PRICETOL-FILE-STATUS.
           SELECT PRICEEX-FILE ASSIGN TO "priceex.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPRICE-FILE ASSIGN TO "cprice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPRICE-FILE-STATUS.
           SELECT EXMPTDTL-FILE ASSIGN TO "exmptdtl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XD-DETAIL-KEY
               FILE STATUS IS WS-EXMPTDTL-FILE-STATUS.
           SELECT EXMPTEX-FILE ASSIGN TO "exmptex.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AROPEN-FILE ASSIGN TO "aropen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD PRICETOL-FILE.
       01 PRICETOL-LINE              PIC X(4).
       FD PRICEEX-FILE.
       01 PRICEEX-LINE               PIC X(43).
       FD CPRICE-FILE.
       COPY CPRICE_REC.
       FD EXMPTDTL-FILE.
       01 EXMPTDTL-RECORD.
          05 XD-DETAIL-KEY.
             10 XD-INVOICE-ID        PIC X(6).
             10 XD-LINE-NO           PIC 99.
          05 XD-CUST-ACCT-NO         PIC X(8).
          05 XD-TAX-CODE             PIC X.
          05 XD-CERT-NO              PIC X(15).
          05 XD-INVOICE-DATE         PIC 9(8).
          05 XD-EXEMPT-TAX           PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
       FD EXMPTEX-FILE.
       01 EXMPTEX-LINE               PIC X(45).
       FD AROPEN-FILE.
       01 AROPEN-RECORD.
          05 AR-INVOICE-ID           PIC X(6).
             10 L-TAX                PIC 9(9).
             10 L-DISC               PIC 9(9).
             10 L-SKU                PIC X(8).
             10 L-EXEMPT             PIC X.
             10 L-EXEMPT-TAX         PIC 9(9).
       01 WS-CRCTN-COUNT             PIC 999 VALUE 0.
       01 WS-MAX-CRCTN               PIC 999 VALUE 200.
       01 WS-CRCTN-IDX               PIC 999 VALUE 0.
       01 WS-CRM-TAX-TOTALS.
          05 WS-CRM-TAX-AMT          OCCURS 5 TIMES PIC S9(9) VALUE 0.
       01 WS-GLTAB-COUNT             PIC 99 VALUE 0.
       01 WS-MAX-GLTAB               PIC 99 VALUE 20.
       01 WS-GLTAB-IDX               PIC 99 VALUE 0.
       01 WS-GLTAB.
          05 WS-GLTAB-ENTRY OCCURS 20 TIMES.
             10 GLTAB-ROLE           PIC X(8).
             10 GLTAB-ACCT-NO        PIC X(8).
       01 GLACCT-CTL-RECORD.
       01 WS-TOL-CENTS               PIC 9(9) VALUE 0.
       01 WS-PRICE-DIFF              PIC S9(9) VALUE 0.
       01 WS-PRICEEX-COUNT           PIC 9(7) VALUE 0.
       01 WS-CPRICE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CPRICE-AVAIL            PIC X VALUE "N".
       01 WS-CPRICE-EOF              PIC X VALUE "N".
       01 WS-CPRICE-FOUND            PIC X VALUE "N".
       01 WS-CPRICE-AMOUNT           PIC 9(6) VALUE 0.
       01 WS-CPRICE-EFF              PIC 9(8) VALUE 0.
       01 WS-CPRICE-ACCT             PIC X(8) VALUE SPACES.
       01 WS-CPRICE-SKU              PIC X(8) VALUE SPACES.
       01 WS-CPRICE-DATE             PIC 9(8) VALUE 0.
       01 WS-BASIS-PRICE             PIC 9(6) VALUE 0.
       01 WS-EXMPTDTL-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-EXEMPT-STATUS           PIC X VALUE "N".
          88 WS-EXEMPT-NONE          VALUE "N".
          88 WS-EXEMPT-VALID         VALUE "V".
          88 WS-EXEMPT-EXPIRED       VALUE "X".
       01 WS-EXEMPT-CERT-NO          PIC X(15) VALUE SPACES.
       01 WS-EXEMPT-CODES            PIC X(5) VALUE SPACES.
       01 WS-EXEMPT-EXPIRY           PIC 9(8) VALUE 0.
       01 WS-EXEMPT-HITS             PIC 9 VALUE 0.
       01 WS-EXEMPTEX-COUNT          PIC 9(7) VALUE 0.
       01 EXMPTEX-RECORD.
          05 EXX-INVOICE-ID          PIC X(6).
          05 EXX-CUST-ACCT-NO        PIC X(8).
          05 EXX-CERT-NO             PIC X(15).
          05 EXX-EXPIRY-DATE         PIC 9(8).
          05 EXX-INVOICE-DATE        PIC 9(8).
       01 PRICETOL-CTL-RECORD.
          05 PTOL-PCT                PIC 9V999.
       01 PRICEEX-RECORD.
          05 PEX-SKU                 PIC X(8).
          05 PEX-UNIT-PRICE          PIC 9(6).
          05 PEX-LIST-PRICE          PIC 9(6).
          05 PEX-PRICE-BASIS         PIC X.
             88 PEX-BASIS-CONTRACT   VALUE "C".
             88 PEX-BASIS-LIST       VALUE "L".
          05 PEX-BASIS-PRICE         PIC 9(6).
          05 PEX-BASIS-EFF-DATE      PIC 9(8).
       01 WS-AROPEN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CRHOLD-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CRHOLDTMP-FILE-STATUS   PIC XX VALUE SPACES.
              DISPLAY "INVOICE-ORACLE: itemmast.dat not available - "
                 "SKU validation skipped"
           END-IF
           OPEN INPUT CPRICE-FILE
           IF WS-CPRICE-FILE-STATUS = "00"
              MOVE "Y" TO WS-CPRICE-AVAIL
           END-IF
           OPEN OUTPUT PRICEEX-FILE
           OPEN OUTPUT EXMPTEX-FILE
           OPEN I-O EXMPTDTL-FILE
           IF WS-EXMPTDTL-FILE-STATUS = "35"
              OPEN OUTPUT EXMPTDTL-FILE
              CLOSE EXMPTDTL-FILE
              OPEN I-O EXMPTDTL-FILE
           END-IF
           OPEN I-O INVMAST-FILE
           IF WS-INVMAST-FILE-STATUS = "35"
              OPEN OUTPUT INVMAST-FILE
           IF WS-ITEMMAST-AVAIL = "Y"
              CLOSE ITEMMAST-FILE
           END-IF
           IF WS-CPRICE-AVAIL = "Y"
              CLOSE CPRICE-FILE
           END-IF
           CLOSE PRICEEX-FILE
           CLOSE EXMPTEX-FILE
           CLOSE EXMPTDTL-FILE
           CLOSE OVERFLOW-FILE
           CLOSE REJECT-FILE
           CLOSE DUPRPT-FILE

       LOOKUP-CUSTOMER-DISCOUNT.
           MOVE ZERO TO WS-DISC-PCT
           MOVE "N" TO WS-EXEMPT-STATUS
           MOVE SPACES TO WS-EXEMPT-CERT-NO
           MOVE SPACES TO WS-EXEMPT-CODES
           MOVE ZERO TO WS-EXEMPT-EXPIRY
           IF WS-CUSTMAST-AVAIL = "Y"
              MOVE CUST-ACCT-NO TO CM-ACCT-NO
              READ CUSTMAST-FILE
                    IF CM-DISC-TIERED
                       PERFORM SELECT-DISCOUNT-TIER
                    END-IF
                    PERFORM SET-TAX-EXEMPTION
              END-READ
           END-IF.

       SET-TAX-EXEMPTION.
           IF CM-EXEMPT-CERT-NO NOT = SPACES
              MOVE CM-EXEMPT-CERT-NO TO WS-EXEMPT-CERT-NO
              MOVE CM-EXEMPT-CODES TO WS-EXEMPT-CODES
              IF CM-EXEMPT-EXPIRY IS NUMERIC
                 MOVE CM-EXEMPT-EXPIRY TO WS-EXEMPT-EXPIRY
              END-IF
              IF INVOICE-DATE NOT > WS-EXEMPT-EXPIRY
                 MOVE "V" TO WS-EXEMPT-STATUS
              ELSE
                 MOVE "X" TO WS-EXEMPT-STATUS
              END-IF
           END-IF.

       CHECK-LINE-EXEMPTION.
           MOVE ZERO TO WS-EXEMPT-HITS
           IF TAX-CODE(WS-IDX) NOT = SPACE
              INSPECT WS-EXEMPT-CODES TALLYING WS-EXEMPT-HITS
                 FOR ALL TAX-CODE(WS-IDX)
           END-IF
           IF WS-EXEMPT-HITS > 0
              COMPUTE L-EXEMPT-TAX(WS-IDX) ROUNDED =
                 WS-LINE-CENTS * WS-TAX-PERCENT
              MOVE "Y" TO L-EXEMPT(WS-IDX)
              MOVE ZERO TO WS-TAX-PERCENT
           END-IF.

       SELECT-DISCOUNT-TIER.
           MOVE ZERO TO WS-BEST-TIER-MIN
           MOVE "N" TO WS-TIER-FOUND
                 INVALID KEY
                    CONTINUE
              END-DELETE
              MOVE ID-DETAIL-KEY TO XD-DETAIL-KEY
              DELETE EXMPTDTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-PERFORM.

       READ-CHECKPOINT.
           END-IF.

       CHECK-PRICE-TOLERANCE.
           MOVE CUST-ACCT-NO TO WS-CPRICE-ACCT
           MOVE WS-ITEM-SKU TO WS-CPRICE-SKU
           MOVE INVOICE-DATE TO WS-CPRICE-DATE
           PERFORM FIND-CONTRACT-PRICE
           IF WS-CPRICE-FOUND = "Y"
              MOVE WS-CPRICE-AMOUNT TO WS-BASIS-PRICE
           ELSE
              MOVE IT-LIST-PRICE TO WS-BASIS-PRICE
              MOVE ZERO TO WS-CPRICE-EFF
           END-IF
           COMPUTE WS-TOL-CENTS ROUNDED = WS-BASIS-PRICE * WS-PRICE-TOL
           COMPUTE WS-PRICE-DIFF = WS-PRICE-CENTS - WS-BASIS-PRICE
           IF WS-PRICE-DIFF < 0
              COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
           END-IF
              MOVE WS-ITEM-SKU TO PEX-SKU
              MOVE WS-PRICE-CENTS TO PEX-UNIT-PRICE
              MOVE IT-LIST-PRICE TO PEX-LIST-PRICE
              IF WS-CPRICE-FOUND = "Y"
                 MOVE "C" TO PEX-PRICE-BASIS
              ELSE
                 MOVE "L" TO PEX-PRICE-BASIS
              END-IF
              MOVE WS-BASIS-PRICE TO PEX-BASIS-PRICE
              MOVE WS-CPRICE-EFF TO PEX-BASIS-EFF-DATE
              MOVE PRICEEX-RECORD TO PRICEEX-LINE
              WRITE PRICEEX-LINE
              ADD 1 TO WS-PRICEEX-COUNT
           END-IF.

       FIND-CONTRACT-PRICE.
           MOVE "N" TO WS-CPRICE-FOUND
           IF WS-CPRICE-AVAIL = "Y"
              MOVE WS-CPRICE-ACCT TO CP-ACCT-NO
              MOVE WS-CPRICE-SKU TO CP-SKU
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
                       IF CP-ACCT-NO NOT = WS-CPRICE-ACCT
                             OR CP-SKU NOT = WS-CPRICE-SKU
                             OR CP-EFF-DATE > WS-CPRICE-DATE
                          MOVE "Y" TO WS-CPRICE-EOF
                       ELSE
                          IF CP-EXP-DATE = ZERO
                                OR CP-EXP-DATE >= WS-CPRICE-DATE
                             MOVE "Y" TO WS-CPRICE-FOUND
                             MOVE CP-PRICE TO WS-CPRICE-AMOUNT
                             MOVE CP-EFF-DATE TO WS-CPRICE-EFF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       LOAD-AR-BALANCES.
           OPEN INPUT AROPEN-FILE
           IF WS-AROPEN-FILE-STATUS = "00"
                 COMPUTE WS-LINE-CENTS = L-EXT(WS-IDX) - WS-DISC-CENTS
                 MOVE WS-LINE-CENTS TO L-EXT(WS-IDX)
                 PERFORM LOOKUP-TAX-RATE
                 MOVE "N" TO L-EXEMPT(WS-IDX)
                 MOVE ZERO TO L-EXEMPT-TAX(WS-IDX)
                 IF WS-EXEMPT-VALID
                    PERFORM CHECK-LINE-EXEMPTION
                 END-IF
                 COMPUTE WS-TAX-CENTS ROUNDED =
                    WS-LINE-CENTS * WS-TAX-PERCENT
                 MOVE WS-TAX-CENTS TO L-TAX(WS-IDX)
           END-IF.

       POST-INVOICE-LINES.
           IF WS-EXEMPT-EXPIRED
              PERFORM WRITE-EXEMPT-EXCEPTION
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > ITEM-COUNT
              MOVE L-QTY(WS-IDX) TO WS-QTY
              MOVE L-PRICE(WS-IDX) TO WS-PRICE-CENTS
              MOVE L-DISC(WS-IDX) TO WS-DISC-CENTS
              MOVE L-SKU(WS-IDX) TO WS-ITEM-SKU
              PERFORM WRITE-DETAIL-RECORD
              PERFORM WRITE-EXEMPT-DETAIL
              PERFORM ACCUMULATE-DISCOUNT-REGISTER
              PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                    UNTIL WS-SUM-IDX > 5
                 END-IF
              END-IF
           END-PERFORM.

       WRITE-EXEMPT-DETAIL.
           MOVE INVOICE-ID TO XD-INVOICE-ID
           MOVE WS-IDX TO XD-LINE-NO
           IF L-EXEMPT(WS-IDX) = "Y"
              MOVE CUST-ACCT-NO TO XD-CUST-ACCT-NO
              MOVE L-TAXCODE(WS-IDX) TO XD-TAX-CODE
              MOVE WS-EXEMPT-CERT-NO TO XD-CERT-NO
              MOVE INVOICE-DATE TO XD-INVOICE-DATE
              MOVE L-EXEMPT-TAX(WS-IDX) TO XD-EXEMPT-TAX
              WRITE EXMPTDTL-RECORD
                 INVALID KEY
                    REWRITE EXMPTDTL-RECORD
              END-WRITE
           ELSE
              DELETE EXMPTDTL-FILE
                 INVALID KEY
                    CONTINUE
              END-DELETE
           END-IF.

       WRITE-EXEMPT-EXCEPTION.
           MOVE INVOICE-ID TO EXX-INVOICE-ID
           MOVE CUST-ACCT-NO TO EXX-CUST-ACCT-NO
           MOVE WS-EXEMPT-CERT-NO TO EXX-CERT-NO
           MOVE WS-EXEMPT-EXPIRY TO EXX-EXPIRY-DATE
           MOVE INVOICE-DATE TO EXX-INVOICE-DATE
           MOVE EXMPTEX-RECORD TO EXMPTEX-LINE
           WRITE EXMPTEX-LINE
           ADD 1 TO WS-EXEMPTEX-COUNT.
