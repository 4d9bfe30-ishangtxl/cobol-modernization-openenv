       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUR-BILLING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT RECURCTR-FILE ASSIGN TO "recurctr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURCTR-FILE-STATUS.
           SELECT RECURTMP-FILE ASSIGN TO "recurctr.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECURNUM-FILE ASSIGN TO "recurnum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECURNUM-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN TO "input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.
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
           SELECT INVMAST-FILE ASSIGN TO "invmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INVOICE-ID
               FILE STATUS IS WS-INVMAST-FILE-STATUS.
           SELECT CPRICE-FILE ASSIGN TO "cprice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CPRICE-FILE-STATUS.
           SELECT RECURRPT-FILE ASSIGN TO "recurrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD RECURCTR-FILE.
       01 RECURCTR-LINE              PIC X(141).
       FD RECURTMP-FILE.
       01 RECURTMP-LINE              PIC X(141).
       FD RECURNUM-FILE.
       01 RECURNUM-LINE              PIC X(5).
       FD INPUT-FILE.
       01 INPUT-LINE                 PIC X(908).
       FD CUSTMAST-FILE.
       COPY CUSTMAST_REC.
       FD ITEMMAST-FILE.
       COPY ITEMMAST_REC.
       FD INVMAST-FILE.
       01 INVMAST-RECORD.
          05 IM-INVOICE-ID           PIC X(6).
          05 IM-CUST-ACCT-NO         PIC X(8).
          05 IM-TYPE                 PIC X.
          05 IM-TOTAL                PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 IM-ITEM-COUNT           PIC 99.
          05 IM-FLAG                 PIC X.
          05 IM-INVOICE-DATE         PIC 9(8).
       FD CPRICE-FILE.
       COPY CPRICE_REC.
       FD RECURRPT-FILE.
       01 RECURRPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY INVOICE_REC.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RECURCTR-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-RECURNUM-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INPUT-FILE-STATUS       PIC XX VALUE SPACES.
       01 WS-CUSTMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-ITEMMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVMAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-INVMAST-AVAIL           PIC X VALUE "N".
       01 WS-CPRICE-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CPRICE-AVAIL            PIC X VALUE "N".
       01 WS-CPRICE-EOF              PIC X VALUE "N".
       01 WS-CPRICE-FOUND            PIC X VALUE "N".
       01 WS-CPRICE-AMOUNT           PIC 9(6) VALUE 0.
       01 WS-CPRICE-EFF              PIC 9(8) VALUE 0.
       01 WS-CPRICE-ACCT             PIC X(8) VALUE SPACES.
       01 WS-CPRICE-SKU              PIC X(8) VALUE SPACES.
       01 WS-CPRICE-DATE             PIC 9(8) VALUE 0.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-FILE-OP-RESULT          PIC 9(9) COMP-5 VALUE 0.
       01 WS-RECURCTR-FILENAME       PIC X(20) VALUE "recurctr.dat".
       01 WS-RECURCTR-TMP-FILENAME   PIC X(20) VALUE "recurctr.tmp".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RECUR-SEQ               PIC 9(5) VALUE 0.
       01 WS-ID-ASSIGNED             PIC X VALUE "N".
       01 WS-NEW-INVOICE-ID          PIC X(6) VALUE SPACES.
       01 WS-IDX                     PIC 99 VALUE 0.
       01 WS-CONTRACT-OK             PIC X VALUE "Y".
       01 WS-SKIP-REASON             PIC X(22) VALUE SPACES.
       01 WS-FREQ-MONTHS             PIC 99 VALUE 0.
       01 WS-NEXT-BILL-DATE          PIC 9(8) VALUE 0.
       01 WS-NEXT-BILL-PARTS REDEFINES WS-NEXT-BILL-DATE.
          05 WS-NEXT-BILL-YEAR       PIC 9(4).
          05 WS-NEXT-BILL-MONTH      PIC 99.
          05 WS-NEXT-BILL-DAY        PIC 99.
       01 WS-ANCHOR-DAY              PIC 99 VALUE 0.
       01 WS-MONTH-NUMBER            PIC 9(6) VALUE 0.
       01 WS-MONTH-REMAINDER         PIC 99 VALUE 0.
       01 WS-MONTH-START             PIC 9(8) VALUE 0.
       01 WS-MONTH-END-INT           PIC 9(8) VALUE 0.
       01 WS-MONTH-END-DATE          PIC 9(8) VALUE 0.
       01 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
          05 FILLER                  PIC 9(6).
          05 WS-MONTH-END-DAY        PIC 99.
       01 WS-CYCLE-AMOUNT            PIC S9(11) VALUE 0.
       01 WS-CONTRACT-COUNT          PIC 9(5) VALUE 0.
       01 WS-GENERATED-COUNT         PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT           PIC 9(5) VALUE 0.
       01 WS-NOT-DUE-COUNT           PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT         PIC 9(5) VALUE 0.
       01 WS-GENERATED-TOTAL         PIC S9(13) VALUE 0.
       01 WS-PAGE-NO                 PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01 WS-MAX-PAGE-LINES          PIC 9(3) VALUE 55.
       01 WS-DOLLARS                 PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-DOLLARS           PIC S9(11)V99 VALUE 0.
       01 RECURCTR-RECORD.
          05 RC-CONTRACT-ID          PIC X(6).
          05 RC-ACCT-NO              PIC X(8).
          05 RC-FREQUENCY            PIC X.
             88 RC-FREQ-MONTHLY      VALUE "M".
             88 RC-FREQ-QUARTERLY    VALUE "Q".
             88 RC-FREQ-SEMIANNUAL   VALUE "S".
             88 RC-FREQ-ANNUAL       VALUE "A".
          05 RC-START-DATE           PIC 9(8).
          05 RC-END-DATE             PIC 9(8).
          05 RC-LAST-BILLED          PIC 9(8).
          05 RC-LINE-COUNT           PIC 99.
          05 RC-LINE OCCURS 10 TIMES.
             10 RC-SKU               PIC X(8).
             10 RC-QTY               PIC 99.
       01 WS-MAX-RC-LINES            PIC 99 VALUE 10.
       01 WS-LINE-PRICE-TAB.
          05 WS-LINE-PRICE-ENTRY OCCURS 10 TIMES.
             10 LP-LIST-PRICE        PIC 9(6).
             10 LP-PRICE             PIC 9(6).
             10 LP-TAX-CODE          PIC X.
       01 RR-HEAD1.
          05 FILLER                  PIC X(40)
             VALUE "RECURRING BILLING REGISTER".
          05 FILLER                  PIC X(9) VALUE "RUN DATE ".
          05 RH1-DATE                PIC 9(8).
          05 FILLER                  PIC X(12) VALUE SPACES.
          05 FILLER                  PIC X(7) VALUE "   PAGE".
          05 RH1-PAGE                PIC ZZZ9.
       01 RR-HEAD2.
          05 FILLER                  PIC X(80)
             VALUE "  CONTR   ACCOUNT   INVOICE BILL DATE LN        AMOUNT"
             & "   STATUS".
       01 RR-DETAIL.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-CONTRACT-ID          PIC X(6).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-ACCT-NO              PIC X(8).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-INVOICE-ID           PIC X(6).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-BILL-DATE            PIC 9(8).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-LINES                PIC Z9.
          05 RD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-STATUS               PIC X(22).
          05 FILLER                  PIC X(1) VALUE SPACES.
       01 RR-SUMM-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-LABEL                PIC X(24).
          05 RS-COUNT                PIC ZZZZ9.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           PERFORM READ-RECUR-SEQUENCE
           OPEN INPUT RECURCTR-FILE
           IF WS-RECURCTR-FILE-STATUS NOT = "00"
              DISPLAY "RECUR-BILLING: recurctr.dat not found - "
                 "no contracts billed"
              OPEN OUTPUT RECURRPT-FILE
              PERFORM WRITE-REGISTER-HEADING
              PERFORM WRITE-REGISTER-SUMMARY
              CLOSE RECURRPT-FILE
              STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
              DISPLAY "RECUR-BILLING: cannot open custmast.dat - status "
                 WS-CUSTMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ITEMMAST-FILE
           IF WS-ITEMMAST-FILE-STATUS NOT = "00"
              DISPLAY "RECUR-BILLING: cannot open itemmast.dat - status "
                 WS-ITEMMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INVMAST-FILE
           IF WS-INVMAST-FILE-STATUS = "00"
              MOVE "Y" TO WS-INVMAST-AVAIL
           END-IF
           OPEN INPUT CPRICE-FILE
           IF WS-CPRICE-FILE-STATUS = "00"
              MOVE "Y" TO WS-CPRICE-AVAIL
           END-IF
           OPEN EXTEND INPUT-FILE
           IF WS-INPUT-FILE-STATUS = "35"
              OPEN OUTPUT INPUT-FILE
           END-IF
           OPEN OUTPUT RECURTMP-FILE
           OPEN OUTPUT RECURRPT-FILE
           PERFORM WRITE-REGISTER-HEADING
           PERFORM UNTIL EOF-FLAG = "Y"
              READ RECURCTR-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE RECURCTR-LINE TO RECURCTR-RECORD
                    ADD 1 TO WS-CONTRACT-COUNT
                    PERFORM PROCESS-ONE-CONTRACT
                    MOVE RECURCTR-RECORD TO RECURTMP-LINE
                    WRITE RECURTMP-LINE
              END-READ
           END-PERFORM
           PERFORM WRITE-REGISTER-SUMMARY
           CLOSE RECURRPT-FILE
           CLOSE RECURTMP-FILE
           CLOSE INPUT-FILE
           IF WS-INVMAST-AVAIL = "Y"
              CLOSE INVMAST-FILE
           END-IF
           IF WS-CPRICE-AVAIL = "Y"
              CLOSE CPRICE-FILE
           END-IF
           CLOSE ITEMMAST-FILE
           CLOSE CUSTMAST-FILE
           CLOSE RECURCTR-FILE
           CALL "CBL_DELETE_FILE" USING WS-RECURCTR-FILENAME
              RETURNING WS-FILE-OP-RESULT
           CALL "CBL_RENAME_FILE" USING WS-RECURCTR-TMP-FILENAME
              WS-RECURCTR-FILENAME
              RETURNING WS-FILE-OP-RESULT
           PERFORM WRITE-RECUR-SEQUENCE
           DISPLAY "RECUR-BILLING: " WS-CONTRACT-COUNT " contracts, "
              WS-GENERATED-COUNT " invoices generated, "
              WS-SKIPPED-COUNT " skipped"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PROCESSING-DATE.
           OPEN INPUT PROCDATE-FILE
           IF WS-PROCDATE-FILE-STATUS = "00"
              READ PROCDATE-FILE
                 AT END
                    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                 NOT AT END
                    IF PROCDATE-LINE IS NUMERIC
                       MOVE PROCDATE-LINE TO WS-RUN-DATE
                    ELSE
                       DISPLAY "RECUR-BILLING: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-RECUR-SEQUENCE.
           MOVE ZERO TO WS-RECUR-SEQ
           OPEN INPUT RECURNUM-FILE
           IF WS-RECURNUM-FILE-STATUS = "00"
              READ RECURNUM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RECURNUM-LINE IS NUMERIC
                       MOVE RECURNUM-LINE TO WS-RECUR-SEQ
                    ELSE
                       DISPLAY "RECUR-BILLING: recurnum.dat '"
                          RECURNUM-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE RECURNUM-FILE
           END-IF.

       WRITE-RECUR-SEQUENCE.
           OPEN OUTPUT RECURNUM-FILE
           MOVE WS-RECUR-SEQ TO RECURNUM-LINE
           WRITE RECURNUM-LINE
           CLOSE RECURNUM-FILE.

       PROCESS-ONE-CONTRACT.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE ZERO TO WS-CYCLE-AMOUNT
           PERFORM VALIDATE-CONTRACT
           IF WS-CONTRACT-OK = "Y"
              PERFORM COMPUTE-FIRST-BILL-DATE
              EVALUATE TRUE
                 WHEN RC-START-DATE > WS-RUN-DATE
                    MOVE "NOT YET STARTED" TO WS-SKIP-REASON
                 WHEN RC-END-DATE NOT = ZERO
                       AND WS-NEXT-BILL-DATE > RC-END-DATE
                    MOVE "CONTRACT EXPIRED" TO WS-SKIP-REASON
                 WHEN WS-NEXT-BILL-DATE > WS-RUN-DATE
                    ADD 1 TO WS-NOT-DUE-COUNT
                 WHEN OTHER
                    PERFORM CHECK-CONTRACT-ACCOUNT
                    IF WS-SKIP-REASON = SPACES
                       PERFORM PRICE-CONTRACT-LINES
                    END-IF
                    IF WS-SKIP-REASON = SPACES
                       PERFORM GENERATE-DUE-CYCLES
                    ELSE
                       ADD 1 TO WS-EXCEPTION-COUNT
                    END-IF
              END-EVALUATE
           ELSE
              MOVE "INVALID CONTRACT" TO WS-SKIP-REASON
              MOVE ZERO TO WS-NEXT-BILL-DATE
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
              ADD 1 TO WS-SKIPPED-COUNT
              MOVE SPACES TO RD-INVOICE-ID
              MOVE WS-NEXT-BILL-DATE TO RD-BILL-DATE
              MOVE WS-SKIP-REASON TO RD-STATUS
              PERFORM WRITE-REGISTER-DETAIL
           END-IF.

       VALIDATE-CONTRACT.
           MOVE "Y" TO WS-CONTRACT-OK
           EVALUATE TRUE
              WHEN RC-FREQ-MONTHLY
                 MOVE 1 TO WS-FREQ-MONTHS
              WHEN RC-FREQ-QUARTERLY
                 MOVE 3 TO WS-FREQ-MONTHS
              WHEN RC-FREQ-SEMIANNUAL
                 MOVE 6 TO WS-FREQ-MONTHS
              WHEN RC-FREQ-ANNUAL
                 MOVE 12 TO WS-FREQ-MONTHS
              WHEN OTHER
                 MOVE "N" TO WS-CONTRACT-OK
           END-EVALUATE
           IF RC-START-DATE IS NOT NUMERIC OR RC-START-DATE = ZERO
                 OR RC-END-DATE IS NOT NUMERIC
                 OR RC-LAST-BILLED IS NOT NUMERIC
              MOVE "N" TO WS-CONTRACT-OK
           END-IF
           IF RC-LINE-COUNT IS NOT NUMERIC
              MOVE "N" TO WS-CONTRACT-OK
           ELSE
              IF RC-LINE-COUNT < 1 OR RC-LINE-COUNT > WS-MAX-RC-LINES
                 MOVE "N" TO WS-CONTRACT-OK
              END-IF
           END-IF
           IF WS-CONTRACT-OK = "Y"
              PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > RC-LINE-COUNT
                 IF RC-SKU(WS-IDX) = SPACES
                       OR RC-QTY(WS-IDX) IS NOT NUMERIC
                       OR RC-QTY(WS-IDX) = ZERO
                    MOVE "N" TO WS-CONTRACT-OK
                 END-IF
              END-PERFORM
           END-IF.

       COMPUTE-FIRST-BILL-DATE.
           MOVE RC-START-DATE(7:2) TO WS-ANCHOR-DAY
           IF RC-LAST-BILLED = ZERO
              MOVE RC-START-DATE TO WS-NEXT-BILL-DATE
           ELSE
              MOVE RC-LAST-BILLED TO WS-NEXT-BILL-DATE
              PERFORM ADVANCE-BILL-DATE
           END-IF.

       ADVANCE-BILL-DATE.
           COMPUTE WS-MONTH-NUMBER = WS-NEXT-BILL-YEAR * 12
              + WS-NEXT-BILL-MONTH - 1 + WS-FREQ-MONTHS
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-NEXT-BILL-YEAR
              REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-NEXT-BILL-MONTH = WS-MONTH-REMAINDER + 1
           MOVE 1 TO WS-NEXT-BILL-DAY
           MOVE WS-NEXT-BILL-DATE TO WS-MONTH-START
           IF WS-NEXT-BILL-MONTH = 12
              COMPUTE WS-MONTH-END-INT = FUNCTION INTEGER-OF-DATE(
                 (WS-NEXT-BILL-YEAR + 1) * 10000 + 101) - 1
           ELSE
              COMPUTE WS-MONTH-END-INT = FUNCTION INTEGER-OF-DATE(
                 WS-MONTH-START + 100) - 1
           END-IF
           COMPUTE WS-MONTH-END-DATE =
              FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
           IF WS-ANCHOR-DAY > WS-MONTH-END-DAY
              MOVE WS-MONTH-END-DAY TO WS-NEXT-BILL-DAY
           ELSE
              MOVE WS-ANCHOR-DAY TO WS-NEXT-BILL-DAY
           END-IF.

       CHECK-CONTRACT-ACCOUNT.
           MOVE RC-ACCT-NO TO CM-ACCT-NO
           READ CUSTMAST-FILE
              INVALID KEY
                 MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
              NOT INVALID KEY
                 IF CM-ON-CREDIT-HOLD
                    MOVE "ACCOUNT ON CREDIT HOLD" TO WS-SKIP-REASON
                 END-IF
           END-READ.

       PRICE-CONTRACT-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > RC-LINE-COUNT
              MOVE RC-SKU(WS-IDX) TO IT-SKU
              READ ITEMMAST-FILE
                 INVALID KEY
                    MOVE "SKU NOT ON ITEMMAST" TO WS-SKIP-REASON
                    MOVE ZERO TO LP-LIST-PRICE(WS-IDX)
                    MOVE ZERO TO LP-PRICE(WS-IDX)
                    MOVE SPACES TO LP-TAX-CODE(WS-IDX)
                 NOT INVALID KEY
                    MOVE IT-LIST-PRICE TO LP-LIST-PRICE(WS-IDX)
                    MOVE IT-LIST-PRICE TO LP-PRICE(WS-IDX)
                    MOVE IT-TAX-CODE TO LP-TAX-CODE(WS-IDX)
              END-READ
              COMPUTE WS-CYCLE-AMOUNT = WS-CYCLE-AMOUNT
                 + RC-QTY(WS-IDX) * LP-PRICE(WS-IDX)
           END-PERFORM.

       GENERATE-DUE-CYCLES.
           PERFORM UNTIL WS-NEXT-BILL-DATE > WS-RUN-DATE
                 OR (RC-END-DATE NOT = ZERO
                     AND WS-NEXT-BILL-DATE > RC-END-DATE)
              PERFORM WRITE-CONTRACT-INVOICE
              MOVE WS-NEXT-BILL-DATE TO RC-LAST-BILLED
              PERFORM ADVANCE-BILL-DATE
           END-PERFORM.

       APPLY-CONTRACT-PRICES.
           MOVE ZERO TO WS-CYCLE-AMOUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > RC-LINE-COUNT
              MOVE RC-ACCT-NO TO WS-CPRICE-ACCT
              MOVE RC-SKU(WS-IDX) TO WS-CPRICE-SKU
              MOVE WS-NEXT-BILL-DATE TO WS-CPRICE-DATE
              PERFORM FIND-CONTRACT-PRICE
              IF WS-CPRICE-FOUND = "Y"
                 MOVE WS-CPRICE-AMOUNT TO LP-PRICE(WS-IDX)
              ELSE
                 MOVE LP-LIST-PRICE(WS-IDX) TO LP-PRICE(WS-IDX)
              END-IF
              COMPUTE WS-CYCLE-AMOUNT = WS-CYCLE-AMOUNT
                 + RC-QTY(WS-IDX) * LP-PRICE(WS-IDX)
           END-PERFORM.

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

       WRITE-CONTRACT-INVOICE.
           PERFORM APPLY-CONTRACT-PRICES
           PERFORM ASSIGN-INVOICE-ID
           MOVE WS-NEW-INVOICE-ID TO INVOICE-ID
           MOVE RC-ACCT-NO TO CUST-ACCT-NO
           MOVE "I" TO INVOICE-TYPE
           MOVE RC-LINE-COUNT TO ITEM-COUNT
           MOVE WS-NEXT-BILL-DATE TO INVOICE-DATE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > RC-LINE-COUNT
              MOVE RC-QTY(WS-IDX) TO ITEM-QTY(WS-IDX)
              COMPUTE ITEM-PRICE(WS-IDX) = LP-PRICE(WS-IDX) / 100
              MOVE LP-TAX-CODE(WS-IDX) TO TAX-CODE(WS-IDX)
              MOVE RC-SKU(WS-IDX) TO ITEM-SKU(WS-IDX)
           END-PERFORM
           MOVE SPACES TO INPUT-LINE
           MOVE INVOICE-RECORD TO INPUT-LINE
           WRITE INPUT-LINE
           ADD 1 TO WS-GENERATED-COUNT
           ADD WS-CYCLE-AMOUNT TO WS-GENERATED-TOTAL
           MOVE WS-NEW-INVOICE-ID TO RD-INVOICE-ID
           MOVE WS-NEXT-BILL-DATE TO RD-BILL-DATE
           MOVE "GENERATED" TO RD-STATUS
           PERFORM WRITE-REGISTER-DETAIL.

       ASSIGN-INVOICE-ID.
           MOVE "N" TO WS-ID-ASSIGNED
           PERFORM UNTIL WS-ID-ASSIGNED = "Y"
              ADD 1 TO WS-RECUR-SEQ
              IF WS-RECUR-SEQ > 99999
                 DISPLAY "RECUR-BILLING: invoice id range exhausted"
                    " - run aborted"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO WS-NEW-INVOICE-ID
              STRING "R" WS-RECUR-SEQ DELIMITED BY SIZE
                 INTO WS-NEW-INVOICE-ID
              MOVE "Y" TO WS-ID-ASSIGNED
              IF WS-INVMAST-AVAIL = "Y"
                 MOVE WS-NEW-INVOICE-ID TO IM-INVOICE-ID
                 READ INVMAST-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "N" TO WS-ID-ASSIGNED
                 END-READ
              END-IF
           END-PERFORM.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-PAGE-NO TO RH1-PAGE
           MOVE RR-HEAD1 TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE SPACES TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE RR-HEAD2 TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REGISTER-DETAIL.
           IF WS-LINE-COUNT >= WS-MAX-PAGE-LINES
              PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE RC-CONTRACT-ID TO RD-CONTRACT-ID
           MOVE RC-ACCT-NO TO RD-ACCT-NO
           IF RC-LINE-COUNT IS NUMERIC
              MOVE RC-LINE-COUNT TO RD-LINES
           ELSE
              MOVE ZERO TO RD-LINES
           END-IF
           COMPUTE WS-DOLLARS = WS-CYCLE-AMOUNT / 100
           MOVE WS-DOLLARS TO RD-AMOUNT
           MOVE RR-DETAIL TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE "CONTRACTS READ" TO RS-LABEL
           MOVE WS-CONTRACT-COUNT TO RS-COUNT
           MOVE ZERO TO RS-AMOUNT
           MOVE RR-SUMM-LINE TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE "INVOICES GENERATED" TO RS-LABEL
           MOVE WS-GENERATED-COUNT TO RS-COUNT
           COMPUTE WS-GRAND-DOLLARS = WS-GENERATED-TOTAL / 100
           MOVE WS-GRAND-DOLLARS TO RS-AMOUNT
           MOVE RR-SUMM-LINE TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE "CONTRACTS SKIPPED" TO RS-LABEL
           MOVE WS-SKIPPED-COUNT TO RS-COUNT
           MOVE ZERO TO RS-AMOUNT
           MOVE RR-SUMM-LINE TO RECURRPT-LINE
           WRITE RECURRPT-LINE
           MOVE "CONTRACTS NOT YET DUE" TO RS-LABEL
           MOVE WS-NOT-DUE-COUNT TO RS-COUNT
           MOVE RR-SUMM-LINE TO RECURRPT-LINE
           WRITE RECURRPT-LINE.
