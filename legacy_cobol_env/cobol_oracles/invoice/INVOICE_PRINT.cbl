       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO "output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
           SELECT INVMAST-FILE ASSIGN TO "invmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INVOICE-ID
               FILE STATUS IS WS-INVMAST-FILE-STATUS.
           SELECT INVDETL-FILE ASSIGN TO "invdetl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ID-DETAIL-KEY
               FILE STATUS IS WS-INVDETL-FILE-STATUS.
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
           SELECT AROPEN-FILE ASSIGN TO "aropen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-ID
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT INVPRINT-FILE ASSIGN TO "invprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-FILE.
       01 OUTPUT-LINE                PIC X(46).
       FD INVMAST-FILE.
       01 INVMAST-RECORD.
          05 IM-INVOICE-ID           PIC X(6).
          05 IM-CUST-ACCT-NO         PIC X(8).
          05 IM-TYPE                 PIC X.
          05 IM-TOTAL                PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 IM-ITEM-COUNT           PIC 99.
          05 IM-FLAG                 PIC X.
          05 IM-INVOICE-DATE         PIC 9(8).
       FD INVDETL-FILE.
       01 INVDETL-RECORD.
          05 ID-DETAIL-KEY.
             10 ID-INVOICE-ID        PIC X(6).
             10 ID-LINE-NO           PIC 99.
          05 ID-CUST-ACCT-NO         PIC X(8).
          05 ID-TYPE                 PIC X.
          05 ID-QTY                  PIC 9(2).
          05 ID-UNIT-PRICE           PIC 9(6).
          05 ID-EXT-AMOUNT           PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 ID-TAX-CODE             PIC X.
          05 ID-TAX-CENTS            PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 ID-DISC-CENTS           PIC 9(9).
          05 ID-SKU                  PIC X(8).
       FD CUSTMAST-FILE.
       COPY CUSTMAST_REC.
       FD ITEMMAST-FILE.
       COPY ITEMMAST_REC.
       FD AROPEN-FILE.
       01 AROPEN-RECORD.
          05 AR-INVOICE-ID           PIC X(6).
          05 AR-CUST-ACCT-NO         PIC X(8).
          05 AR-OPEN-DATE            PIC 9(8).
          05 AR-ORIG-AMOUNT          PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 AR-APPLIED-AMOUNT       PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 AR-OPEN-BALANCE         PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 AR-LAST-REF             PIC X(6).
          05 AR-LAST-DATE            PIC 9(8).
          05 AR-INVOICE-DATE         PIC 9(8).
          05 AR-DUE-DATE             PIC 9(8).
          05 AR-WRITEOFF-AMT         PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD INVPRINT-FILE.
       01 INVPRINT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY TAX_CODE.
       01 WS-OUTPUT-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-INVMAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-INVDETL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CUSTMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-ITEMMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-AROPEN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-ITEMMAST-AVAIL          PIC X VALUE "N".
       01 WS-AROPEN-AVAIL            PIC X VALUE "N".
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-DEFAULT-TERMS           PIC 9(3) VALUE 30.
       01 WS-TERMS-DAYS              PIC 9(3) VALUE 0.
       01 WS-DUE-DAY-INT             PIC 9(8) VALUE 0.
       01 WS-DUE-DATE                PIC 9(8) VALUE 0.
       01 WS-SUM-IDX                 PIC 9 VALUE 0.
       01 WS-DTL-IDX                 PIC 99 VALUE 0.
       01 WS-PAGE-NO                 PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01 WS-MAX-PAGE-LINES          PIC 9(3) VALUE 55.
       01 WS-PRINT-COUNT             PIC 9(5) VALUE 0.
       01 WS-INVOICE-COUNT           PIC 9(5) VALUE 0.
       01 WS-CREDIT-COUNT            PIC 9(5) VALUE 0.
       01 WS-SKIP-COUNT              PIC 9(5) VALUE 0.
       01 WS-MISSING-LINE-COUNT      PIC 9(5) VALUE 0.
       01 WS-NOT-FOOTED-COUNT        PIC 9(5) VALUE 0.
       01 WS-FOOT-LINES              PIC 9(3) VALUE 0.
       01 WS-DOC-TITLE               PIC X(11) VALUE SPACES.
       01 WS-SIGN-FACTOR             PIC S9 VALUE 1.
       01 WS-LINE-AMT                PIC S9(11) VALUE 0.
       01 WS-DOC-SUBTOTAL            PIC S9(11) VALUE 0.
       01 WS-DOC-DISC-TOTAL          PIC S9(11) VALUE 0.
       01 WS-DOC-TAX-TOTAL           PIC S9(11) VALUE 0.
       01 WS-DOC-TOTAL               PIC S9(11) VALUE 0.
       01 WS-GRAND-INVOICE-TOTAL     PIC S9(13) VALUE 0.
       01 WS-GRAND-CREDIT-TOTAL      PIC S9(13) VALUE 0.
       01 WS-DOLLARS                 PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-DOLLARS           PIC S9(11)V99 VALUE 0.
       01 WS-BILL-NAME               PIC X(30) VALUE SPACES.
       01 WS-CITY-LINE               PIC X(38) VALUE SPACES.
       01 DETAIL-RECORD.
          05 DTL-REC-TYPE            PIC X.
          05 DTL-INVOICE-ID          PIC X(6).
          05 DTL-CUST-ACCT-NO        PIC X(8).
          05 DTL-TYPE                PIC X.
          05 DTL-TOTAL               PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 DTL-ITEM-COUNT          PIC 99.
          05 DTL-FLAG                PIC X.
          05 DTL-DISC-TOTAL          PIC 9(9).
          05 DTL-INVOICE-DATE        PIC 9(8).
       01 INV-HEAD1.
          05 WH1-TITLE               PIC X(40).
          05 FILLER                  PIC X(7) VALUE "NUMBER ".
          05 WH1-INVOICE-ID          PIC X(6).
          05 FILLER                  PIC X(12) VALUE SPACES.
          05 FILLER                  PIC X(7) VALUE "   PAGE".
          05 WH1-PAGE                PIC ZZZ9.
          05 FILLER                  PIC X(4) VALUE SPACES.
       01 INV-HEAD2.
          05 WH2-DATE-LABEL          PIC X(13).
          05 WH2-INVOICE-DATE        PIC 9(8).
          05 FILLER                  PIC X(19) VALUE SPACES.
          05 FILLER                  PIC X(8) VALUE "ACCOUNT ".
          05 WH2-ACCT-NO             PIC X(8).
          05 FILLER                  PIC X(24) VALUE SPACES.
       01 INV-ADDR-HEAD.
          05 FILLER                  PIC X(40) VALUE "BILL TO".
          05 FILLER                  PIC X(40) VALUE "REMIT TO".
       01 INV-ADDR-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WA-BILL                 PIC X(38).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WA-REMIT                PIC X(38).
       01 INV-COL-HEAD.
          05 FILLER                  PIC X(80)
             VALUE "  SKU       DESCRIPTION           QTY     PRICE    DISCOUNT"
             & " TAX         AMOUNT".
       01 INV-DETAIL.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-SKU                  PIC X(8).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-DESC                 PIC X(20).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-QTY                  PIC ZZ9.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-PRICE                PIC Z,ZZ9.99.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-DISC                 PIC ZZZ,ZZ9.99.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-TAX-CODE             PIC X.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 WD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(1) VALUE SPACES.
       01 INV-TOTAL-LINE.
          05 FILLER                  PIC X(34) VALUE SPACES.
          05 WT-LABEL                PIC X(30).
          05 WT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(1) VALUE SPACES.
       01 INV-DUE-LINE.
          05 FILLER                  PIC X(34) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE "PAYMENT DUE BY".
          05 FILLER                  PIC X(7) VALUE SPACES.
          05 WU-DUE-DATE             PIC 9(8).
          05 FILLER                  PIC X(1) VALUE SPACES.
       01 INV-SUMM-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 SM-LABEL                PIC X(21).
          05 SM-COUNT                PIC ZZZZ9.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 SM-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           OPEN INPUT OUTPUT-FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
              DISPLAY "INVOICE-PRINT: cannot open output.txt - status "
                 WS-OUTPUT-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INVMAST-FILE
           IF WS-INVMAST-FILE-STATUS NOT = "00"
              DISPLAY "INVOICE-PRINT: cannot open invmast.dat - status "
                 WS-INVMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INVDETL-FILE
           IF WS-INVDETL-FILE-STATUS NOT = "00"
              DISPLAY "INVOICE-PRINT: cannot open invdetl.dat - status "
                 WS-INVDETL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
              DISPLAY "INVOICE-PRINT: cannot open custmast.dat - status "
                 WS-CUSTMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT ITEMMAST-FILE
           IF WS-ITEMMAST-FILE-STATUS = "00"
              MOVE "Y" TO WS-ITEMMAST-AVAIL
           ELSE
              DISPLAY "INVOICE-PRINT: itemmast.dat not available - "
                 "item descriptions not printed"
           END-IF
           OPEN INPUT AROPEN-FILE
           IF WS-AROPEN-FILE-STATUS = "00"
              MOVE "Y" TO WS-AROPEN-AVAIL
           END-IF
           OPEN OUTPUT INVPRINT-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
              READ OUTPUT-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    IF OUTPUT-LINE(1:1) = "D"
                       MOVE OUTPUT-LINE TO DETAIL-RECORD
                       PERFORM PRINT-ONE-DOCUMENT
                    END-IF
              END-READ
           END-PERFORM
           PERFORM WRITE-SUMMARY-PAGE
           CLOSE INVPRINT-FILE
           IF WS-AROPEN-AVAIL = "Y"
              CLOSE AROPEN-FILE
           END-IF
           IF WS-ITEMMAST-AVAIL = "Y"
              CLOSE ITEMMAST-FILE
           END-IF
           CLOSE CUSTMAST-FILE
           CLOSE INVDETL-FILE
           CLOSE INVMAST-FILE
           CLOSE OUTPUT-FILE
           DISPLAY "INVOICE-PRINT: " WS-PRINT-COUNT " documents printed, "
              WS-SKIP-COUNT " skipped, " WS-MISSING-LINE-COUNT
              " detail lines missing, " WS-NOT-FOOTED-COUNT " not footed"
           IF WS-SKIP-COUNT > 0 OR WS-MISSING-LINE-COUNT > 0
                 OR WS-NOT-FOOTED-COUNT > 0
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
                       DISPLAY "INVOICE-PRINT: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       PRINT-ONE-DOCUMENT.
           MOVE DTL-INVOICE-ID TO IM-INVOICE-ID
           MOVE "Y" TO WS-FOUND-FLAG
           READ INVMAST-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "N"
              DISPLAY "INVOICE-PRINT: invoice " DTL-INVOICE-ID
                 " not on invmast.dat - not printed"
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              PERFORM START-DOCUMENT
              PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                    UNTIL WS-DTL-IDX > IM-ITEM-COUNT
                 PERFORM PRINT-DOCUMENT-LINE
              END-PERFORM
              PERFORM FINISH-DOCUMENT
           END-IF.

       START-DOCUMENT.
           IF IM-TYPE = "C"
              MOVE "CREDIT MEMO" TO WS-DOC-TITLE
              MOVE -1 TO WS-SIGN-FACTOR
              ADD 1 TO WS-CREDIT-COUNT
           ELSE
              MOVE "INVOICE" TO WS-DOC-TITLE
              MOVE 1 TO WS-SIGN-FACTOR
              ADD 1 TO WS-INVOICE-COUNT
           END-IF
           ADD 1 TO WS-PRINT-COUNT
           MOVE 0 TO WS-DOC-SUBTOTAL
           MOVE 0 TO WS-DOC-DISC-TOTAL
           MOVE 0 TO WS-DOC-TAX-TOTAL
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 5
              MOVE 0 TO WS-TAX-SUMMARY-AMT(WS-SUM-IDX)
           END-PERFORM
           PERFORM LOOKUP-CUSTOMER
           PERFORM LOOKUP-DUE-DATE
           MOVE 0 TO WS-PAGE-NO
           PERFORM WRITE-DOCUMENT-HEADING
           PERFORM WRITE-ADDRESS-BLOCK
           MOVE INV-COL-HEAD TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       LOOKUP-CUSTOMER.
           MOVE IM-CUST-ACCT-NO TO CM-ACCT-NO
           READ CUSTMAST-FILE
              INVALID KEY
                 MOVE SPACES TO CUSTMAST-RECORD
                 MOVE "*NOT ON FILE*" TO CM-NAME
           END-READ
           MOVE CM-NAME TO WS-BILL-NAME
           IF CM-TERMS-DAYS IS NUMERIC
              MOVE CM-TERMS-DAYS TO WS-TERMS-DAYS
           ELSE
              MOVE WS-DEFAULT-TERMS TO WS-TERMS-DAYS
           END-IF.

       LOOKUP-DUE-DATE.
           MOVE ZERO TO WS-DUE-DATE
           IF IM-TYPE NOT = "C"
              MOVE "N" TO WS-FOUND-FLAG
              IF WS-AROPEN-AVAIL = "Y"
                 MOVE IM-INVOICE-ID TO AR-INVOICE-ID
                 MOVE "Y" TO WS-FOUND-FLAG
                 READ AROPEN-FILE
                    INVALID KEY
                       MOVE "N" TO WS-FOUND-FLAG
                 END-READ
              END-IF
              IF WS-FOUND-FLAG = "Y" AND AR-DUE-DATE IS NUMERIC
                    AND AR-DUE-DATE NOT = ZERO
                 MOVE AR-DUE-DATE TO WS-DUE-DATE
              ELSE
                 IF IM-INVOICE-DATE IS NUMERIC AND IM-INVOICE-DATE NOT = ZERO
                    COMPUTE WS-DUE-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(IM-INVOICE-DATE)
                       + WS-TERMS-DAYS
                 ELSE
                    COMPUTE WS-DUE-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                       + WS-TERMS-DAYS
                 END-IF
                 COMPUTE WS-DUE-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-INT)
              END-IF
           END-IF.

       WRITE-DOCUMENT-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-DOC-TITLE TO WH1-TITLE
           MOVE IM-INVOICE-ID TO WH1-INVOICE-ID
           MOVE WS-PAGE-NO TO WH1-PAGE
           MOVE INV-HEAD1 TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           IF IM-TYPE = "C"
              MOVE "CREDIT DATE  " TO WH2-DATE-LABEL
           ELSE
              MOVE "INVOICE DATE " TO WH2-DATE-LABEL
           END-IF
           MOVE IM-INVOICE-DATE TO WH2-INVOICE-DATE
           MOVE IM-CUST-ACCT-NO TO WH2-ACCT-NO
           MOVE INV-HEAD2 TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           MOVE SPACES TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-ADDRESS-BLOCK.
           MOVE INV-ADDR-HEAD TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           MOVE WS-BILL-NAME TO WA-BILL
           MOVE CM-REMIT-NAME TO WA-REMIT
           PERFORM WRITE-ADDRESS-LINE
           MOVE CM-BILL-ADDR1 TO WA-BILL
           MOVE CM-REMIT-ADDR1 TO WA-REMIT
           PERFORM WRITE-ADDRESS-LINE
           IF CM-BILL-ADDR2 NOT = SPACES OR CM-REMIT-ADDR2 NOT = SPACES
              MOVE CM-BILL-ADDR2 TO WA-BILL
              MOVE CM-REMIT-ADDR2 TO WA-REMIT
              PERFORM WRITE-ADDRESS-LINE
           END-IF
           MOVE SPACES TO WS-CITY-LINE
           IF CM-BILL-CITY NOT = SPACES
              STRING CM-BILL-CITY DELIMITED BY "  "
                 ", " CM-BILL-STATE "  " CM-BILL-ZIP DELIMITED BY SIZE
                 INTO WS-CITY-LINE
              END-STRING
           END-IF
           MOVE WS-CITY-LINE TO WA-BILL
           MOVE SPACES TO WS-CITY-LINE
           IF CM-REMIT-CITY NOT = SPACES
              STRING CM-REMIT-CITY DELIMITED BY "  "
                 ", " CM-REMIT-STATE "  " CM-REMIT-ZIP DELIMITED BY SIZE
                 INTO WS-CITY-LINE
              END-STRING
           END-IF
           MOVE WS-CITY-LINE TO WA-REMIT
           PERFORM WRITE-ADDRESS-LINE
           MOVE SPACES TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           ADD 2 TO WS-LINE-COUNT.

       WRITE-ADDRESS-LINE.
           MOVE INV-ADDR-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-DOCUMENT-LINE.
           MOVE IM-INVOICE-ID TO ID-INVOICE-ID
           MOVE WS-DTL-IDX TO ID-LINE-NO
           MOVE "Y" TO WS-FOUND-FLAG
           READ INVDETL-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "N"
              DISPLAY "INVOICE-PRINT: invoice " IM-INVOICE-ID " line "
                 WS-DTL-IDX " not on invdetl.dat"
              ADD 1 TO WS-MISSING-LINE-COUNT
           ELSE
              IF WS-LINE-COUNT >= WS-MAX-PAGE-LINES
                 PERFORM WRITE-DOCUMENT-HEADING
                 MOVE INV-COL-HEAD TO INVPRINT-LINE
                 WRITE INVPRINT-LINE
                 ADD 1 TO WS-LINE-COUNT
              END-IF
              MOVE ID-SKU TO WD-SKU
              PERFORM LOOKUP-ITEM-DESC
              MOVE ID-QTY TO WD-QTY
              COMPUTE WS-DOLLARS = ID-UNIT-PRICE / 100
              MOVE WS-DOLLARS TO WD-PRICE
              COMPUTE WS-DOLLARS = ID-DISC-CENTS / 100
              MOVE WS-DOLLARS TO WD-DISC
              MOVE ID-TAX-CODE TO WD-TAX-CODE
              COMPUTE WS-LINE-AMT = ID-EXT-AMOUNT * WS-SIGN-FACTOR
              COMPUTE WS-DOLLARS = WS-LINE-AMT / 100
              MOVE WS-DOLLARS TO WD-AMOUNT
              MOVE INV-DETAIL TO INVPRINT-LINE
              WRITE INVPRINT-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD WS-LINE-AMT TO WS-DOC-SUBTOTAL
              ADD ID-DISC-CENTS TO WS-DOC-DISC-TOTAL
              PERFORM ADD-LINE-TAX
           END-IF.

       LOOKUP-ITEM-DESC.
           MOVE SPACES TO WD-DESC
           IF WS-ITEMMAST-AVAIL = "Y" AND ID-SKU NOT = SPACES
              MOVE ID-SKU TO IT-SKU
              READ ITEMMAST-FILE
                 INVALID KEY
                    MOVE "*NOT ON FILE*" TO WD-DESC
                 NOT INVALID KEY
                    MOVE IT-DESC TO WD-DESC
              END-READ
           END-IF.

       ADD-LINE-TAX.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                 UNTIL WS-SUM-IDX > 5
                    OR WS-VALID-TAX-CODE(WS-SUM-IDX) = ID-TAX-CODE
           END-PERFORM
           COMPUTE WS-LINE-AMT = ID-TAX-CENTS * WS-SIGN-FACTOR
           IF WS-SUM-IDX NOT > 5
              ADD WS-LINE-AMT TO WS-TAX-SUMMARY-AMT(WS-SUM-IDX)
           END-IF
           ADD WS-LINE-AMT TO WS-DOC-TAX-TOTAL.

       FINISH-DOCUMENT.
           MOVE 5 TO WS-FOOT-LINES
           IF WS-DOC-DISC-TOTAL NOT = ZERO
              ADD 1 TO WS-FOOT-LINES
           END-IF
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 5
              IF WS-TAX-SUMMARY-AMT(WS-SUM-IDX) NOT = ZERO
                 ADD 1 TO WS-FOOT-LINES
              END-IF
           END-PERFORM
           IF WS-LINE-COUNT + WS-FOOT-LINES > WS-MAX-PAGE-LINES
              PERFORM WRITE-DOCUMENT-HEADING
           END-IF
           MOVE SPACES TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE "SUBTOTAL" TO WT-LABEL
           COMPUTE WS-DOLLARS = WS-DOC-SUBTOTAL / 100
           PERFORM WRITE-TOTAL-LINE
           IF WS-DOC-DISC-TOTAL NOT = ZERO
              MOVE "DISCOUNT ALLOWED (INCLUDED)" TO WT-LABEL
              COMPUTE WS-DOLLARS = WS-DOC-DISC-TOTAL / 100
              PERFORM WRITE-TOTAL-LINE
           END-IF
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 5
              IF WS-TAX-SUMMARY-AMT(WS-SUM-IDX) NOT = ZERO
                 MOVE SPACES TO WT-LABEL
                 STRING "SALES TAX - CODE " WS-VALID-TAX-CODE(WS-SUM-IDX)
                    DELIMITED BY SIZE INTO WT-LABEL
                 END-STRING
                 COMPUTE WS-DOLLARS = WS-TAX-SUMMARY-AMT(WS-SUM-IDX) / 100
                 PERFORM WRITE-TOTAL-LINE
              END-IF
           END-PERFORM
           MOVE IM-TOTAL TO WS-DOC-TOTAL
           IF IM-TYPE = "C"
              MOVE "TOTAL CREDIT" TO WT-LABEL
              ADD WS-DOC-TOTAL TO WS-GRAND-CREDIT-TOTAL
           ELSE
              MOVE "INVOICE TOTAL" TO WT-LABEL
              ADD WS-DOC-TOTAL TO WS-GRAND-INVOICE-TOTAL
           END-IF
           COMPUTE WS-DOLLARS = WS-DOC-TOTAL / 100
           PERFORM WRITE-TOTAL-LINE
           IF WS-DOC-SUBTOTAL + WS-DOC-TAX-TOTAL NOT = WS-DOC-TOTAL
              DISPLAY "INVOICE-PRINT: invoice " IM-INVOICE-ID
                 " lines do not foot to invoice total"
              ADD 1 TO WS-NOT-FOOTED-COUNT
           END-IF
           IF IM-TYPE = "C"
              MOVE SPACES TO INVPRINT-LINE
              MOVE "AMOUNT CREDITED TO YOUR ACCOUNT"
                 TO INVPRINT-LINE(35:31)
              WRITE INVPRINT-LINE
           ELSE
              MOVE WS-DUE-DATE TO WU-DUE-DATE
              MOVE INV-DUE-LINE TO INVPRINT-LINE
              WRITE INVPRINT-LINE
           END-IF
           MOVE SPACES TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           ADD 2 TO WS-LINE-COUNT.

       WRITE-TOTAL-LINE.
           MOVE WS-DOLLARS TO WT-AMOUNT
           MOVE INV-TOTAL-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-SUMMARY-PAGE.
           MOVE SPACES TO INVPRINT-LINE
           MOVE "INVOICE PRINT SUMMARY" TO INVPRINT-LINE(1:21)
           WRITE INVPRINT-LINE
           MOVE "INVOICES PRINTED" TO SM-LABEL
           MOVE WS-INVOICE-COUNT TO SM-COUNT
           COMPUTE WS-GRAND-DOLLARS = WS-GRAND-INVOICE-TOTAL / 100
           MOVE WS-GRAND-DOLLARS TO SM-AMOUNT
           MOVE INV-SUMM-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           MOVE "CREDIT MEMOS PRINTED" TO SM-LABEL
           MOVE WS-CREDIT-COUNT TO SM-COUNT
           COMPUTE WS-GRAND-DOLLARS = WS-GRAND-CREDIT-TOTAL / 100
           MOVE WS-GRAND-DOLLARS TO SM-AMOUNT
           MOVE INV-SUMM-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           MOVE "DOCUMENTS SKIPPED" TO SM-LABEL
           MOVE WS-SKIP-COUNT TO SM-COUNT
           MOVE ZERO TO SM-AMOUNT
           MOVE INV-SUMM-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE
           MOVE "DOCUMENTS NOT FOOTED" TO SM-LABEL
           MOVE WS-NOT-FOOTED-COUNT TO SM-COUNT
           MOVE ZERO TO SM-AMOUNT
           MOVE INV-SUMM-LINE TO INVPRINT-LINE
           WRITE INVPRINT-LINE.
