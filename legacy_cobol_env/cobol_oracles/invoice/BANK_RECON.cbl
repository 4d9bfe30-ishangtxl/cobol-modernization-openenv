       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKSTMT-FILE ASSIGN TO "bankstmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKSTMT-FILE-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO "lockbox.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-FILE-STATUS.
           SELECT CASHREG-FILE ASSIGN TO "cashreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASHREG-FILE-STATUS.
           SELECT BANKOUT-FILE ASSIGN TO "bankout.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANKOUT-FILE-STATUS.
           SELECT BANKOUT-TMP-FILE ASSIGN TO "bankout.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANKREC-FILE ASSIGN TO "bankrec.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKSTMT-FILE.
       01 BANKSTMT-LINE              PIC X(50).
       FD LOCKBOX-FILE.
       01 LOCKBOX-LINE               PIC X(58).
       FD CASHREG-FILE.
       01 CASHREG-LINE               PIC X(62).
       FD BANKOUT-FILE.
       01 BANKOUT-LINE               PIC X(40).
       FD BANKOUT-TMP-FILE.
       01 BANKOUT-TMP-LINE           PIC X(40).
       FD BANKREC-FILE.
       01 BANKREC-LINE               PIC X(80).
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BANKSTMT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-LOCKBOX-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-CASHREG-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-BANKOUT-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-LAST-LOCKBOX-DATE       PIC 9(8) VALUE 0.
       01 WS-LAST-STMT-DATE          PIC 9(8) VALUE 0.
       01 WS-NEW-STMT-DATE           PIC 9(8) VALUE 0.
       01 WS-REPEAT-COUNT            PIC 9(5) VALUE 0.
       01 WS-NEW-LOCKBOX             PIC X VALUE "N".
       01 WS-LOCKBOX-DATE            PIC 9(8) VALUE 0.
       01 WS-LOCKBOX-TOTAL           PIC 9(11) VALUE 0.
       01 WS-CASH-POSTED             PIC S9(13) VALUE 0.
       01 WS-CASH-DIFF               PIC S9(13) VALUE 0.
       01 WS-IDX                     PIC 9(4) VALUE 0.
       01 WS-JDX                     PIC 9(4) VALUE 0.
       01 WS-BEST-IDX                PIC 9(4) VALUE 0.
       01 WS-BEST-DATE               PIC 9(8) VALUE 0.
       01 WS-BANK-COUNT              PIC 9(4) VALUE 0.
       01 WS-MAX-BANK                PIC 9(4) VALUE 500.
       01 WS-BANK-TABLE.
          05 WS-BANK-ENTRY OCCURS 500 TIMES.
             10 BT-TRAN-TYPE         PIC X.
             10 BT-ITEM-DATE         PIC 9(8).
             10 BT-REF               PIC X(10).
             10 BT-AMOUNT            PIC 9(11).
             10 BT-FIRST-DATE        PIC 9(8).
             10 BT-MATCHED           PIC X.
       01 WS-BOOK-COUNT              PIC 9(4) VALUE 0.
       01 WS-MAX-BOOK                PIC 9(4) VALUE 200.
       01 WS-BOOK-TABLE.
          05 WS-BOOK-ENTRY OCCURS 200 TIMES.
             10 KT-ITEM-DATE         PIC 9(8).
             10 KT-REF               PIC X(10).
             10 KT-AMOUNT            PIC 9(11).
             10 KT-FIRST-DATE        PIC 9(8).
             10 KT-MATCHED           PIC X.
       01 WS-STMT-COUNT              PIC 9(5) VALUE 0.
       01 WS-STMT-NET                PIC S9(13) VALUE 0.
       01 WS-INVALID-COUNT           PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT           PIC 9(5) VALUE 0.
       01 WS-MATCHED-TOTAL           PIC S9(13) VALUE 0.
       01 WS-DIFF-COUNT              PIC 9(5) VALUE 0.
       01 WS-DIFF-TOTAL              PIC S9(13) VALUE 0.
       01 WS-TRANSIT-COUNT           PIC 9(5) VALUE 0.
       01 WS-TRANSIT-TOTAL           PIC S9(13) VALUE 0.
       01 WS-NOBATCH-COUNT           PIC 9(5) VALUE 0.
       01 WS-NOBATCH-TOTAL           PIC S9(13) VALUE 0.
       01 WS-CARRIED-COUNT           PIC 9(5) VALUE 0.
       01 WS-SIGNED-AMT              PIC S9(13) VALUE 0.
       01 WS-PAGE-NO                 PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01 WS-MAX-PAGE-LINES          PIC 9(3) VALUE 55.
       01 WS-DOLLARS                 PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-DOLLARS           PIC S9(11)V99 VALUE 0.
       01 WS-FILE-OP-RESULT          PIC 9(9) COMP-5 VALUE 0.
       01 WS-BANKOUT-FILENAME        PIC X(20) VALUE "bankout.dat".
       01 WS-BANKOUT-TMP-FILENAME    PIC X(20) VALUE "bankout.tmp".
       01 BANKSTMT-RECORD.
          05 BK-TRAN-TYPE            PIC X.
             88 BK-TYPE-DEPOSIT      VALUE "D".
             88 BK-TYPE-RETURN       VALUE "R".
             88 BK-TYPE-FEE          VALUE "F".
          05 BK-POST-DATE            PIC 9(8).
          05 BK-BANK-REF             PIC X(10).
          05 BK-AMOUNT               PIC 9(11).
          05 BK-DESC                 PIC X(20).
       01 BANKOUT-RECORD.
          05 BO-REC-TYPE             PIC X.
             88 BO-BOOK-ITEM         VALUE "L".
             88 BO-BANK-ITEM         VALUE "B".
          05 BO-TRAN-TYPE            PIC X.
          05 BO-ITEM-DATE            PIC 9(8).
          05 BO-REF                  PIC X(10).
          05 BO-AMOUNT               PIC 9(11).
          05 BO-FIRST-DATE           PIC 9(8).
          05 FILLER                  PIC X VALUE SPACE.
       01 BANKOUT-CTL-RECORD.
          05 BOC-REC-TYPE            PIC X.
          05 BOC-LOCKBOX-DATE        PIC 9(8).
          05 BOC-STMT-DATE           PIC 9(8).
          05 BOC-RUN-DATE            PIC 9(8).
          05 FILLER                  PIC X(15) VALUE SPACES.
       01 LOCKBOX-HDR-RECORD.
          05 LBH-REC-TYPE            PIC X.
          05 LBH-DEPOSIT-DATE        PIC 9(8).
          05 LBH-DEPOSIT-TOTAL       PIC 9(11).
       01 CASHREG-RECORD.
          05 CSH-REC-TYPE            PIC X(2).
          05 CSH-TRAN-TYPE           PIC X.
          05 CSH-INVOICE-ID          PIC X(6).
          05 CSH-REF                 PIC X(6).
          05 CSH-TRAN-AMT            PIC 9(9).
          05 CSH-APPLIED             PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 CSH-WRITEOFF            PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 CSH-ONACCT              PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 CSH-DISP                PIC X(8).
       01 BR-HEAD1.
          05 FILLER                  PIC X(40)
             VALUE "BANK STATEMENT RECONCILIATION".
          05 FILLER                  PIC X(9) VALUE "RUN DATE ".
          05 RH1-DATE                PIC 9(8).
          05 FILLER                  PIC X(12) VALUE SPACES.
          05 FILLER                  PIC X(7) VALUE "   PAGE".
          05 RH1-PAGE                PIC ZZZ9.
       01 BR-HEAD2.
          05 FILLER                  PIC X(80)
             VALUE "  STATUS       T BANK REF   BANKDATE BOOKDATE    BANK AMOU"
             & "NT    BOOK AMOUNT".
       01 BR-DETAIL.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-STATUS               PIC X(12).
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RD-TYPE                 PIC X.
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RD-REF                  PIC X(10).
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RD-BANK-DATE            PIC X(8).
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RD-BOOK-DATE            PIC X(8).
          05 RD-BANK-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
          05 RD-BOOK-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(5) VALUE SPACES.
       01 BR-SUMM-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-LABEL                PIC X(24).
          05 RS-COUNT                PIC ZZZZ9.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           PERFORM LOAD-OUTSTANDING-ITEMS
           PERFORM READ-LOCKBOX-DEPOSIT
           PERFORM READ-CASH-REGISTER
           OPEN OUTPUT BANKREC-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM LOAD-BANK-STATEMENT
           PERFORM MATCH-EXACT-DEPOSITS
           PERFORM MATCH-DEPOSIT-DIFFERENCES
           PERFORM REPORT-UNMATCHED-BANK-ITEMS
           PERFORM REPORT-DEPOSITS-IN-TRANSIT
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE BANKREC-FILE
           PERFORM WRITE-OUTSTANDING-ITEMS
           DISPLAY "BANK-RECON: " WS-STMT-COUNT " bank items read, "
              WS-MATCHED-COUNT " matched, "
              WS-DIFF-COUNT " differences, "
              WS-NOBATCH-COUNT " with no lockbox batch, "
              WS-TRANSIT-COUNT " in transit"
           IF WS-DIFF-COUNT > 0 OR WS-NOBATCH-COUNT > 0
                 OR WS-INVALID-COUNT > 0 OR WS-CASH-DIFF NOT = ZERO
              IF RETURN-CODE < 8
                 MOVE 8 TO RETURN-CODE
              END-IF
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
                       DISPLAY "BANK-RECON: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       LOAD-OUTSTANDING-ITEMS.
           OPEN INPUT BANKOUT-FILE
           IF WS-BANKOUT-FILE-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ BANKOUT-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF BANKOUT-LINE(1:1) = "C"
                          PERFORM LOAD-OUTSTANDING-CONTROL
                       ELSE
                          MOVE BANKOUT-LINE TO BANKOUT-RECORD
                          PERFORM LOAD-ONE-OUTSTANDING-ITEM
                       END-IF
                 END-READ
              END-PERFORM
              MOVE "N" TO EOF-FLAG
              CLOSE BANKOUT-FILE
           END-IF.

       LOAD-OUTSTANDING-CONTROL.
           MOVE BANKOUT-LINE TO BANKOUT-CTL-RECORD
           IF BOC-LOCKBOX-DATE IS NOT NUMERIC
                 OR BOC-STMT-DATE IS NOT NUMERIC
              DISPLAY "BANK-RECON: bankout.dat control record '"
                 BANKOUT-LINE "' is not valid - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BOC-LOCKBOX-DATE TO WS-LAST-LOCKBOX-DATE
           MOVE BOC-STMT-DATE TO WS-LAST-STMT-DATE
           MOVE BOC-STMT-DATE TO WS-NEW-STMT-DATE.

       LOAD-ONE-OUTSTANDING-ITEM.
           IF BO-ITEM-DATE IS NOT NUMERIC
                 OR BO-AMOUNT IS NOT NUMERIC
                 OR BO-FIRST-DATE IS NOT NUMERIC
              DISPLAY "BANK-RECON: bankout.dat record '" BANKOUT-LINE
                 "' is not valid - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE TRUE
              WHEN BO-BOOK-ITEM
                 PERFORM CHECK-BOOK-TABLE-ROOM
                 ADD 1 TO WS-BOOK-COUNT
                 MOVE BO-ITEM-DATE TO KT-ITEM-DATE(WS-BOOK-COUNT)
                 MOVE BO-REF TO KT-REF(WS-BOOK-COUNT)
                 MOVE BO-AMOUNT TO KT-AMOUNT(WS-BOOK-COUNT)
                 MOVE BO-FIRST-DATE TO KT-FIRST-DATE(WS-BOOK-COUNT)
                 MOVE "N" TO KT-MATCHED(WS-BOOK-COUNT)
              WHEN BO-BANK-ITEM
                 PERFORM CHECK-BANK-TABLE-ROOM
                 ADD 1 TO WS-BANK-COUNT
                 MOVE BO-TRAN-TYPE TO BT-TRAN-TYPE(WS-BANK-COUNT)
                 MOVE BO-ITEM-DATE TO BT-ITEM-DATE(WS-BANK-COUNT)
                 MOVE BO-REF TO BT-REF(WS-BANK-COUNT)
                 MOVE BO-AMOUNT TO BT-AMOUNT(WS-BANK-COUNT)
                 MOVE BO-FIRST-DATE TO BT-FIRST-DATE(WS-BANK-COUNT)
                 MOVE "N" TO BT-MATCHED(WS-BANK-COUNT)
              WHEN OTHER
                 DISPLAY "BANK-RECON: bankout.dat record type '"
                    BO-REC-TYPE "' is not valid - run aborted"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       CHECK-BOOK-TABLE-ROOM.
           IF WS-BOOK-COUNT >= WS-MAX-BOOK
              DISPLAY "BANK-RECON: more than " WS-MAX-BOOK
                 " lockbox deposits outstanding - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CHECK-BANK-TABLE-ROOM.
           IF WS-BANK-COUNT >= WS-MAX-BANK
              DISPLAY "BANK-RECON: more than " WS-MAX-BANK
                 " bank items to reconcile - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-LOCKBOX-DEPOSIT.
           OPEN INPUT LOCKBOX-FILE
           IF WS-LOCKBOX-FILE-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ LOCKBOX-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       IF LOCKBOX-LINE(1:1) = "H"
                          MOVE LOCKBOX-LINE TO LOCKBOX-HDR-RECORD
                          MOVE "Y" TO EOF-FLAG
                          PERFORM TAKE-IN-LOCKBOX-DEPOSIT
                       END-IF
                 END-READ
              END-PERFORM
              MOVE "N" TO EOF-FLAG
              CLOSE LOCKBOX-FILE
           ELSE
              DISPLAY "BANK-RECON: lockbox.txt not found - "
                 "no new lockbox deposit"
           END-IF.

       TAKE-IN-LOCKBOX-DEPOSIT.
           IF LBH-DEPOSIT-DATE IS NOT NUMERIC
                 OR LBH-DEPOSIT-TOTAL IS NOT NUMERIC
              DISPLAY "BANK-RECON: lockbox.txt deposit header is not"
                 " numeric - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF LBH-DEPOSIT-DATE > WS-LAST-LOCKBOX-DATE
              MOVE "Y" TO WS-NEW-LOCKBOX
              MOVE LBH-DEPOSIT-DATE TO WS-LOCKBOX-DATE
              MOVE LBH-DEPOSIT-TOTAL TO WS-LOCKBOX-TOTAL
              MOVE LBH-DEPOSIT-DATE TO WS-LAST-LOCKBOX-DATE
              PERFORM CHECK-BOOK-TABLE-ROOM
              ADD 1 TO WS-BOOK-COUNT
              MOVE LBH-DEPOSIT-DATE TO KT-ITEM-DATE(WS-BOOK-COUNT)
              MOVE "LOCKBOX" TO KT-REF(WS-BOOK-COUNT)
              MOVE LBH-DEPOSIT-TOTAL TO KT-AMOUNT(WS-BOOK-COUNT)
              MOVE WS-RUN-DATE TO KT-FIRST-DATE(WS-BOOK-COUNT)
              MOVE "N" TO KT-MATCHED(WS-BOOK-COUNT)
           ELSE
              DISPLAY "BANK-RECON: lockbox deposit " LBH-DEPOSIT-DATE
                 " already reconciled - not taken in again"
           END-IF.

       READ-CASH-REGISTER.
           IF WS-NEW-LOCKBOX = "Y"
              OPEN INPUT CASHREG-FILE
              IF WS-CASHREG-FILE-STATUS = "00"
                 MOVE "N" TO EOF-FLAG
                 PERFORM UNTIL EOF-FLAG = "Y"
                    READ CASHREG-FILE
                       AT END
                          MOVE "Y" TO EOF-FLAG
                       NOT AT END
                          MOVE CASHREG-LINE TO CASHREG-RECORD
                          PERFORM ACCUMULATE-CASH-POSTED
                    END-READ
                 END-PERFORM
                 MOVE "N" TO EOF-FLAG
                 CLOSE CASHREG-FILE
              ELSE
                 DISPLAY "BANK-RECON: cashreg.txt not found - "
                    "cash posted taken as zero"
              END-IF
              COMPUTE WS-CASH-DIFF = WS-LOCKBOX-TOTAL - WS-CASH-POSTED
           END-IF.

       ACCUMULATE-CASH-POSTED.
           EVALUATE TRUE
              WHEN CSH-REC-TYPE = "GT"
                 ADD CSH-APPLIED TO WS-CASH-POSTED
                 ADD CSH-ONACCT TO WS-CASH-POSTED
              WHEN CSH-REC-TYPE = "TR" AND CSH-TRAN-TYPE = "M"
                 SUBTRACT CSH-APPLIED FROM WS-CASH-POSTED
                 SUBTRACT CSH-ONACCT FROM WS-CASH-POSTED
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       LOAD-BANK-STATEMENT.
           OPEN INPUT BANKSTMT-FILE
           IF WS-BANKSTMT-FILE-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ BANKSTMT-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE BANKSTMT-LINE TO BANKSTMT-RECORD
                       PERFORM LOAD-ONE-BANK-ITEM
                 END-READ
              END-PERFORM
              MOVE "N" TO EOF-FLAG
              CLOSE BANKSTMT-FILE
              IF WS-REPEAT-COUNT > 0
                 DISPLAY "BANK-RECON: " WS-REPEAT-COUNT " bank items dated"
                    " on or before " WS-LAST-STMT-DATE
                    " already reconciled - not taken in again"
              END-IF
           ELSE
              DISPLAY "BANK-RECON: bankstmt.txt not found - "
                 "outstanding items carried forward"
              MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-ONE-BANK-ITEM.
           ADD 1 TO WS-STMT-COUNT
           IF (NOT BK-TYPE-DEPOSIT AND NOT BK-TYPE-RETURN
                    AND NOT BK-TYPE-FEE)
                 OR BK-POST-DATE IS NOT NUMERIC
                 OR BK-AMOUNT IS NOT NUMERIC
              ADD 1 TO WS-INVALID-COUNT
              MOVE "INVALID ITEM" TO RD-STATUS
              MOVE BK-TRAN-TYPE TO RD-TYPE
              MOVE BK-BANK-REF TO RD-REF
              MOVE SPACES TO RD-BANK-DATE
              MOVE SPACES TO RD-BOOK-DATE
              MOVE ZERO TO RD-BANK-AMOUNT
              MOVE ZERO TO RD-BOOK-AMOUNT
              PERFORM WRITE-REPORT-DETAIL
           ELSE
              IF BK-POST-DATE NOT > WS-LAST-STMT-DATE
                 ADD 1 TO WS-REPEAT-COUNT
              ELSE
                 PERFORM TAKE-IN-BANK-ITEM
              END-IF
           END-IF.

       TAKE-IN-BANK-ITEM.
           PERFORM CHECK-BANK-TABLE-ROOM
           ADD 1 TO WS-BANK-COUNT
           MOVE BK-TRAN-TYPE TO BT-TRAN-TYPE(WS-BANK-COUNT)
           MOVE BK-POST-DATE TO BT-ITEM-DATE(WS-BANK-COUNT)
           MOVE BK-BANK-REF TO BT-REF(WS-BANK-COUNT)
           MOVE BK-AMOUNT TO BT-AMOUNT(WS-BANK-COUNT)
           MOVE WS-RUN-DATE TO BT-FIRST-DATE(WS-BANK-COUNT)
           MOVE "N" TO BT-MATCHED(WS-BANK-COUNT)
           MOVE WS-BANK-COUNT TO WS-IDX
           PERFORM SET-BANK-SIGNED-AMOUNT
           ADD WS-SIGNED-AMT TO WS-STMT-NET
           IF BK-POST-DATE > WS-NEW-STMT-DATE
              MOVE BK-POST-DATE TO WS-NEW-STMT-DATE
           END-IF.

       SET-BANK-SIGNED-AMOUNT.
           IF BT-TRAN-TYPE(WS-IDX) = "D"
              MOVE BT-AMOUNT(WS-IDX) TO WS-SIGNED-AMT
           ELSE
              COMPUTE WS-SIGNED-AMT = 0 - BT-AMOUNT(WS-IDX)
           END-IF.

       MATCH-EXACT-DEPOSITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-BANK-COUNT
              IF BT-TRAN-TYPE(WS-IDX) = "D"
                 MOVE ZERO TO WS-BEST-IDX
                 MOVE 99999999 TO WS-BEST-DATE
                 PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-BOOK-COUNT
                    IF KT-MATCHED(WS-JDX) = "N"
                          AND KT-AMOUNT(WS-JDX) = BT-AMOUNT(WS-IDX)
                          AND KT-ITEM-DATE(WS-JDX) < WS-BEST-DATE
                       MOVE WS-JDX TO WS-BEST-IDX
                       MOVE KT-ITEM-DATE(WS-JDX) TO WS-BEST-DATE
                    END-IF
                 END-PERFORM
                 IF WS-BEST-IDX > ZERO
                    MOVE "MATCHED" TO RD-STATUS
                    PERFORM PAIR-BANK-AND-BOOK
                    ADD 1 TO WS-MATCHED-COUNT
                    ADD BT-AMOUNT(WS-IDX) TO WS-MATCHED-TOTAL
                 END-IF
              END-IF
           END-PERFORM.

       MATCH-DEPOSIT-DIFFERENCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-BANK-COUNT
              IF BT-TRAN-TYPE(WS-IDX) = "D" AND BT-MATCHED(WS-IDX) = "N"
                 PERFORM VARYING WS-BEST-IDX FROM 1 BY 1
                       UNTIL WS-BEST-IDX > WS-BOOK-COUNT
                          OR (KT-MATCHED(WS-BEST-IDX) = "N"
                          AND KT-ITEM-DATE(WS-BEST-IDX)
                              = BT-ITEM-DATE(WS-IDX))
                 END-PERFORM
                 IF WS-BEST-IDX NOT > WS-BOOK-COUNT
                    MOVE "DIFFERENCE" TO RD-STATUS
                    PERFORM PAIR-BANK-AND-BOOK
                    ADD 1 TO WS-DIFF-COUNT
                    COMPUTE WS-DIFF-TOTAL = WS-DIFF-TOTAL
                       + BT-AMOUNT(WS-IDX) - KT-AMOUNT(WS-BEST-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       PAIR-BANK-AND-BOOK.
           MOVE "Y" TO BT-MATCHED(WS-IDX)
           MOVE "Y" TO KT-MATCHED(WS-BEST-IDX)
           MOVE BT-TRAN-TYPE(WS-IDX) TO RD-TYPE
           MOVE BT-REF(WS-IDX) TO RD-REF
           MOVE BT-ITEM-DATE(WS-IDX) TO RD-BANK-DATE
           MOVE KT-ITEM-DATE(WS-BEST-IDX) TO RD-BOOK-DATE
           COMPUTE WS-DOLLARS = BT-AMOUNT(WS-IDX) / 100
           MOVE WS-DOLLARS TO RD-BANK-AMOUNT
           COMPUTE WS-DOLLARS = KT-AMOUNT(WS-BEST-IDX) / 100
           MOVE WS-DOLLARS TO RD-BOOK-AMOUNT
           PERFORM WRITE-REPORT-DETAIL.

       REPORT-UNMATCHED-BANK-ITEMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-BANK-COUNT
              IF BT-MATCHED(WS-IDX) = "N"
                 PERFORM SET-BANK-SIGNED-AMOUNT
                 ADD 1 TO WS-NOBATCH-COUNT
                 ADD WS-SIGNED-AMT TO WS-NOBATCH-TOTAL
                 EVALUATE BT-TRAN-TYPE(WS-IDX)
                    WHEN "R"
                       MOVE "RETURN ITEM" TO RD-STATUS
                    WHEN "F"
                       MOVE "BANK FEE" TO RD-STATUS
                    WHEN OTHER
                       MOVE "NO LOCKBOX" TO RD-STATUS
                 END-EVALUATE
                 MOVE BT-TRAN-TYPE(WS-IDX) TO RD-TYPE
                 MOVE BT-REF(WS-IDX) TO RD-REF
                 MOVE BT-ITEM-DATE(WS-IDX) TO RD-BANK-DATE
                 MOVE SPACES TO RD-BOOK-DATE
                 COMPUTE WS-DOLLARS = WS-SIGNED-AMT / 100
                 MOVE WS-DOLLARS TO RD-BANK-AMOUNT
                 MOVE ZERO TO RD-BOOK-AMOUNT
                 PERFORM WRITE-REPORT-DETAIL
              END-IF
           END-PERFORM.

       REPORT-DEPOSITS-IN-TRANSIT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-BOOK-COUNT
              IF KT-MATCHED(WS-JDX) = "N"
                 ADD 1 TO WS-TRANSIT-COUNT
                 ADD KT-AMOUNT(WS-JDX) TO WS-TRANSIT-TOTAL
                 MOVE "IN TRANSIT" TO RD-STATUS
                 MOVE "L" TO RD-TYPE
                 MOVE KT-REF(WS-JDX) TO RD-REF
                 MOVE SPACES TO RD-BANK-DATE
                 MOVE KT-ITEM-DATE(WS-JDX) TO RD-BOOK-DATE
                 MOVE ZERO TO RD-BANK-AMOUNT
                 COMPUTE WS-DOLLARS = KT-AMOUNT(WS-JDX) / 100
                 MOVE WS-DOLLARS TO RD-BOOK-AMOUNT
                 PERFORM WRITE-REPORT-DETAIL
              END-IF
           END-PERFORM.

       WRITE-OUTSTANDING-ITEMS.
           OPEN OUTPUT BANKOUT-TMP-FILE
           MOVE "C" TO BOC-REC-TYPE
           MOVE WS-LAST-LOCKBOX-DATE TO BOC-LOCKBOX-DATE
           MOVE WS-NEW-STMT-DATE TO BOC-STMT-DATE
           MOVE WS-RUN-DATE TO BOC-RUN-DATE
           MOVE BANKOUT-CTL-RECORD TO BANKOUT-TMP-LINE
           WRITE BANKOUT-TMP-LINE
           PERFORM VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-BOOK-COUNT
              IF KT-MATCHED(WS-JDX) = "N"
                 MOVE "L" TO BO-REC-TYPE
                 MOVE "L" TO BO-TRAN-TYPE
                 MOVE KT-ITEM-DATE(WS-JDX) TO BO-ITEM-DATE
                 MOVE KT-REF(WS-JDX) TO BO-REF
                 MOVE KT-AMOUNT(WS-JDX) TO BO-AMOUNT
                 MOVE KT-FIRST-DATE(WS-JDX) TO BO-FIRST-DATE
                 MOVE BANKOUT-RECORD TO BANKOUT-TMP-LINE
                 WRITE BANKOUT-TMP-LINE
                 ADD 1 TO WS-CARRIED-COUNT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-BANK-COUNT
              IF BT-MATCHED(WS-IDX) = "N" AND BT-TRAN-TYPE(WS-IDX) = "D"
                 MOVE "B" TO BO-REC-TYPE
                 MOVE BT-TRAN-TYPE(WS-IDX) TO BO-TRAN-TYPE
                 MOVE BT-ITEM-DATE(WS-IDX) TO BO-ITEM-DATE
                 MOVE BT-REF(WS-IDX) TO BO-REF
                 MOVE BT-AMOUNT(WS-IDX) TO BO-AMOUNT
                 MOVE BT-FIRST-DATE(WS-IDX) TO BO-FIRST-DATE
                 MOVE BANKOUT-RECORD TO BANKOUT-TMP-LINE
                 WRITE BANKOUT-TMP-LINE
                 ADD 1 TO WS-CARRIED-COUNT
              END-IF
           END-PERFORM
           CLOSE BANKOUT-TMP-FILE
           CALL "CBL_DELETE_FILE" USING WS-BANKOUT-FILENAME
              RETURNING WS-FILE-OP-RESULT
           CALL "CBL_RENAME_FILE" USING WS-BANKOUT-TMP-FILENAME
              WS-BANKOUT-FILENAME
              RETURNING WS-FILE-OP-RESULT
           IF WS-FILE-OP-RESULT NOT = ZERO
              DISPLAY "BANK-RECON: cannot replace bankout.dat - "
                 "outstanding items left on bankout.tmp"
              MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-PAGE-NO TO RH1-PAGE
           MOVE BR-HEAD1 TO BANKREC-LINE
           WRITE BANKREC-LINE
           MOVE SPACES TO BANKREC-LINE
           WRITE BANKREC-LINE
           MOVE BR-HEAD2 TO BANKREC-LINE
           WRITE BANKREC-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-DETAIL.
           IF WS-LINE-COUNT >= WS-MAX-PAGE-LINES
              PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE BR-DETAIL TO BANKREC-LINE
           WRITE BANKREC-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO BANKREC-LINE
           WRITE BANKREC-LINE
           MOVE "BANK ITEMS READ (NET)" TO RS-LABEL
           MOVE WS-STMT-COUNT TO RS-COUNT
           MOVE WS-STMT-NET TO WS-SIGNED-AMT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "INVALID BANK ITEMS" TO RS-LABEL
           MOVE WS-INVALID-COUNT TO RS-COUNT
           MOVE ZERO TO WS-SIGNED-AMT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "DEPOSITS MATCHED" TO RS-LABEL
           MOVE WS-MATCHED-COUNT TO RS-COUNT
           MOVE WS-MATCHED-TOTAL TO WS-SIGNED-AMT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "AMOUNT DIFFERENCES (NET)" TO RS-LABEL
           MOVE WS-DIFF-COUNT TO RS-COUNT
           MOVE WS-DIFF-TOTAL TO WS-SIGNED-AMT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "BANK ITEMS NO LOCKBOX" TO RS-LABEL
           MOVE WS-NOBATCH-COUNT TO RS-COUNT
           MOVE WS-NOBATCH-TOTAL TO WS-SIGNED-AMT
           PERFORM WRITE-SUMMARY-LINE
           MOVE "DEPOSITS IN TRANSIT" TO RS-LABEL
           MOVE WS-TRANSIT-COUNT TO RS-COUNT
           MOVE WS-TRANSIT-TOTAL TO WS-SIGNED-AMT
           PERFORM WRITE-SUMMARY-LINE
           IF WS-NEW-LOCKBOX = "Y"
              MOVE SPACES TO BANKREC-LINE
              WRITE BANKREC-LINE
              MOVE "LOCKBOX DEPOSIT TOTAL" TO RS-LABEL
              MOVE 1 TO RS-COUNT
              MOVE WS-LOCKBOX-TOTAL TO WS-SIGNED-AMT
              PERFORM WRITE-SUMMARY-LINE
              MOVE "CASH POSTED PER CASHREG" TO RS-LABEL
              MOVE ZERO TO RS-COUNT
              MOVE WS-CASH-POSTED TO WS-SIGNED-AMT
              PERFORM WRITE-SUMMARY-LINE
              MOVE "LOCKBOX LESS CASH POSTED" TO RS-LABEL
              MOVE ZERO TO RS-COUNT
              MOVE WS-CASH-DIFF TO WS-SIGNED-AMT
              PERFORM WRITE-SUMMARY-LINE
           END-IF.

       WRITE-SUMMARY-LINE.
           COMPUTE WS-GRAND-DOLLARS = WS-SIGNED-AMT / 100
           MOVE WS-GRAND-DOLLARS TO RS-AMOUNT
           MOVE BR-SUMM-LINE TO BANKREC-LINE
           WRITE BANKREC-LINE.
