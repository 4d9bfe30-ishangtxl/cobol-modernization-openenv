       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT AROPEN-FILE ASSIGN TO "aropen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-ID
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT INVMARCH-FILE ASSIGN TO "invmarch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XIM-INVOICE-ID
               FILE STATUS IS WS-INVMARCH-FILE-STATUS.
           SELECT INVDARCH-FILE ASSIGN TO "invdarch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XID-DETAIL-KEY
               FILE STATUS IS WS-INVDARCH-FILE-STATUS.
           SELECT AROPARCH-FILE ASSIGN TO "aroparch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAR-INVOICE-ID
               FILE STATUS IS WS-AROPARCH-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT INTEGRPT-FILE ASSIGN TO "integrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD INVMARCH-FILE.
       01 INVMARCH-RECORD.
          05 XIM-INVOICE-ID          PIC X(6).
          05 XIM-CUST-ACCT-NO        PIC X(8).
          05 XIM-TYPE                PIC X.
          05 XIM-TOTAL               PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XIM-ITEM-COUNT          PIC 99.
          05 XIM-FLAG                PIC X.
          05 XIM-INVOICE-DATE        PIC 9(8).
       FD INVDARCH-FILE.
       01 INVDARCH-RECORD.
          05 XID-DETAIL-KEY.
             10 XID-INVOICE-ID       PIC X(6).
             10 XID-LINE-NO          PIC 99.
          05 XID-CUST-ACCT-NO        PIC X(8).
          05 XID-TYPE                PIC X.
          05 XID-QTY                 PIC 9(2).
          05 XID-UNIT-PRICE          PIC 9(6).
          05 XID-EXT-AMOUNT          PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XID-TAX-CODE            PIC X.
          05 XID-TAX-CENTS           PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XID-DISC-CENTS          PIC 9(9).
          05 XID-SKU                 PIC X(8).
       FD AROPARCH-FILE.
       01 AROPARCH-RECORD.
          05 XAR-INVOICE-ID          PIC X(6).
          05 XAR-CUST-ACCT-NO        PIC X(8).
          05 XAR-REST                PIC X(78).
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD INTEGRPT-FILE.
       01 INTEGRPT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INVMAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-INVDETL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-AROPEN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-INVMARCH-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVDARCH-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-AROPARCH-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVMARCH-AVAIL          PIC X VALUE "N".
       01 WS-INVDARCH-AVAIL          PIC X VALUE "N".
       01 WS-AROPARCH-AVAIL          PIC X VALUE "N".
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-DTL-EOF                 PIC X VALUE "N".
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-ARCH-FOUND              PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-CHK-INVOICE-ID          PIC X(6) VALUE SPACES.
       01 WS-CHK-ACCT-NO             PIC X(8) VALUE SPACES.
       01 WS-CHK-TYPE                PIC X VALUE SPACE.
       01 WS-CHK-TOTAL               PIC S9(9) VALUE 0.
       01 WS-CHK-ITEM-COUNT          PIC 99 VALUE 0.
       01 WS-CHK-FLAG                PIC X VALUE SPACE.
       01 WS-CHK-FILE                PIC X(8) VALUE SPACES.
       01 WS-DTL-LINES               PIC 9(3) VALUE 0.
       01 WS-DTL-SUM                 PIC S9(11) VALUE 0.
       01 WS-MASTER-COUNT            PIC 9(7) VALUE 0.
       01 WS-ARCH-MASTER-COUNT       PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT            PIC 9(7) VALUE 0.
       01 WS-ARCH-DETAIL-COUNT       PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT              PIC 9(7) VALUE 0.
       01 WS-FINDING-COUNT           PIC 9(7) VALUE 0.
       01 WS-CODE-IDX                PIC 99 VALUE 0.
       01 WS-AUDIT-CODES             PIC X(20) VALUE "ODICTMNOAMDAOILMLOLD".
       01 WS-AUDIT-CODE-TAB REDEFINES WS-AUDIT-CODES.
          05 WS-AUDIT-CODE           OCCURS 10 TIMES PIC XX.
       01 WS-AUDIT-LABELS.
          05 FILLER                  PIC X(40)
             VALUE "DETAIL LINE WITH NO INVOICE MASTER".
          05 FILLER                  PIC X(40)
             VALUE "ITEM COUNT NOT EQUAL TO DETAIL LINES".
          05 FILLER                  PIC X(40)
             VALUE "TOTAL NOT EQUAL TO EXTENSIONS PLUS TAX".
          05 FILLER                  PIC X(40)
             VALUE "INVOICE WITH NO OPEN ITEM".
          05 FILLER                  PIC X(40)
             VALUE "OPEN ITEM ACCOUNT NOT INVOICE ACCOUNT".
          05 FILLER                  PIC X(40)
             VALUE "DETAIL ACCOUNT NOT INVOICE ACCOUNT".
          05 FILLER                  PIC X(40)
             VALUE "OPEN ITEM WITH NO INVOICE MASTER".
          05 FILLER                  PIC X(40)
             VALUE "INVOICE ON BOTH INVMAST AND INVMARCH".
          05 FILLER                  PIC X(40)
             VALUE "OPEN ITEM ON BOTH AROPEN AND AROPARCH".
          05 FILLER                  PIC X(40)
             VALUE "DETAIL ON BOTH INVDETL AND INVDARCH".
       01 WS-AUDIT-LABEL-TAB REDEFINES WS-AUDIT-LABELS.
          05 WS-AUDIT-LABEL          OCCURS 10 TIMES PIC X(40).
       01 WS-AUDIT-COUNTS.
          05 WS-AUDIT-COUNT          OCCURS 10 TIMES PIC 9(7) VALUE 0.
       01 WS-FIND-CODE               PIC XX VALUE SPACES.
       01 WS-FIND-INVOICE            PIC X(6) VALUE SPACES.
       01 WS-FIND-LINE               PIC 99 VALUE 0.
       01 WS-FIND-DESC               PIC X(28) VALUE SPACES.
       01 WS-FIND-OTHER-ACCT         PIC X(8) VALUE SPACES.
       01 WS-FIND-EXPECTED           PIC S9(11) VALUE 0.
       01 WS-FIND-ACTUAL             PIC S9(11) VALUE 0.
       01 WS-PAGE-NO                 PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01 WS-MAX-PAGE-LINES          PIC 9(3) VALUE 55.
       01 IA-HEAD1.
          05 FILLER                  PIC X(40)
             VALUE "INVOICE AND AR FILE INTEGRITY AUDIT".
          05 FILLER                  PIC X(9) VALUE "RUN DATE ".
          05 RH1-DATE                PIC 9(8).
          05 FILLER                  PIC X(12) VALUE SPACES.
          05 FILLER                  PIC X(7) VALUE "   PAGE".
          05 RH1-PAGE                PIC ZZZ9.
       01 IA-HEAD2.
          05 FILLER                  PIC X(80)
             VALUE "  CD INVOIC LN FILE     DESCRIPTION                    "
             & "EXPECTED      ACTUAL".
       01 IA-DETAIL.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 AD-CODE                 PIC XX.
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 AD-INVOICE-ID           PIC X(6).
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 AD-LINE-NO              PIC Z9.
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 AD-FILE                 PIC X(8).
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 AD-DESC                 PIC X(28).
          05 AD-EXPECTED             PIC -(10)9.
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 AD-ACTUAL               PIC -(10)9.
          05 FILLER                  PIC X(5) VALUE SPACES.
       01 IA-SUMM-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 AS-CODE                 PIC XX.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 AS-LABEL                PIC X(40).
          05 AS-COUNT                PIC Z,ZZZ,ZZ9.
          05 FILLER                  PIC X(25) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           OPEN INPUT INVMAST-FILE
           IF WS-INVMAST-FILE-STATUS NOT = "00"
              DISPLAY "INTEGRITY-CHECK: cannot open invmast.dat - status "
                 WS-INVMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INVDETL-FILE
           IF WS-INVDETL-FILE-STATUS NOT = "00"
              DISPLAY "INTEGRITY-CHECK: cannot open invdetl.dat - status "
                 WS-INVDETL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AROPEN-FILE
           IF WS-AROPEN-FILE-STATUS NOT = "00"
              DISPLAY "INTEGRITY-CHECK: cannot open aropen.dat - status "
                 WS-AROPEN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM OPEN-ARCHIVE-FILES
           OPEN OUTPUT INTEGRPT-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-INVOICE-MASTERS
           IF WS-INVMARCH-AVAIL = "Y"
              PERFORM SWEEP-ARCHIVE-MASTERS
           END-IF
           PERFORM SWEEP-DETAIL-LINES
           IF WS-INVDARCH-AVAIL = "Y"
              PERFORM SWEEP-ARCHIVE-DETAIL-LINES
           END-IF
           PERFORM SWEEP-OPEN-ITEMS
           IF WS-AROPARCH-AVAIL = "Y"
              PERFORM SWEEP-ARCHIVE-OPEN-ITEMS
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE INTEGRPT-FILE
           CLOSE INVMAST-FILE
           CLOSE INVDETL-FILE
           CLOSE AROPEN-FILE
           IF WS-INVMARCH-AVAIL = "Y"
              CLOSE INVMARCH-FILE
           END-IF
           IF WS-INVDARCH-AVAIL = "Y"
              CLOSE INVDARCH-FILE
           END-IF
           IF WS-AROPARCH-AVAIL = "Y"
              CLOSE AROPARCH-FILE
           END-IF
           IF WS-FINDING-COUNT > 0
              DISPLAY "INTEGRITY-CHECK: " WS-FINDING-COUNT
                 " findings - see integrpt.txt"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "INTEGRITY-CHECK: files agree - " WS-MASTER-COUNT
                 " invoices, " WS-OPEN-COUNT " open items"
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
                       DISPLAY "INTEGRITY-CHECK: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       OPEN-ARCHIVE-FILES.
           OPEN INPUT INVMARCH-FILE
           IF WS-INVMARCH-FILE-STATUS = "00"
              MOVE "Y" TO WS-INVMARCH-AVAIL
           ELSE
              DISPLAY "INTEGRITY-CHECK: invmarch.dat not available - "
                 "archive masters not checked"
           END-IF
           OPEN INPUT INVDARCH-FILE
           IF WS-INVDARCH-FILE-STATUS = "00"
              MOVE "Y" TO WS-INVDARCH-AVAIL
           ELSE
              DISPLAY "INTEGRITY-CHECK: invdarch.dat not available - "
                 "archive details not checked"
           END-IF
           OPEN INPUT AROPARCH-FILE
           IF WS-AROPARCH-FILE-STATUS = "00"
              MOVE "Y" TO WS-AROPARCH-AVAIL
           ELSE
              DISPLAY "INTEGRITY-CHECK: aroparch.dat not available - "
                 "archive open items not checked"
           END-IF.

       SWEEP-INVOICE-MASTERS.
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO IM-INVOICE-ID
           START INVMAST-FILE KEY NOT < IM-INVOICE-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVMAST-FILE NEXT
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-MASTER-COUNT
                    MOVE IM-INVOICE-ID TO WS-CHK-INVOICE-ID
                    MOVE IM-CUST-ACCT-NO TO WS-CHK-ACCT-NO
                    MOVE IM-TYPE TO WS-CHK-TYPE
                    MOVE IM-TOTAL TO WS-CHK-TOTAL
                    MOVE IM-ITEM-COUNT TO WS-CHK-ITEM-COUNT
                    MOVE IM-FLAG TO WS-CHK-FLAG
                    MOVE "INVMAST" TO WS-CHK-FILE
                    PERFORM SUM-LIVE-DETAIL-LINES
                    PERFORM COMPARE-INVOICE-TO-DETAIL
                    PERFORM CHECK-LIVE-OPEN-ITEM
                    PERFORM CHECK-MASTER-ALSO-ARCHIVED
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       SWEEP-ARCHIVE-MASTERS.
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO XIM-INVOICE-ID
           START INVMARCH-FILE KEY NOT < XIM-INVOICE-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVMARCH-FILE NEXT
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-ARCH-MASTER-COUNT
                    MOVE XIM-INVOICE-ID TO WS-CHK-INVOICE-ID
                    MOVE XIM-CUST-ACCT-NO TO WS-CHK-ACCT-NO
                    MOVE XIM-TYPE TO WS-CHK-TYPE
                    MOVE XIM-TOTAL TO WS-CHK-TOTAL
                    MOVE XIM-ITEM-COUNT TO WS-CHK-ITEM-COUNT
                    MOVE XIM-FLAG TO WS-CHK-FLAG
                    MOVE "INVMARCH" TO WS-CHK-FILE
                    PERFORM SUM-ARCHIVE-DETAIL-LINES
                    PERFORM COMPARE-INVOICE-TO-DETAIL
                    PERFORM CHECK-ARCHIVE-OPEN-ITEM
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       SUM-LIVE-DETAIL-LINES.
           MOVE ZERO TO WS-DTL-LINES
           MOVE ZERO TO WS-DTL-SUM
           MOVE "N" TO WS-DTL-EOF
           MOVE WS-CHK-INVOICE-ID TO ID-INVOICE-ID
           MOVE ZERO TO ID-LINE-NO
           START INVDETL-FILE KEY NOT < ID-DETAIL-KEY
              INVALID KEY
                 MOVE "Y" TO WS-DTL-EOF
           END-START
           PERFORM UNTIL WS-DTL-EOF = "Y"
              READ INVDETL-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-DTL-EOF
                 NOT AT END
                    IF ID-INVOICE-ID NOT = WS-CHK-INVOICE-ID
                       MOVE "Y" TO WS-DTL-EOF
                    ELSE
                       ADD 1 TO WS-DTL-LINES
                       ADD ID-EXT-AMOUNT TO WS-DTL-SUM
                       ADD ID-TAX-CENTS TO WS-DTL-SUM
                       IF ID-CUST-ACCT-NO NOT = WS-CHK-ACCT-NO
                          MOVE ID-LINE-NO TO WS-FIND-LINE
                          MOVE ID-CUST-ACCT-NO TO WS-FIND-OTHER-ACCT
                          PERFORM WRITE-DETAIL-ACCOUNT-FINDING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

       SUM-ARCHIVE-DETAIL-LINES.
           MOVE ZERO TO WS-DTL-LINES
           MOVE ZERO TO WS-DTL-SUM
           IF WS-INVDARCH-AVAIL = "Y"
              MOVE "N" TO WS-DTL-EOF
              MOVE WS-CHK-INVOICE-ID TO XID-INVOICE-ID
              MOVE ZERO TO XID-LINE-NO
              START INVDARCH-FILE KEY NOT < XID-DETAIL-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-DTL-EOF
              END-START
              PERFORM UNTIL WS-DTL-EOF = "Y"
                 READ INVDARCH-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-DTL-EOF
                    NOT AT END
                       IF XID-INVOICE-ID NOT = WS-CHK-INVOICE-ID
                          MOVE "Y" TO WS-DTL-EOF
                       ELSE
                          ADD 1 TO WS-DTL-LINES
                          ADD XID-EXT-AMOUNT TO WS-DTL-SUM
                          ADD XID-TAX-CENTS TO WS-DTL-SUM
                          IF XID-CUST-ACCT-NO NOT = WS-CHK-ACCT-NO
                             MOVE XID-LINE-NO TO WS-FIND-LINE
                             MOVE XID-CUST-ACCT-NO TO WS-FIND-OTHER-ACCT
                             PERFORM WRITE-DETAIL-ACCOUNT-FINDING
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       WRITE-DETAIL-ACCOUNT-FINDING.
           MOVE SPACES TO WS-FIND-DESC
           STRING "INV " WS-CHK-ACCT-NO " DTL " WS-FIND-OTHER-ACCT
              DELIMITED BY SIZE INTO WS-FIND-DESC
           MOVE "DA" TO WS-FIND-CODE
           MOVE WS-CHK-INVOICE-ID TO WS-FIND-INVOICE
           MOVE ZERO TO WS-FIND-EXPECTED
           MOVE ZERO TO WS-FIND-ACTUAL
           PERFORM WRITE-FINDING.

       COMPARE-INVOICE-TO-DETAIL.
           IF WS-CHK-TYPE = "C"
              COMPUTE WS-DTL-SUM = 0 - WS-DTL-SUM
           END-IF
           IF WS-DTL-LINES NOT = WS-CHK-ITEM-COUNT
              MOVE "IC" TO WS-FIND-CODE
              MOVE WS-CHK-INVOICE-ID TO WS-FIND-INVOICE
              MOVE ZERO TO WS-FIND-LINE
              MOVE "IM-ITEM-COUNT VS DETAIL" TO WS-FIND-DESC
              MOVE WS-CHK-ITEM-COUNT TO WS-FIND-EXPECTED
              MOVE WS-DTL-LINES TO WS-FIND-ACTUAL
              PERFORM WRITE-FINDING
           END-IF
           IF WS-CHK-FLAG NOT = "F" AND WS-DTL-SUM NOT = WS-CHK-TOTAL
              MOVE "TM" TO WS-FIND-CODE
              MOVE WS-CHK-INVOICE-ID TO WS-FIND-INVOICE
              MOVE ZERO TO WS-FIND-LINE
              MOVE "IM-TOTAL VS EXT PLUS TAX" TO WS-FIND-DESC
              MOVE WS-CHK-TOTAL TO WS-FIND-EXPECTED
              MOVE WS-DTL-SUM TO WS-FIND-ACTUAL
              PERFORM WRITE-FINDING
           END-IF.

       CHECK-LIVE-OPEN-ITEM.
           MOVE WS-CHK-INVOICE-ID TO AR-INVOICE-ID
           MOVE "Y" TO WS-FOUND-FLAG
           READ AROPEN-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "Y"
              IF AR-CUST-ACCT-NO NOT = WS-CHK-ACCT-NO
                 MOVE AR-CUST-ACCT-NO TO WS-FIND-OTHER-ACCT
                 PERFORM WRITE-OPEN-ACCOUNT-FINDING
              END-IF
           ELSE
              IF WS-CHK-TYPE = "I"
                 PERFORM READ-ARCHIVE-OPEN-ITEM
                 IF WS-ARCH-FOUND = "Y"
                    MOVE "OPEN ITEM ONLY ON AROPARCH" TO WS-FIND-DESC
                 ELSE
                    MOVE "NOT ON AROPEN OR AROPARCH" TO WS-FIND-DESC
                 END-IF
                 PERFORM WRITE-NO-OPEN-ITEM-FINDING
              END-IF
           END-IF.

       CHECK-ARCHIVE-OPEN-ITEM.
           PERFORM READ-ARCHIVE-OPEN-ITEM
           IF WS-ARCH-FOUND = "Y"
              IF XAR-CUST-ACCT-NO NOT = WS-CHK-ACCT-NO
                 MOVE XAR-CUST-ACCT-NO TO WS-FIND-OTHER-ACCT
                 PERFORM WRITE-OPEN-ACCOUNT-FINDING
              END-IF
           ELSE
              IF WS-CHK-TYPE = "I"
                 MOVE WS-CHK-INVOICE-ID TO AR-INVOICE-ID
                 MOVE "Y" TO WS-FOUND-FLAG
                 READ AROPEN-FILE
                    INVALID KEY
                       MOVE "N" TO WS-FOUND-FLAG
                 END-READ
                 IF WS-FOUND-FLAG = "Y"
                    MOVE "OPEN ITEM ONLY ON AROPEN" TO WS-FIND-DESC
                 ELSE
                    MOVE "NOT ON AROPEN OR AROPARCH" TO WS-FIND-DESC
                 END-IF
                 PERFORM WRITE-NO-OPEN-ITEM-FINDING
              END-IF
           END-IF.

       READ-ARCHIVE-OPEN-ITEM.
           MOVE "N" TO WS-ARCH-FOUND
           IF WS-AROPARCH-AVAIL = "Y"
              MOVE WS-CHK-INVOICE-ID TO XAR-INVOICE-ID
              MOVE "Y" TO WS-ARCH-FOUND
              READ AROPARCH-FILE
                 INVALID KEY
                    MOVE "N" TO WS-ARCH-FOUND
              END-READ
           END-IF.

       WRITE-OPEN-ACCOUNT-FINDING.
           MOVE SPACES TO WS-FIND-DESC
           STRING "INV " WS-CHK-ACCT-NO " OPEN " WS-FIND-OTHER-ACCT
              DELIMITED BY SIZE INTO WS-FIND-DESC
           MOVE "AM" TO WS-FIND-CODE
           MOVE WS-CHK-INVOICE-ID TO WS-FIND-INVOICE
           MOVE ZERO TO WS-FIND-LINE
           MOVE ZERO TO WS-FIND-EXPECTED
           MOVE ZERO TO WS-FIND-ACTUAL
           PERFORM WRITE-FINDING.

       WRITE-NO-OPEN-ITEM-FINDING.
           MOVE "NO" TO WS-FIND-CODE
           MOVE WS-CHK-INVOICE-ID TO WS-FIND-INVOICE
           MOVE ZERO TO WS-FIND-LINE
           MOVE WS-CHK-TOTAL TO WS-FIND-EXPECTED
           MOVE ZERO TO WS-FIND-ACTUAL
           PERFORM WRITE-FINDING.

       CHECK-MASTER-ALSO-ARCHIVED.
           IF WS-INVMARCH-AVAIL = "Y"
              MOVE WS-CHK-INVOICE-ID TO XIM-INVOICE-ID
              READ INVMARCH-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LM" TO WS-FIND-CODE
                    MOVE WS-CHK-INVOICE-ID TO WS-FIND-INVOICE
                    MOVE ZERO TO WS-FIND-LINE
                    MOVE "ALSO ON INVMARCH" TO WS-FIND-DESC
                    MOVE WS-CHK-TOTAL TO WS-FIND-EXPECTED
                    MOVE XIM-TOTAL TO WS-FIND-ACTUAL
                    PERFORM WRITE-FINDING
              END-READ
           END-IF.

       SWEEP-DETAIL-LINES.
           MOVE "INVDETL" TO WS-CHK-FILE
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO ID-DETAIL-KEY
           START INVDETL-FILE KEY NOT < ID-DETAIL-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVDETL-FILE NEXT
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-DETAIL-COUNT
                    PERFORM CHECK-ONE-DETAIL-LINE
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       CHECK-ONE-DETAIL-LINE.
           MOVE ID-INVOICE-ID TO IM-INVOICE-ID
           READ INVMAST-FILE
              INVALID KEY
                 MOVE "OD" TO WS-FIND-CODE
                 MOVE ID-INVOICE-ID TO WS-FIND-INVOICE
                 MOVE ID-LINE-NO TO WS-FIND-LINE
                 MOVE "NO MASTER ON INVMAST" TO WS-FIND-DESC
                 MOVE ZERO TO WS-FIND-EXPECTED
                 COMPUTE WS-FIND-ACTUAL = ID-EXT-AMOUNT + ID-TAX-CENTS
                 PERFORM WRITE-FINDING
           END-READ
           IF WS-INVDARCH-AVAIL = "Y"
              MOVE ID-DETAIL-KEY TO XID-DETAIL-KEY
              READ INVDARCH-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LD" TO WS-FIND-CODE
                    MOVE ID-INVOICE-ID TO WS-FIND-INVOICE
                    MOVE ID-LINE-NO TO WS-FIND-LINE
                    MOVE "ALSO ON INVDARCH" TO WS-FIND-DESC
                    MOVE ID-EXT-AMOUNT TO WS-FIND-EXPECTED
                    MOVE XID-EXT-AMOUNT TO WS-FIND-ACTUAL
                    PERFORM WRITE-FINDING
              END-READ
           END-IF.

       SWEEP-ARCHIVE-DETAIL-LINES.
           MOVE "INVDARCH" TO WS-CHK-FILE
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO XID-DETAIL-KEY
           START INVDARCH-FILE KEY NOT < XID-DETAIL-KEY
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVDARCH-FILE NEXT
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-ARCH-DETAIL-COUNT
                    PERFORM CHECK-ONE-ARCHIVE-DETAIL
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       CHECK-ONE-ARCHIVE-DETAIL.
           MOVE "N" TO WS-FOUND-FLAG
           IF WS-INVMARCH-AVAIL = "Y"
              MOVE XID-INVOICE-ID TO XIM-INVOICE-ID
              MOVE "Y" TO WS-FOUND-FLAG
              READ INVMARCH-FILE
                 INVALID KEY
                    MOVE "N" TO WS-FOUND-FLAG
              END-READ
           END-IF
           IF WS-FOUND-FLAG = "N"
              MOVE "OD" TO WS-FIND-CODE
              MOVE XID-INVOICE-ID TO WS-FIND-INVOICE
              MOVE XID-LINE-NO TO WS-FIND-LINE
              MOVE "NO MASTER ON INVMARCH" TO WS-FIND-DESC
              MOVE ZERO TO WS-FIND-EXPECTED
              COMPUTE WS-FIND-ACTUAL = XID-EXT-AMOUNT + XID-TAX-CENTS
              PERFORM WRITE-FINDING
           END-IF.

       SWEEP-OPEN-ITEMS.
           MOVE "AROPEN" TO WS-CHK-FILE
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO AR-INVOICE-ID
           START AROPEN-FILE KEY NOT < AR-INVOICE-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ AROPEN-FILE NEXT
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-OPEN-COUNT
                    PERFORM CHECK-ONE-OPEN-ITEM
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       CHECK-ONE-OPEN-ITEM.
           IF AR-INVOICE-ID(1:1) NOT = "U"
              MOVE AR-INVOICE-ID TO IM-INVOICE-ID
              READ INVMAST-FILE
                 INVALID KEY
                    MOVE "OI" TO WS-FIND-CODE
                    MOVE AR-INVOICE-ID TO WS-FIND-INVOICE
                    MOVE ZERO TO WS-FIND-LINE
                    MOVE "NO MASTER ON INVMAST" TO WS-FIND-DESC
                    MOVE ZERO TO WS-FIND-EXPECTED
                    MOVE AR-OPEN-BALANCE TO WS-FIND-ACTUAL
                    PERFORM WRITE-FINDING
              END-READ
           END-IF
           IF WS-AROPARCH-AVAIL = "Y"
              MOVE AR-INVOICE-ID TO XAR-INVOICE-ID
              READ AROPARCH-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "LO" TO WS-FIND-CODE
                    MOVE AR-INVOICE-ID TO WS-FIND-INVOICE
                    MOVE ZERO TO WS-FIND-LINE
                    MOVE "ALSO ON AROPARCH" TO WS-FIND-DESC
                    MOVE AR-OPEN-BALANCE TO WS-FIND-EXPECTED
                    MOVE ZERO TO WS-FIND-ACTUAL
                    PERFORM WRITE-FINDING
              END-READ
           END-IF.

       SWEEP-ARCHIVE-OPEN-ITEMS.
           MOVE "AROPARCH" TO WS-CHK-FILE
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO XAR-INVOICE-ID
           START AROPARCH-FILE KEY NOT < XAR-INVOICE-ID
              INVALID KEY
                 MOVE "Y" TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = "Y"
              READ AROPARCH-FILE NEXT
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    PERFORM CHECK-ONE-ARCHIVE-OPEN-ITEM
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       CHECK-ONE-ARCHIVE-OPEN-ITEM.
           IF XAR-INVOICE-ID(1:1) NOT = "U"
              MOVE "N" TO WS-FOUND-FLAG
              IF WS-INVMARCH-AVAIL = "Y"
                 MOVE XAR-INVOICE-ID TO XIM-INVOICE-ID
                 MOVE "Y" TO WS-FOUND-FLAG
                 READ INVMARCH-FILE
                    INVALID KEY
                       MOVE "N" TO WS-FOUND-FLAG
                 END-READ
              END-IF
              IF WS-FOUND-FLAG = "N"
                 MOVE XAR-INVOICE-ID TO IM-INVOICE-ID
                 MOVE "Y" TO WS-FOUND-FLAG
                 READ INVMAST-FILE
                    INVALID KEY
                       MOVE "N" TO WS-FOUND-FLAG
                 END-READ
              END-IF
              IF WS-FOUND-FLAG = "N"
                 MOVE "OI" TO WS-FIND-CODE
                 MOVE XAR-INVOICE-ID TO WS-FIND-INVOICE
                 MOVE ZERO TO WS-FIND-LINE
                 MOVE "NO MASTER ON ANY FILE" TO WS-FIND-DESC
                 MOVE ZERO TO WS-FIND-EXPECTED
                 MOVE ZERO TO WS-FIND-ACTUAL
                 PERFORM WRITE-FINDING
              END-IF
           END-IF.

       WRITE-FINDING.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                 UNTIL WS-CODE-IDX > 10
                    OR WS-AUDIT-CODE(WS-CODE-IDX) = WS-FIND-CODE
           END-PERFORM
           IF WS-CODE-IDX NOT > 10
              ADD 1 TO WS-AUDIT-COUNT(WS-CODE-IDX)
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           IF WS-LINE-COUNT >= WS-MAX-PAGE-LINES
              PERFORM WRITE-REPORT-HEADING
           END-IF
           MOVE WS-FIND-CODE TO AD-CODE
           MOVE WS-FIND-INVOICE TO AD-INVOICE-ID
           MOVE WS-FIND-LINE TO AD-LINE-NO
           MOVE WS-CHK-FILE TO AD-FILE
           MOVE WS-FIND-DESC TO AD-DESC
           MOVE WS-FIND-EXPECTED TO AD-EXPECTED
           MOVE WS-FIND-ACTUAL TO AD-ACTUAL
           MOVE IA-DETAIL TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-FIND-DESC.

       WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-PAGE-NO TO RH1-PAGE
           MOVE IA-HEAD1 TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE SPACES TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE IA-HEAD2 TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                 UNTIL WS-CODE-IDX > 10
              MOVE WS-AUDIT-CODE(WS-CODE-IDX) TO AS-CODE
              MOVE WS-AUDIT-LABEL(WS-CODE-IDX) TO AS-LABEL
              MOVE WS-AUDIT-COUNT(WS-CODE-IDX) TO AS-COUNT
              MOVE IA-SUMM-LINE TO INTEGRPT-LINE
              WRITE INTEGRPT-LINE
           END-PERFORM
           MOVE SPACES TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE SPACES TO AS-CODE
           MOVE "TOTAL FINDINGS" TO AS-LABEL
           MOVE WS-FINDING-COUNT TO AS-COUNT
           MOVE IA-SUMM-LINE TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE "INVOICE MASTERS READ (LIVE)" TO AS-LABEL
           MOVE WS-MASTER-COUNT TO AS-COUNT
           MOVE IA-SUMM-LINE TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE "INVOICE MASTERS READ (ARCHIVE)" TO AS-LABEL
           MOVE WS-ARCH-MASTER-COUNT TO AS-COUNT
           MOVE IA-SUMM-LINE TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE "DETAIL LINES READ (LIVE)" TO AS-LABEL
           MOVE WS-DETAIL-COUNT TO AS-COUNT
           MOVE IA-SUMM-LINE TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE "DETAIL LINES READ (ARCHIVE)" TO AS-LABEL
           MOVE WS-ARCH-DETAIL-COUNT TO AS-COUNT
           MOVE IA-SUMM-LINE TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE
           MOVE "OPEN ITEMS READ" TO AS-LABEL
           MOVE WS-OPEN-COUNT TO AS-COUNT
           MOVE IA-SUMM-LINE TO INTEGRPT-LINE
           WRITE INTEGRPT-LINE.
