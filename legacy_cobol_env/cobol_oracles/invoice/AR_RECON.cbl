       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN-FILE ASSIGN TO "aropen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-ID
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT AROPARCH-FILE ASSIGN TO "aroparch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XAR-INVOICE-ID
               FILE STATUS IS WS-AROPARCH-FILE-STATUS.
           SELECT INVMAST-FILE ASSIGN TO "invmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INVOICE-ID
               FILE STATUS IS WS-INVMAST-FILE-STATUS.
           SELECT INVMARCH-FILE ASSIGN TO "invmarch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XIM-INVOICE-ID
               FILE STATUS IS WS-INVMARCH-FILE-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO "gljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-FILE-STATUS.
           SELECT GLACCT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT MEMOAPPL-FILE ASSIGN TO "memoappl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMOAPPL-FILE-STATUS.
           SELECT RECON-FILE ASSIGN TO "arrecon.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD AROPARCH-FILE.
       01 AROPARCH-RECORD.
          05 XAR-INVOICE-ID          PIC X(6).
          05 XAR-CUST-ACCT-NO        PIC X(8).
          05 XAR-OPEN-DATE           PIC 9(8).
          05 XAR-ORIG-AMOUNT         PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XAR-APPLIED-AMOUNT      PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XAR-OPEN-BALANCE        PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XAR-LAST-REF            PIC X(6).
          05 XAR-LAST-DATE           PIC 9(8).
          05 XAR-INVOICE-DATE        PIC 9(8).
          05 XAR-DUE-DATE            PIC 9(8).
          05 XAR-WRITEOFF-AMT        PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
       FD INVMAST-FILE.
       01 INVMAST-RECORD.
          05 IM-INVOICE-ID           PIC X(6).
          05 IM-CUST-ACCT-NO         PIC X(8).
          05 IM-TYPE                 PIC X.
          05 IM-TOTAL                PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 IM-ITEM-COUNT           PIC 99.
          05 IM-FLAG                 PIC X.
          05 IM-INVOICE-DATE         PIC 9(8).
       FD INVMARCH-FILE.
       01 INVMARCH-RECORD.
          05 XIM-INVOICE-ID          PIC X(6).
          05 XIM-CUST-ACCT-NO        PIC X(8).
          05 XIM-TYPE                PIC X.
          05 XIM-TOTAL               PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 XIM-ITEM-COUNT          PIC 99.
          05 XIM-FLAG                PIC X.
          05 XIM-INVOICE-DATE        PIC 9(8).
       FD GLJRNL-FILE.
       01 GLJRNL-LINE                PIC X(40).
       FD GLACCT-FILE.
       01 GLACCT-LINE                PIC X(16).
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD MEMOAPPL-FILE.
       01 MEMOAPPL-LINE              PIC X(37).
       FD RECON-FILE.
       01 RECON-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AROPEN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-AROPARCH-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-INVMAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-INVMARCH-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-GLJRNL-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-GLACCT-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-MEMOAPPL-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-AROPARCH-AVAIL          PIC X VALUE "N".
       01 WS-INVMARCH-AVAIL          PIC X VALUE "N".
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RUN-PERIOD              PIC 9(6) VALUE 0.
       01 WS-ITEM-PERIOD             PIC 9(6) VALUE 0.
       01 WS-GLTAB-COUNT             PIC 99 VALUE 0.
       01 WS-MAX-GLTAB               PIC 99 VALUE 20.
       01 WS-GLTAB-IDX               PIC 99 VALUE 0.
       01 WS-GLTAB.
          05 WS-GLTAB-ENTRY OCCURS 20 TIMES.
             10 GLTAB-ROLE           PIC X(8).
             10 GLTAB-ACCT-NO        PIC X(8).
       01 GLACCT-CTL-RECORD.
          05 GLA-ROLE                PIC X(8).
          05 GLA-ACCT-NO             PIC X(8).
       01 WS-GL-ROLE                 PIC X(8) VALUE SPACES.
       01 WS-GL-ACCT-NO              PIC X(8) VALUE SPACES.
       01 WS-GL-ROLE-FOUND           PIC X VALUE "N".
       01 WS-AR-ACCT-NO              PIC X(8) VALUE SPACES.
       01 WS-UNAP-ACCT-NO            PIC X(8) VALUE SPACES.
       01 GLJRNL-RECORD.
          05 GJ-PERIOD               PIC 9(6).
          05 GJ-ACCT-NO              PIC X(8).
          05 GJ-RUN-DATE             PIC 9(8).
          05 GJ-SEQ-NO               PIC 9(4).
          05 GJ-DRCR                 PIC X.
          05 GJ-AMOUNT               PIC 9(11).
          05 GJ-SOURCE               PIC XX.
             88 GJ-SOURCE-SALES      VALUE "SL" "  ".
             88 GJ-SOURCE-CASH       VALUE "CR" "RF".
             88 GJ-SOURCE-FINCHG     VALUE "FC".
       01 MEMOAPPL-RECORD.
          05 MA-MEMO-ID              PIC X(6).
          05 MA-INVOICE-ID           PIC X(6).
          05 MA-TRAN-DATE            PIC 9(8).
          05 MA-RUN-DATE             PIC 9(8).
          05 MA-AMOUNT               PIC 9(9).
       01 WS-MEMO-COUNT              PIC 9(4) VALUE 0.
       01 WS-MAX-MEMO                PIC 9(4) VALUE 2000.
       01 WS-MEMO-IDX                PIC 9(4) VALUE 0.
       01 WS-MEMO-TABLE.
          05 WS-MEMO-ENTRY OCCURS 2000 TIMES.
             10 MEMO-TAB-ID          PIC X(6).
             10 MEMO-TAB-APPLIED     PIC S9(11).
       01 WS-MEMO-ID                 PIC X(6) VALUE SPACES.
       01 WS-MEMO-ACCT-NO            PIC X(8) VALUE SPACES.
       01 WS-MEMO-DATE               PIC 9(8) VALUE 0.
       01 WS-MEMO-TOTAL              PIC S9(11) VALUE 0.
       01 WS-MEMO-APPLIED            PIC S9(11) VALUE 0.
       01 WS-MEMO-REMAINING          PIC S9(11) VALUE 0.
       01 WS-SUB-MEMO-UNAP-COUNT     PIC 9(7) VALUE 0.
       01 WS-SIGNED-AMT              PIC S9(13) VALUE 0.
       01 WS-DAY-IDX                 PIC 99 VALUE 0.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
             10 DAY-GL-INV           PIC S9(13) VALUE 0.
             10 DAY-SUB-INV          PIC S9(13) VALUE 0.
             10 DAY-GL-FC            PIC S9(13) VALUE 0.
             10 DAY-SUB-FC           PIC S9(13) VALUE 0.
       01 WS-DAY-MISMATCH-COUNT      PIC 9(3) VALUE 0.
       01 WS-RECON-TOTALS.
          05 WS-GL-AR-BAL            PIC S9(13) VALUE 0.
          05 WS-GL-UNAP-BAL          PIC S9(13) VALUE 0.
          05 WS-GL-INV               PIC S9(13) VALUE 0.
          05 WS-GL-CASH              PIC S9(13) VALUE 0.
          05 WS-GL-MEMO              PIC S9(13) VALUE 0.
          05 WS-GL-FC                PIC S9(13) VALUE 0.
          05 WS-GL-OTHER             PIC S9(13) VALUE 0.
          05 WS-SUB-AR-BAL           PIC S9(13) VALUE 0.
          05 WS-SUB-UNAP-BAL         PIC S9(13) VALUE 0.
          05 WS-SUB-INV              PIC S9(13) VALUE 0.
          05 WS-SUB-CASH             PIC S9(13) VALUE 0.
          05 WS-SUB-MEMO             PIC S9(13) VALUE 0.
          05 WS-SUB-MEMO-UNAP        PIC S9(13) VALUE 0.
          05 WS-SUB-AR-TOTAL         PIC S9(13) VALUE 0.
          05 WS-SUB-FC               PIC S9(13) VALUE 0.
          05 WS-SUB-ARCH             PIC S9(13) VALUE 0.
          05 WS-AR-DIFF              PIC S9(13) VALUE 0.
          05 WS-UNAP-DIFF            PIC S9(13) VALUE 0.
       01 WS-SUB-AR-COUNT            PIC 9(7) VALUE 0.
       01 WS-SUB-UNAP-COUNT          PIC 9(7) VALUE 0.
       01 WS-ARCH-COUNT              PIC 9(7) VALUE 0.
       01 WS-JRNL-COUNT              PIC 9(7) VALUE 0.
       01 WS-EXC-COUNT               PIC 9(3) VALUE 0.
       01 WS-MAX-EXC                 PIC 9(3) VALUE 500.
       01 WS-EXC-OVERFLOW            PIC 9(5) VALUE 0.
       01 WS-EXC-IDX                 PIC 9(3) VALUE 0.
       01 WS-EXC-REASON              PIC X(22) VALUE SPACES.
       01 WS-EXC-AMOUNT              PIC S9(13) VALUE 0.
       01 WS-EXC-TABLE.
          05 WS-EXC-ENTRY OCCURS 500 TIMES.
             10 EXC-INVOICE-ID       PIC X(6).
             10 EXC-ACCT-NO          PIC X(8).
             10 EXC-DATE             PIC 9(8).
             10 EXC-AMOUNT           PIC S9(13).
             10 EXC-REASON           PIC X(22).
       01 WS-PAGE-NO                 PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01 WS-MAX-PAGE-LINES          PIC 9(3) VALUE 55.
       01 WS-SOURCE-GL-AMT           PIC S9(13) VALUE 0.
       01 WS-DOLLARS                 PIC S9(11)V99 VALUE 0.
       01 WS-HOLD-LINE               PIC X(80) VALUE SPACES.
       01 RC-HEAD1.
          05 FILLER                  PIC X(38)
             VALUE "AR SUBLEDGER TO GL RECONCILIATION".
          05 FILLER                  PIC X(7) VALUE "PERIOD ".
          05 RH1-PERIOD              PIC 9(6).
          05 FILLER                  PIC X(6) VALUE "  RUN ".
          05 RH1-DATE                PIC 9(8).
          05 FILLER                  PIC X(7) VALUE "   PAGE".
          05 RH1-PAGE                PIC ZZZ9.
          05 FILLER                  PIC X(4) VALUE SPACES.
       01 RC-HEAD2.
          05 FILLER                  PIC X(20) VALUE "AR CONTROL ACCOUNT ".
          05 RH2-AR-ACCT             PIC X(8).
          05 FILLER                  PIC X(26)
             VALUE "    UNAPPLIED CASH ACCOUNT".
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RH2-UNAP-ACCT           PIC X(8).
          05 FILLER                  PIC X(17) VALUE SPACES.
       01 RC-AMOUNT-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RA-LABEL                PIC X(40).
          05 RA-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RA-COUNT                PIC ZZZ,ZZ9 BLANK WHEN ZERO.
          05 FILLER                  PIC X(11) VALUE SPACES.
       01 RC-SOURCE-HEAD.
          05 FILLER                  PIC X(80)
             VALUE "  SOURCE                          SUBLEDGER    GENERAL LEDGER"
             & "        DIFFERENCE".
       01 RC-SOURCE-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-LABEL                PIC X(24).
          05 RS-SUBLEDGER            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 RS-GL                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 RS-DIFF                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 RC-DAY-HEAD.
          05 FILLER                  PIC X(80)
             VALUE "  JOURNAL DAY     GL INVOICES  AROPEN INVOICES    GL FIN"
             & " CHG AROPEN FIN CHG".
       01 RC-DAY-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-DATE                 PIC 9(8).
          05 RD-GL-INV               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-SUB-INV              PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RD-GL-FC                PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(1) VALUE SPACES.
          05 RD-SUB-FC               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(6) VALUE SPACES.
       01 RC-ITEM-HEAD.
          05 FILLER                  PIC X(80)
             VALUE "  ITEM    ACCOUNT   DATE              AMOUNT  REASON".
       01 RC-ITEM-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RI-INVOICE-ID           PIC X(6).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RI-ACCT-NO              PIC X(8).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RI-DATE                 PIC 9(8).
          05 RI-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RI-REASON               PIC X(22).
          05 FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           PERFORM LOAD-GL-ACCOUNTS
           OPEN INPUT AROPEN-FILE
           IF WS-AROPEN-FILE-STATUS NOT = "00"
              DISPLAY "AR-RECON: cannot open aropen.dat - status "
                 WS-AROPEN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT INVMAST-FILE
           IF WS-INVMAST-FILE-STATUS NOT = "00"
              DISPLAY "AR-RECON: cannot open invmast.dat - status "
                 WS-INVMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT AROPARCH-FILE
           IF WS-AROPARCH-FILE-STATUS = "00"
              MOVE "Y" TO WS-AROPARCH-AVAIL
           END-IF
           OPEN INPUT INVMARCH-FILE
           IF WS-INVMARCH-FILE-STATUS = "00"
              MOVE "Y" TO WS-INVMARCH-AVAIL
           END-IF
           PERFORM SCAN-GL-JOURNAL
           PERFORM LOAD-MEMO-APPLICATIONS
           PERFORM SCAN-OPEN-ITEMS
           IF WS-AROPARCH-AVAIL = "Y"
              PERFORM SCAN-ARCHIVED-ITEMS
           END-IF
           PERFORM SCAN-INVOICE-MASTER
           IF WS-INVMARCH-AVAIL = "Y"
              PERFORM SCAN-ARCHIVED-MASTERS
           END-IF
           COMPUTE WS-SUB-AR-TOTAL = WS-SUB-AR-BAL + WS-SUB-MEMO-UNAP
           COMPUTE WS-AR-DIFF = WS-SUB-AR-TOTAL - WS-GL-AR-BAL
           COMPUTE WS-UNAP-DIFF = WS-SUB-UNAP-BAL - WS-GL-UNAP-BAL
           PERFORM WRITE-RECON-REPORT
           IF WS-INVMARCH-AVAIL = "Y"
              CLOSE INVMARCH-FILE
           END-IF
           IF WS-AROPARCH-AVAIL = "Y"
              CLOSE AROPARCH-FILE
           END-IF
           CLOSE INVMAST-FILE
           CLOSE AROPEN-FILE
           DISPLAY "AR-RECON: period " WS-RUN-PERIOD " - AR difference "
              WS-AR-DIFF ", unapplied cash difference " WS-UNAP-DIFF
              ", " WS-EXC-COUNT " items listed"
           IF WS-AR-DIFF NOT = ZERO OR WS-UNAP-DIFF NOT = ZERO
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
                       DISPLAY "AR-RECON: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCT-FILE
           IF WS-GLACCT-FILE-STATUS NOT = "00"
              DISPLAY "AR-RECON: glacct.dat is missing - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ GLACCT-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE GLACCT-LINE TO GLACCT-CTL-RECORD
                    IF WS-GLTAB-COUNT >= WS-MAX-GLTAB
                       DISPLAY "AR-RECON: glacct.dat has more than "
                          WS-MAX-GLTAB " rows - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-GLTAB-COUNT
                    MOVE GLA-ROLE TO GLTAB-ROLE(WS-GLTAB-COUNT)
                    MOVE GLA-ACCT-NO TO GLTAB-ACCT-NO(WS-GLTAB-COUNT)
              END-READ
           END-PERFORM
           CLOSE GLACCT-FILE
           MOVE "N" TO EOF-FLAG
           MOVE "AR" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE
           MOVE WS-GL-ACCT-NO TO WS-AR-ACCT-NO
           MOVE "UNAPCASH" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE
           MOVE WS-GL-ACCT-NO TO WS-UNAP-ACCT-NO.

       VALIDATE-ONE-GL-ROLE.
           PERFORM FIND-GL-ACCOUNT
           IF WS-GL-ROLE-FOUND = "N"
              DISPLAY "AR-RECON: glacct.dat has no account for role '"
                 WS-GL-ROLE "' - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       FIND-GL-ACCOUNT.
           MOVE "N" TO WS-GL-ROLE-FOUND
           PERFORM VARYING WS-GLTAB-IDX FROM 1 BY 1
                 UNTIL WS-GLTAB-IDX > WS-GLTAB-COUNT
                    OR GLTAB-ROLE(WS-GLTAB-IDX) = WS-GL-ROLE
           END-PERFORM
           IF WS-GLTAB-IDX NOT > WS-GLTAB-COUNT
              MOVE "Y" TO WS-GL-ROLE-FOUND
              MOVE GLTAB-ACCT-NO(WS-GLTAB-IDX) TO WS-GL-ACCT-NO
           END-IF.

       SCAN-GL-JOURNAL.
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-FILE-STATUS NOT = "00"
              DISPLAY "AR-RECON: gljrnl.dat is missing - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ GLJRNL-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE GLJRNL-LINE TO GLJRNL-RECORD
                    IF GJ-PERIOD NOT > WS-RUN-PERIOD
                       PERFORM ACCUMULATE-JOURNAL-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GLJRNL-FILE
           MOVE "N" TO EOF-FLAG.

       ACCUMULATE-JOURNAL-LINE.
           IF GJ-DRCR = "D"
              MOVE GJ-AMOUNT TO WS-SIGNED-AMT
           ELSE
              COMPUTE WS-SIGNED-AMT = 0 - GJ-AMOUNT
           END-IF
           IF GJ-ACCT-NO = WS-UNAP-ACCT-NO
              ADD WS-SIGNED-AMT TO WS-GL-UNAP-BAL
           END-IF
           IF GJ-ACCT-NO = WS-AR-ACCT-NO
              ADD 1 TO WS-JRNL-COUNT
              ADD WS-SIGNED-AMT TO WS-GL-AR-BAL
              IF GJ-PERIOD = WS-RUN-PERIOD
                 MOVE GJ-RUN-DATE(7:2) TO WS-DAY-IDX
              ELSE
                 MOVE ZERO TO WS-DAY-IDX
              END-IF
              EVALUATE TRUE
                 WHEN GJ-SOURCE-SALES
                    IF GJ-DRCR = "D"
                       ADD WS-SIGNED-AMT TO WS-GL-INV
                       IF WS-DAY-IDX > 0 AND WS-DAY-IDX < 32
                          ADD WS-SIGNED-AMT TO DAY-GL-INV(WS-DAY-IDX)
                       END-IF
                    ELSE
                       ADD WS-SIGNED-AMT TO WS-GL-MEMO
                    END-IF
                 WHEN GJ-SOURCE-CASH
                    ADD WS-SIGNED-AMT TO WS-GL-CASH
                 WHEN GJ-SOURCE-FINCHG
                    ADD WS-SIGNED-AMT TO WS-GL-FC
                    IF WS-DAY-IDX > 0 AND WS-DAY-IDX < 32
                       ADD WS-SIGNED-AMT TO DAY-GL-FC(WS-DAY-IDX)
                    END-IF
                 WHEN OTHER
                    ADD WS-SIGNED-AMT TO WS-GL-OTHER
              END-EVALUATE
           END-IF.

       LOAD-MEMO-APPLICATIONS.
           OPEN INPUT MEMOAPPL-FILE
           IF WS-MEMOAPPL-FILE-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ MEMOAPPL-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE MEMOAPPL-LINE TO MEMOAPPL-RECORD
                       PERFORM ACCUMULATE-MEMO-APPLICATION
                 END-READ
              END-PERFORM
              CLOSE MEMOAPPL-FILE
              MOVE "N" TO EOF-FLAG
           END-IF.

       ACCUMULATE-MEMO-APPLICATION.
           ADD MA-AMOUNT TO WS-SUB-CASH
           MOVE MA-MEMO-ID TO WS-MEMO-ID
           PERFORM FIND-MEMO-ENTRY
           IF WS-MEMO-IDX > WS-MEMO-COUNT
              IF WS-MEMO-COUNT >= WS-MAX-MEMO
                 DISPLAY "AR-RECON: memoappl.dat has more than "
                    WS-MAX-MEMO " credit memos - run aborted"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-MEMO-COUNT
              MOVE WS-MEMO-COUNT TO WS-MEMO-IDX
              MOVE MA-MEMO-ID TO MEMO-TAB-ID(WS-MEMO-IDX)
              MOVE ZERO TO MEMO-TAB-APPLIED(WS-MEMO-IDX)
           END-IF
           ADD MA-AMOUNT TO MEMO-TAB-APPLIED(WS-MEMO-IDX).

       FIND-MEMO-ENTRY.
           PERFORM VARYING WS-MEMO-IDX FROM 1 BY 1
                 UNTIL WS-MEMO-IDX > WS-MEMO-COUNT
                    OR MEMO-TAB-ID(WS-MEMO-IDX) = WS-MEMO-ID
           END-PERFORM.

       SCAN-OPEN-ITEMS.
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
                    IF AR-INVOICE-ID(1:1) = "U"
                       ADD 1 TO WS-SUB-UNAP-COUNT
                       ADD AR-OPEN-BALANCE TO WS-SUB-UNAP-BAL
                    ELSE
                       ADD 1 TO WS-SUB-AR-COUNT
                       ADD AR-OPEN-BALANCE TO WS-SUB-AR-BAL
                       PERFORM ACCUMULATE-OPEN-ITEM
                       PERFORM CHECK-OPEN-ITEM-INVOICE
                    END-IF
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       ACCUMULATE-OPEN-ITEM.
           MOVE AR-OPEN-DATE(1:6) TO WS-ITEM-PERIOD
           IF WS-ITEM-PERIOD = WS-RUN-PERIOD
              MOVE AR-OPEN-DATE(7:2) TO WS-DAY-IDX
           ELSE
              MOVE ZERO TO WS-DAY-IDX
           END-IF
           IF AR-INVOICE-ID(1:1) = "F"
              ADD AR-ORIG-AMOUNT TO WS-SUB-FC
              IF WS-DAY-IDX > 0 AND WS-DAY-IDX < 32
                 ADD AR-ORIG-AMOUNT TO DAY-SUB-FC(WS-DAY-IDX)
              END-IF
           ELSE
              ADD AR-ORIG-AMOUNT TO WS-SUB-INV
              IF WS-DAY-IDX > 0 AND WS-DAY-IDX < 32
                 ADD AR-ORIG-AMOUNT TO DAY-SUB-INV(WS-DAY-IDX)
              END-IF
           END-IF
           SUBTRACT AR-APPLIED-AMOUNT FROM WS-SUB-CASH
           SUBTRACT AR-WRITEOFF-AMT FROM WS-SUB-CASH.

       CHECK-OPEN-ITEM-INVOICE.
           MOVE AR-INVOICE-ID TO IM-INVOICE-ID
           MOVE "Y" TO WS-FOUND-FLAG
           READ INVMAST-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "N" AND WS-INVMARCH-AVAIL = "Y"
              MOVE AR-INVOICE-ID TO XIM-INVOICE-ID
              MOVE "Y" TO WS-FOUND-FLAG
              READ INVMARCH-FILE
                 INVALID KEY
                    MOVE "N" TO WS-FOUND-FLAG
              END-READ
           END-IF
           IF WS-FOUND-FLAG = "N"
              MOVE "NO INVOICE MASTER" TO WS-EXC-REASON
              MOVE AR-OPEN-BALANCE TO WS-EXC-AMOUNT
              PERFORM ADD-OPEN-ITEM-EXCEPTION
           END-IF.

       ADD-OPEN-ITEM-EXCEPTION.
           IF WS-EXC-COUNT >= WS-MAX-EXC
              ADD 1 TO WS-EXC-OVERFLOW
           ELSE
              ADD 1 TO WS-EXC-COUNT
              MOVE AR-INVOICE-ID TO EXC-INVOICE-ID(WS-EXC-COUNT)
              MOVE AR-CUST-ACCT-NO TO EXC-ACCT-NO(WS-EXC-COUNT)
              MOVE AR-OPEN-DATE TO EXC-DATE(WS-EXC-COUNT)
              MOVE WS-EXC-AMOUNT TO EXC-AMOUNT(WS-EXC-COUNT)
              MOVE WS-EXC-REASON TO EXC-REASON(WS-EXC-COUNT)
           END-IF.

       SCAN-ARCHIVED-ITEMS.
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
                    IF XAR-INVOICE-ID(1:1) NOT = "U"
                       PERFORM ACCUMULATE-ARCHIVED-ITEM
                    END-IF
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       ACCUMULATE-ARCHIVED-ITEM.
           ADD 1 TO WS-ARCH-COUNT
           MOVE XAR-OPEN-DATE(1:6) TO WS-ITEM-PERIOD
           IF WS-ITEM-PERIOD = WS-RUN-PERIOD
              MOVE XAR-OPEN-DATE(7:2) TO WS-DAY-IDX
           ELSE
              MOVE ZERO TO WS-DAY-IDX
           END-IF
           IF XAR-INVOICE-ID(1:1) = "F"
              ADD XAR-ORIG-AMOUNT TO WS-SUB-FC
              IF WS-DAY-IDX > 0 AND WS-DAY-IDX < 32
                 ADD XAR-ORIG-AMOUNT TO DAY-SUB-FC(WS-DAY-IDX)
              END-IF
           ELSE
              ADD XAR-ORIG-AMOUNT TO WS-SUB-INV
              IF WS-DAY-IDX > 0 AND WS-DAY-IDX < 32
                 ADD XAR-ORIG-AMOUNT TO DAY-SUB-INV(WS-DAY-IDX)
              END-IF
           END-IF
           SUBTRACT XAR-APPLIED-AMOUNT FROM WS-SUB-CASH
           SUBTRACT XAR-WRITEOFF-AMT FROM WS-SUB-CASH
           SUBTRACT XAR-OPEN-BALANCE FROM WS-SUB-ARCH
           IF XAR-OPEN-BALANCE NOT = ZERO
              IF WS-EXC-COUNT >= WS-MAX-EXC
                 ADD 1 TO WS-EXC-OVERFLOW
              ELSE
                 ADD 1 TO WS-EXC-COUNT
                 MOVE XAR-INVOICE-ID TO EXC-INVOICE-ID(WS-EXC-COUNT)
                 MOVE XAR-CUST-ACCT-NO TO EXC-ACCT-NO(WS-EXC-COUNT)
                 MOVE XAR-OPEN-DATE TO EXC-DATE(WS-EXC-COUNT)
                 MOVE XAR-OPEN-BALANCE TO EXC-AMOUNT(WS-EXC-COUNT)
                 MOVE "ARCHIVED WITH BALANCE" TO EXC-REASON(WS-EXC-COUNT)
              END-IF
           END-IF.

       SCAN-INVOICE-MASTER.
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
                    IF IM-TYPE = "I"
                       PERFORM CHECK-INVOICE-OPEN-ITEM
                    END-IF
                    IF IM-TYPE = "C"
                       MOVE IM-INVOICE-ID TO WS-MEMO-ID
                       MOVE IM-CUST-ACCT-NO TO WS-MEMO-ACCT-NO
                       MOVE IM-INVOICE-DATE TO WS-MEMO-DATE
                       MOVE IM-TOTAL TO WS-MEMO-TOTAL
                       PERFORM CHECK-CREDIT-MEMO-APPLIED
                    END-IF
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       SCAN-ARCHIVED-MASTERS.
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
                    IF XIM-TYPE = "C"
                       MOVE XIM-INVOICE-ID TO WS-MEMO-ID
                       MOVE XIM-CUST-ACCT-NO TO WS-MEMO-ACCT-NO
                       MOVE XIM-INVOICE-DATE TO WS-MEMO-DATE
                       MOVE XIM-TOTAL TO WS-MEMO-TOTAL
                       PERFORM CHECK-CREDIT-MEMO-APPLIED
                    END-IF
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       CHECK-CREDIT-MEMO-APPLIED.
           ADD WS-MEMO-TOTAL TO WS-SUB-MEMO
           PERFORM FIND-MEMO-ENTRY
           IF WS-MEMO-IDX > WS-MEMO-COUNT
              MOVE ZERO TO WS-MEMO-APPLIED
           ELSE
              MOVE MEMO-TAB-APPLIED(WS-MEMO-IDX) TO WS-MEMO-APPLIED
           END-IF
           COMPUTE WS-MEMO-REMAINING = 0 - WS-MEMO-TOTAL - WS-MEMO-APPLIED
           IF WS-MEMO-REMAINING NOT = ZERO
              SUBTRACT WS-MEMO-REMAINING FROM WS-SUB-MEMO-UNAP
              ADD 1 TO WS-SUB-MEMO-UNAP-COUNT
              EVALUATE TRUE
                 WHEN WS-MEMO-REMAINING < ZERO
                    MOVE "CREDIT MEMO OVERAPPLIED" TO WS-EXC-REASON
                 WHEN WS-MEMO-APPLIED > ZERO
                    MOVE "CREDIT MEMO PART APPLD" TO WS-EXC-REASON
                 WHEN OTHER
                    MOVE "CREDIT MEMO UNAPPLIED" TO WS-EXC-REASON
              END-EVALUATE
              IF WS-EXC-COUNT >= WS-MAX-EXC
                 ADD 1 TO WS-EXC-OVERFLOW
              ELSE
                 ADD 1 TO WS-EXC-COUNT
                 MOVE WS-MEMO-ID TO EXC-INVOICE-ID(WS-EXC-COUNT)
                 MOVE WS-MEMO-ACCT-NO TO EXC-ACCT-NO(WS-EXC-COUNT)
                 MOVE WS-MEMO-DATE TO EXC-DATE(WS-EXC-COUNT)
                 COMPUTE EXC-AMOUNT(WS-EXC-COUNT) = 0 - WS-MEMO-REMAINING
                 MOVE WS-EXC-REASON TO EXC-REASON(WS-EXC-COUNT)
              END-IF
           END-IF.

       CHECK-INVOICE-OPEN-ITEM.
           MOVE IM-INVOICE-ID TO AR-INVOICE-ID
           MOVE "Y" TO WS-FOUND-FLAG
           READ AROPEN-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "N" AND WS-AROPARCH-AVAIL = "Y"
              MOVE IM-INVOICE-ID TO XAR-INVOICE-ID
              MOVE "Y" TO WS-FOUND-FLAG
              READ AROPARCH-FILE
                 INVALID KEY
                    MOVE "N" TO WS-FOUND-FLAG
              END-READ
           END-IF
           IF WS-FOUND-FLAG = "N"
              IF WS-EXC-COUNT >= WS-MAX-EXC
                 ADD 1 TO WS-EXC-OVERFLOW
              ELSE
                 ADD 1 TO WS-EXC-COUNT
                 MOVE IM-INVOICE-ID TO EXC-INVOICE-ID(WS-EXC-COUNT)
                 MOVE IM-CUST-ACCT-NO TO EXC-ACCT-NO(WS-EXC-COUNT)
                 MOVE IM-INVOICE-DATE TO EXC-DATE(WS-EXC-COUNT)
                 MOVE IM-TOTAL TO EXC-AMOUNT(WS-EXC-COUNT)
                 MOVE "INVOICE NOT ON AROPEN" TO EXC-REASON(WS-EXC-COUNT)
              END-IF
           END-IF.

       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-FILE
           PERFORM WRITE-RECON-HEADING
           MOVE SPACES TO RECON-LINE
           MOVE "BALANCES AT RUN DATE" TO RECON-LINE(1:20)
           PERFORM WRITE-RECON-LINE
           MOVE "AR OPEN ITEMS ON AROPEN.DAT" TO RA-LABEL
           MOVE WS-SUB-AR-BAL TO WS-SIGNED-AMT
           MOVE WS-SUB-AR-COUNT TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "UNAPPLIED CREDIT MEMOS ON INVMAST.DAT" TO RA-LABEL
           MOVE WS-SUB-MEMO-UNAP TO WS-SIGNED-AMT
           MOVE WS-SUB-MEMO-UNAP-COUNT TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "AR SUBLEDGER TOTAL" TO RA-LABEL
           MOVE WS-SUB-AR-TOTAL TO WS-SIGNED-AMT
           MOVE ZERO TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "AR CONTROL ACCOUNT ON GLJRNL.DAT" TO RA-LABEL
           MOVE WS-GL-AR-BAL TO WS-SIGNED-AMT
           MOVE WS-JRNL-COUNT TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE (SUBLEDGER LESS GL)" TO RA-LABEL
           MOVE WS-AR-DIFF TO WS-SIGNED-AMT
           MOVE ZERO TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE SPACES TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           MOVE "UNAPPLIED CASH ITEMS ON AROPEN.DAT" TO RA-LABEL
           MOVE WS-SUB-UNAP-BAL TO WS-SIGNED-AMT
           MOVE WS-SUB-UNAP-COUNT TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "UNAPPLIED CASH ACCOUNT ON GLJRNL.DAT" TO RA-LABEL
           MOVE WS-GL-UNAP-BAL TO WS-SIGNED-AMT
           MOVE ZERO TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "DIFFERENCE (SUBLEDGER LESS GL)" TO RA-LABEL
           MOVE WS-UNAP-DIFF TO WS-SIGNED-AMT
           PERFORM WRITE-AMOUNT-LINE
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-DAY-SECTION
           PERFORM WRITE-ITEM-SECTION
           CLOSE RECON-FILE.

       WRITE-SOURCE-SECTION.
           MOVE SPACES TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO RECON-LINE
           MOVE "AR DIFFERENCE BY SOURCE" TO RECON-LINE(1:23)
           PERFORM WRITE-RECON-LINE
           MOVE RC-SOURCE-HEAD TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           MOVE "INVOICES" TO RS-LABEL
           MOVE WS-SUB-INV TO WS-SIGNED-AMT
           MOVE WS-GL-INV TO WS-SOURCE-GL-AMT
           PERFORM WRITE-SOURCE-LINE
           MOVE "CASH, CREDITS, WRITEOFFS" TO RS-LABEL
           MOVE WS-SUB-CASH TO WS-SIGNED-AMT
           MOVE WS-GL-CASH TO WS-SOURCE-GL-AMT
           PERFORM WRITE-SOURCE-LINE
           MOVE "CREDIT MEMOS" TO RS-LABEL
           MOVE WS-SUB-MEMO TO WS-SIGNED-AMT
           MOVE WS-GL-MEMO TO WS-SOURCE-GL-AMT
           PERFORM WRITE-SOURCE-LINE
           MOVE "FINANCE CHARGES" TO RS-LABEL
           MOVE WS-SUB-FC TO WS-SIGNED-AMT
           MOVE WS-GL-FC TO WS-SOURCE-GL-AMT
           PERFORM WRITE-SOURCE-LINE
           MOVE "ARCHIVE MOVES" TO RS-LABEL
           MOVE WS-SUB-ARCH TO WS-SIGNED-AMT
           MOVE ZERO TO WS-SOURCE-GL-AMT
           PERFORM WRITE-SOURCE-LINE
           IF WS-GL-OTHER NOT = ZERO
              MOVE "OTHER JOURNALS" TO RS-LABEL
              MOVE ZERO TO WS-SIGNED-AMT
              MOVE WS-GL-OTHER TO WS-SOURCE-GL-AMT
              PERFORM WRITE-SOURCE-LINE
           END-IF
           MOVE "TOTAL" TO RS-LABEL
           MOVE WS-SUB-AR-TOTAL TO WS-SIGNED-AMT
           MOVE WS-GL-AR-BAL TO WS-SOURCE-GL-AMT
           PERFORM WRITE-SOURCE-LINE
           MOVE SPACES TO RECON-LINE
           MOVE "ARCHIVED ITEMS INCLUDED IN SOURCE TOTALS" TO RA-LABEL
           MOVE ZERO TO WS-SIGNED-AMT
           MOVE WS-ARCH-COUNT TO RA-COUNT
           PERFORM WRITE-AMOUNT-LINE.

       WRITE-SOURCE-LINE.
           COMPUTE WS-DOLLARS = WS-SIGNED-AMT / 100
           MOVE WS-DOLLARS TO RS-SUBLEDGER
           COMPUTE WS-DOLLARS = WS-SOURCE-GL-AMT / 100
           MOVE WS-DOLLARS TO RS-GL
           COMPUTE WS-DOLLARS = (WS-SIGNED-AMT - WS-SOURCE-GL-AMT) / 100
           MOVE WS-DOLLARS TO RS-DIFF
           MOVE RC-SOURCE-LINE TO RECON-LINE
           PERFORM WRITE-RECON-LINE.

       WRITE-DAY-SECTION.
           MOVE SPACES TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO RECON-LINE
           MOVE "JOURNAL DAYS OUT OF AGREEMENT IN PERIOD" TO RECON-LINE(1:39)
           PERFORM WRITE-RECON-LINE
           MOVE RC-DAY-HEAD TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 31
              IF DAY-GL-INV(WS-DAY-IDX) NOT = DAY-SUB-INV(WS-DAY-IDX)
                    OR DAY-GL-FC(WS-DAY-IDX) NOT = DAY-SUB-FC(WS-DAY-IDX)
                 ADD 1 TO WS-DAY-MISMATCH-COUNT
                 COMPUTE RD-DATE = WS-RUN-PERIOD * 100 + WS-DAY-IDX
                 COMPUTE WS-DOLLARS = DAY-GL-INV(WS-DAY-IDX) / 100
                 MOVE WS-DOLLARS TO RD-GL-INV
                 COMPUTE WS-DOLLARS = DAY-SUB-INV(WS-DAY-IDX) / 100
                 MOVE WS-DOLLARS TO RD-SUB-INV
                 COMPUTE WS-DOLLARS = DAY-GL-FC(WS-DAY-IDX) / 100
                 MOVE WS-DOLLARS TO RD-GL-FC
                 COMPUTE WS-DOLLARS = DAY-SUB-FC(WS-DAY-IDX) / 100
                 MOVE WS-DOLLARS TO RD-SUB-FC
                 MOVE RC-DAY-LINE TO RECON-LINE
                 PERFORM WRITE-RECON-LINE
              END-IF
           END-PERFORM
           IF WS-DAY-MISMATCH-COUNT = 0
              MOVE SPACES TO RECON-LINE
              MOVE "NONE" TO RECON-LINE(3:4)
              PERFORM WRITE-RECON-LINE
           END-IF.

       WRITE-ITEM-SECTION.
           MOVE SPACES TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           MOVE SPACES TO RECON-LINE
           MOVE "ITEMS NOT IN AGREEMENT WITH AROPEN OR INVOICE MASTER"
              TO RECON-LINE(1:51)
           PERFORM WRITE-RECON-LINE
           MOVE RC-ITEM-HEAD TO RECON-LINE
           PERFORM WRITE-RECON-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                 UNTIL WS-EXC-IDX > WS-EXC-COUNT
              MOVE EXC-INVOICE-ID(WS-EXC-IDX) TO RI-INVOICE-ID
              MOVE EXC-ACCT-NO(WS-EXC-IDX) TO RI-ACCT-NO
              MOVE EXC-DATE(WS-EXC-IDX) TO RI-DATE
              COMPUTE WS-DOLLARS = EXC-AMOUNT(WS-EXC-IDX) / 100
              MOVE WS-DOLLARS TO RI-AMOUNT
              MOVE EXC-REASON(WS-EXC-IDX) TO RI-REASON
              MOVE RC-ITEM-LINE TO RECON-LINE
              PERFORM WRITE-RECON-LINE
           END-PERFORM
           IF WS-EXC-COUNT = 0
              MOVE SPACES TO RECON-LINE
              MOVE "NONE" TO RECON-LINE(3:4)
              PERFORM WRITE-RECON-LINE
           END-IF
           IF WS-EXC-OVERFLOW > 0
              MOVE "ITEMS NOT LISTED - TABLE FULL" TO RA-LABEL
              MOVE ZERO TO WS-SIGNED-AMT
              MOVE WS-EXC-OVERFLOW TO RA-COUNT
              PERFORM WRITE-AMOUNT-LINE
           END-IF.

       WRITE-AMOUNT-LINE.
           COMPUTE WS-DOLLARS = WS-SIGNED-AMT / 100
           MOVE WS-DOLLARS TO RA-AMOUNT
           MOVE RC-AMOUNT-LINE TO RECON-LINE
           PERFORM WRITE-RECON-LINE.

       WRITE-RECON-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-PERIOD TO RH1-PERIOD
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-PAGE-NO TO RH1-PAGE
           MOVE RC-HEAD1 TO RECON-LINE
           WRITE RECON-LINE
           MOVE WS-AR-ACCT-NO TO RH2-AR-ACCT
           MOVE WS-UNAP-ACCT-NO TO RH2-UNAP-ACCT
           MOVE RC-HEAD2 TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES TO RECON-LINE
           WRITE RECON-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-RECON-LINE.
           IF WS-LINE-COUNT >= WS-MAX-PAGE-LINES
              MOVE RECON-LINE TO WS-HOLD-LINE
              PERFORM WRITE-RECON-HEADING
              MOVE WS-HOLD-LINE TO RECON-LINE
           END-IF
           WRITE RECON-LINE
           ADD 1 TO WS-LINE-COUNT.
