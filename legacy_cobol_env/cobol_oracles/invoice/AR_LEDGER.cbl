               FILE STATUS IS WS-CASHTOL-FILE-STATUS.
           SELECT CASHREG-FILE ASSIGN TO "cashreg.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMOAPPL-FILE ASSIGN TO "memoappl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMOAPPL-FILE-STATUS.
           SELECT GLACCT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.
           SELECT GLEXTR-FILE ASSIGN TO "glarextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "sortwork".

       DATA DIVISION.
       01 CASHTOL-LINE               PIC X(5).
       FD CASHREG-FILE.
       01 CASHREG-LINE               PIC X(62).
       FD MEMOAPPL-FILE.
       01 MEMOAPPL-LINE              PIC X(37).
       FD GLACCT-FILE.
       01 GLACCT-LINE                PIC X(16).
       FD GLEXTR-FILE.
       01 GLEXTR-LINE                PIC X(32).
       SD SORT-FILE.
       01 SORT-RECORD.
          05 SORT-DUE-DATE           PIC 9(8).
       01 WS-DUE-DATE-WORK           PIC 9(8) VALUE 0.
       01 WS-PASTDUE-COUNT           PIC 9(5) VALUE 0.
       01 WS-CASHTOL-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-MEMOAPPL-FILE-STATUS    PIC XX VALUE SPACES.
       01 MEMOAPPL-RECORD.
          05 MA-MEMO-ID              PIC X(6).
          05 MA-INVOICE-ID           PIC X(6).
          05 MA-TRAN-DATE            PIC 9(8).
          05 MA-RUN-DATE             PIC 9(8).
          05 MA-AMOUNT               PIC 9(9).
       01 WS-CASH-TOL                PIC 9(5) VALUE 0.
       01 WS-APPLIED-CENTS           PIC S9(9) VALUE 0.
       01 WS-WRITEOFF-CENTS          PIC S9(9) VALUE 0.
          05 CSH-WRITEOFF            PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 CSH-ONACCT              PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
          05 CSH-DISP                PIC X(8).
       01 WS-GLACCT-FILE-STATUS      PIC XX VALUE SPACES.
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
       01 WS-GL-SEQ-NO               PIC 9(4) VALUE 0.
       01 WS-GL-NET                  PIC S9(13) VALUE 0.
       01 WS-GL-AMOUNT               PIC 9(11) VALUE 0.
       01 WS-GL-WORK-AMT             PIC S9(11) VALUE 0.
       01 WS-GL-CASH-DR              PIC S9(11) VALUE 0.
       01 WS-GL-WRITEOFF-DR          PIC S9(11) VALUE 0.
       01 WS-GL-AR-DR                PIC S9(11) VALUE 0.
       01 WS-GL-AR-CR                PIC S9(11) VALUE 0.
       01 WS-GL-UNAP-CR              PIC S9(11) VALUE 0.
       01 GLEXTR-RECORD.
          05 GL-SEQ-NO               PIC 9(4).
          05 GL-RUN-DATE             PIC 9(8).
          05 GL-ACCT-NO              PIC X(8).
          05 GL-DRCR                 PIC X.
          05 GL-AMOUNT               PIC 9(11).
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           PERFORM READ-CASH-TOLERANCE
           PERFORM LOAD-GL-ACCOUNTS
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-FILE-STATUS = "00"
              MOVE "Y" TO WS-CUSTMAST-AVAIL
           PERFORM OPEN-AROPEN-FILE
           PERFORM POST-NEW-OPEN-ITEMS
           PERFORM APPLY-TRANSACTIONS
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-PASTDUE-LIST
           IF WS-CUSTMAST-AVAIL = "Y"
           ELSE
              OPEN OUTPUT ARREJ-FILE
              OPEN OUTPUT CASHREG-FILE
              OPEN EXTEND MEMOAPPL-FILE
              IF WS-MEMOAPPL-FILE-STATUS = "35"
                 OPEN OUTPUT MEMOAPPL-FILE
              END-IF
              OPEN INPUT INVMAST-FILE
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
              CLOSE ARTRAN-FILE
              CLOSE ARREJ-FILE
              CLOSE CASHREG-FILE
              CLOSE MEMOAPPL-FILE
              CLOSE INVMAST-FILE
              MOVE "N" TO EOF-FLAG
           END-IF.
              PERFORM POST-UNAPPLIED-CASH
              MOVE "ONACCT" TO CSH-DISP
              PERFORM WRITE-CASH-REGISTER
              PERFORM ACCUMULATE-GL-AMOUNTS
           ELSE
              IF AR-OPEN-BALANCE > ZERO
                 IF AT-AMOUNT > AR-OPEN-BALANCE
              END-IF
              MOVE "APPLIED" TO CSH-DISP
              PERFORM WRITE-CASH-REGISTER
              PERFORM ACCUMULATE-GL-AMOUNTS
           END-IF
           IF AT-TYPE-CREDIT-MEMO
              PERFORM WRITE-MEMO-APPLICATION
           END-IF.

       WRITE-MEMO-APPLICATION.
           MOVE AT-REF TO MA-MEMO-ID
           MOVE AT-INVOICE-ID TO MA-INVOICE-ID
           MOVE AT-TRAN-DATE TO MA-TRAN-DATE
           MOVE WS-RUN-DATE TO MA-RUN-DATE
           MOVE AT-AMOUNT TO MA-AMOUNT
           MOVE MEMOAPPL-RECORD TO MEMOAPPL-LINE
           WRITE MEMOAPPL-LINE.

       FIND-UNAPPLIED-ACCOUNT.
           MOVE "*ONACCT*" TO WS-UNAP-ACCT
           MOVE AT-INVOICE-ID TO IM-INVOICE-ID
           MOVE CASHREG-RECORD TO CASHREG-LINE
           WRITE CASHREG-LINE.

       ACCUMULATE-GL-AMOUNTS.
           IF AT-TYPE-PAYMENT
              ADD AT-AMOUNT TO WS-GL-CASH-DR
              ADD WS-APPLIED-CENTS TO WS-GL-AR-CR
           ELSE
              ADD WS-LEFTOVER-CENTS TO WS-GL-AR-DR
           END-IF
           ADD WS-LEFTOVER-CENTS TO WS-GL-UNAP-CR
           ADD WS-WRITEOFF-CENTS TO WS-GL-WRITEOFF-DR
           ADD WS-WRITEOFF-CENTS TO WS-GL-AR-CR.

       REJECT-TRANSACTION.
           MOVE ARTRAN-RECORD TO AREJ-TRAN
           MOVE ARREJ-RECORD TO ARREJ-LINE
           WRITE ARREJ-LINE
           ADD 1 TO WS-TRAN-REJECT-COUNT.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCT-FILE
           IF WS-GLACCT-FILE-STATUS NOT = "00"
              DISPLAY "AR-LEDGER: glacct.dat is missing - run aborted"
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
                       DISPLAY "AR-LEDGER: glacct.dat has more than "
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
           MOVE "CASH" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE
           MOVE "UNAPCASH" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE
           MOVE "WRITEOFF" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE.

       VALIDATE-ONE-GL-ROLE.
           PERFORM FIND-GL-ACCOUNT
           IF WS-GL-ROLE-FOUND = "N"
              DISPLAY "AR-LEDGER: glacct.dat has no account for role '"
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

       WRITE-GL-LINE.
           PERFORM FIND-GL-ACCOUNT
           ADD 1 TO WS-GL-SEQ-NO
           MOVE WS-GL-SEQ-NO TO GL-SEQ-NO
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-ACCT-NO TO GL-ACCT-NO
           MOVE WS-GL-WORK-AMT TO WS-GL-AMOUNT
           MOVE WS-GL-AMOUNT TO GL-AMOUNT
           IF GL-DRCR = "D"
              ADD WS-GL-WORK-AMT TO WS-GL-NET
           ELSE
              SUBTRACT WS-GL-WORK-AMT FROM WS-GL-NET
           END-IF
           MOVE GLEXTR-RECORD TO GLEXTR-LINE
           WRITE GLEXTR-LINE.

       WRITE-GL-EXTRACT.
           OPEN OUTPUT GLEXTR-FILE
           IF WS-GL-CASH-DR NOT = ZERO
              MOVE "CASH" TO WS-GL-ROLE
              MOVE "D" TO GL-DRCR
              MOVE WS-GL-CASH-DR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GL-WRITEOFF-DR NOT = ZERO
              MOVE "WRITEOFF" TO WS-GL-ROLE
              MOVE "D" TO GL-DRCR
              MOVE WS-GL-WRITEOFF-DR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GL-AR-DR NOT = ZERO
              MOVE "AR" TO WS-GL-ROLE
              MOVE "D" TO GL-DRCR
              MOVE WS-GL-AR-DR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GL-AR-CR NOT = ZERO
              MOVE "AR" TO WS-GL-ROLE
              MOVE "C" TO GL-DRCR
              MOVE WS-GL-AR-CR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GL-UNAP-CR NOT = ZERO
              MOVE "UNAPCASH" TO WS-GL-ROLE
              MOVE "C" TO GL-DRCR
              MOVE WS-GL-UNAP-CR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           CLOSE GLEXTR-FILE
           IF WS-GL-NET NOT = ZERO
              DISPLAY "AR-LEDGER: glarextr.txt does not cross-foot"
                 " - net " WS-GL-NET
              MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-AGING-REPORT.
           COMPUTE WS-RUN-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
