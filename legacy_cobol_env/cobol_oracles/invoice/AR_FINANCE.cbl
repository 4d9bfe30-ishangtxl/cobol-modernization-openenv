               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUNNING-FILE ASSIGN TO "dunning.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLACCT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.
           SELECT GLEXTR-FILE ASSIGN TO "glfcextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 FINCHG-LINE                PIC X(50).
       FD DUNNING-FILE.
       01 DUNNING-LINE               PIC X(80).
       FD GLACCT-FILE.
       01 GLACCT-LINE                PIC X(16).
       FD GLEXTR-FILE.
       01 GLEXTR-LINE                PIC X(32).

       WORKING-STORAGE SECTION.
       01 WS-AROPEN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-FINCFG-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-FINLAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-GLACCT-FILE-STATUS      PIC XX VALUE SPACES.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RUN-PERIOD              PIC 9(6) VALUE 0.
          05 FCH-DAYS                PIC 9(5).
          05 FCH-RATE                PIC 9(5).
          05 FCH-CHARGE              PIC S9(9) SIGN IS TRAILING SEPARATE CHARACTER.
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
       01 GLEXTR-RECORD.
          05 GL-SEQ-NO               PIC 9(4).
          05 GL-RUN-DATE             PIC 9(8).
          05 GL-ACCT-NO              PIC X(8).
          05 GL-DRCR                 PIC X.
          05 GL-AMOUNT               PIC 9(11).
       01 WS-DUN-COUNT               PIC 9(3) VALUE 0.
       01 WS-MAX-DUN                 PIC 9(3) VALUE 500.
       01 WS-DUN-OVERFLOW            PIC 9(5) VALUE 0.
           PERFORM READ-PROCESSING-DATE
           PERFORM READ-FINANCE-CONFIG
           PERFORM CHECK-LAST-ASSESSMENT
           PERFORM LOAD-GL-ACCOUNTS
           OPEN I-O AROPEN-FILE
           IF WS-AROPEN-FILE-STATUS NOT = "00"
              DISPLAY "AR-FINANCE: cannot open aropen.dat - status "
           PERFORM SELECT-DELINQUENT-ITEMS
           PERFORM POST-FINANCE-CHARGES
           PERFORM WRITE-CHARGE-REGISTER
           PERFORM WRITE-GL-EXTRACT
           PERFORM ACCUMULATE-DUNNING-BUCKETS
           PERFORM WRITE-DUNNING-NOTICES
           PERFORM RECORD-ASSESSMENT-PERIOD
           END-PERFORM
           CLOSE FINCHG-FILE.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCT-FILE
           IF WS-GLACCT-FILE-STATUS NOT = "00"
              DISPLAY "AR-FINANCE: glacct.dat is missing - run aborted"
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
                       DISPLAY "AR-FINANCE: glacct.dat has more than "
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
           MOVE "FINCHG" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE.

       VALIDATE-ONE-GL-ROLE.
           PERFORM FIND-GL-ACCOUNT
           IF WS-GL-ROLE-FOUND = "N"
              DISPLAY "AR-FINANCE: glacct.dat has no account for role '"
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
           IF WS-CHG-TOTAL NOT = ZERO
              MOVE "AR" TO WS-GL-ROLE
              MOVE "D" TO GL-DRCR
              MOVE WS-CHG-TOTAL TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
              MOVE "FINCHG" TO WS-GL-ROLE
              MOVE "C" TO GL-DRCR
              MOVE WS-CHG-TOTAL TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           CLOSE GLEXTR-FILE
           IF WS-GL-NET NOT = ZERO
              DISPLAY "AR-FINANCE: glfcextr.txt does not cross-foot"
                 " - net " WS-GL-NET
              MOVE 16 TO RETURN-CODE
           END-IF.

       ACCUMULATE-DUNNING-BUCKETS.
           MOVE "N" TO EOF-FLAG
           MOVE LOW-VALUES TO AR-INVOICE-ID
