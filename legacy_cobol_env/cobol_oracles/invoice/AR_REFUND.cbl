       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-REFUND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFREQ-FILE ASSIGN TO "refreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFREQ-FILE-STATUS.
           SELECT AROPEN-FILE ASSIGN TO "aropen.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-INVOICE-ID
               FILE STATUS IS WS-AROPEN-FILE-STATUS.
           SELECT CUSTMAST-FILE ASSIGN TO "custmast.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ACCT-NO
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT REFNUM-FILE ASSIGN TO "refnum.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFNUM-FILE-STATUS.
           SELECT CHKREQ-FILE ASSIGN TO "chkreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REFRPT-FILE ASSIGN TO "refrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLACCT-FILE ASSIGN TO "glacct.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.
           SELECT GLEXTR-FILE ASSIGN TO "glrfextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-FILE-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO "gljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFREQ-FILE.
       01 REFREQ-LINE                PIC X(23).
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
       FD CUSTMAST-FILE.
       COPY CUSTMAST_REC.
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD REFNUM-FILE.
       01 REFNUM-LINE                PIC X(5).
       FD CHKREQ-FILE.
       01 CHKREQ-LINE                PIC X(149).
       FD REFRPT-FILE.
       01 REFRPT-LINE                PIC X(80).
       FD GLACCT-FILE.
       01 GLACCT-LINE                PIC X(16).
       FD GLEXTR-FILE.
       01 GLEXTR-LINE                PIC X(32).
       FD GLJRNL-FILE.
       01 GLJRNL-LINE                PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-REFREQ-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-AROPEN-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-CUSTMAST-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-REFNUM-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-GLACCT-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-GLEXTR-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-GLJRNL-FILE-STATUS      PIC XX VALUE SPACES.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-FOUND-FLAG              PIC X VALUE "N".
       01 WS-REFUND-SEQ              PIC 9(5) VALUE 0.
       01 WS-REQUEST-ID              PIC X(6) VALUE SPACES.
       01 WS-REJECT-REASON           PIC X(30) VALUE SPACES.
       01 WS-AVAIL-CREDIT            PIC S9(9) VALUE 0.
       01 WS-DUE-DATE-WORK           PIC 9(8) VALUE 0.
       01 WS-REQUEST-COUNT           PIC 9(5) VALUE 0.
       01 WS-REFUND-COUNT            PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT            PIC 9(5) VALUE 0.
       01 WS-REQUEST-TOTAL           PIC S9(13) VALUE 0.
       01 WS-REFUND-TOTAL            PIC S9(13) VALUE 0.
       01 WS-REJECT-TOTAL            PIC S9(13) VALUE 0.
       01 WS-IDX                     PIC 9(4) VALUE 0.
       01 WS-PASTDUE-COUNT           PIC 9(4) VALUE 0.
       01 WS-MAX-PASTDUE             PIC 9(4) VALUE 1000.
       01 WS-PASTDUE-TABLE.
          05 WS-PASTDUE-ENTRY OCCURS 1000 TIMES.
             10 PDT-ACCT-NO          PIC X(8).
       01 WS-PAGE-NO                 PIC 9(3) VALUE 0.
       01 WS-LINE-COUNT              PIC 9(3) VALUE 0.
       01 WS-MAX-PAGE-LINES          PIC 9(3) VALUE 55.
       01 WS-DOLLARS                 PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-DOLLARS           PIC S9(11)V99 VALUE 0.
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
       01 WS-GL-AR-DR                PIC S9(11) VALUE 0.
       01 WS-GL-UNAP-DR              PIC S9(11) VALUE 0.
       01 WS-GL-REFUND-CR            PIC S9(11) VALUE 0.
       01 GLEXTR-RECORD.
          05 GL-SEQ-NO               PIC 9(4).
          05 GL-RUN-DATE             PIC 9(8).
          05 GL-ACCT-NO              PIC X(8).
          05 GL-DRCR                 PIC X.
          05 GL-AMOUNT               PIC 9(11).
       01 GLJRNL-RECORD.
          05 GJ-PERIOD               PIC 9(6).
          05 GJ-ACCT-NO              PIC X(8).
          05 GJ-RUN-DATE             PIC 9(8).
          05 GJ-SEQ-NO               PIC 9(4).
          05 GJ-DRCR                 PIC X.
          05 GJ-AMOUNT               PIC 9(11).
          05 GJ-SOURCE               PIC XX.
             88 GJ-SOURCE-REFUND     VALUE "RF".
       01 REFREQ-RECORD.
          05 RQ-ACCT-NO              PIC X(8).
          05 RQ-ITEM-ID              PIC X(6).
          05 RQ-AMOUNT               PIC 9(9).
       01 CHKREQ-RECORD.
          05 CK-REQUEST-ID           PIC X(6).
          05 CK-RUN-DATE             PIC 9(8).
          05 CK-ACCT-NO              PIC X(8).
          05 CK-ITEM-ID              PIC X(6).
          05 CK-AMOUNT               PIC 9(9).
          05 CK-PAYEE-NAME           PIC X(20).
          05 CK-PAYEE-ADDR1          PIC X(30).
          05 CK-PAYEE-ADDR2          PIC X(30).
          05 CK-PAYEE-CITY           PIC X(20).
          05 CK-PAYEE-STATE          PIC X(2).
          05 CK-PAYEE-ZIP            PIC X(10).
       01 RF-HEAD1.
          05 FILLER                  PIC X(40)
             VALUE "CUSTOMER REFUND REGISTER".
          05 FILLER                  PIC X(9) VALUE "RUN DATE ".
          05 RH1-DATE                PIC 9(8).
          05 FILLER                  PIC X(12) VALUE SPACES.
          05 FILLER                  PIC X(7) VALUE "   PAGE".
          05 RH1-PAGE                PIC ZZZ9.
       01 RF-HEAD2.
          05 FILLER                  PIC X(80)
             VALUE "  ACCOUNT   ITEM    CHKREQ           AMOUNT  STATUS".
       01 RF-DETAIL.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-ACCT-NO              PIC X(8).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-ITEM-ID              PIC X(6).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-REQUEST-ID           PIC X(6).
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RD-STATUS               PIC X(30).
          05 FILLER                  PIC X(5) VALUE SPACES.
       01 RF-SUMM-LINE.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-LABEL                PIC X(24).
          05 RS-COUNT                PIC ZZZZ9.
          05 FILLER                  PIC X(2) VALUE SPACES.
          05 RS-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                  PIC X(28) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           PERFORM READ-REFUND-SEQUENCE
           PERFORM LOAD-GL-ACCOUNTS
           PERFORM CHECK-PRIOR-REFUND-BATCH
           OPEN INPUT CUSTMAST-FILE
           IF WS-CUSTMAST-FILE-STATUS NOT = "00"
              DISPLAY "AR-REFUND: cannot open custmast.dat - status "
                 WS-CUSTMAST-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN I-O AROPEN-FILE
           IF WS-AROPEN-FILE-STATUS NOT = "00"
              DISPLAY "AR-REFUND: cannot open aropen.dat - status "
                 WS-AROPEN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PASTDUE-ACCOUNTS
           OPEN OUTPUT CHKREQ-FILE
           OPEN OUTPUT REFRPT-FILE
           PERFORM WRITE-REGISTER-HEADING
           OPEN INPUT REFREQ-FILE
           IF WS-REFREQ-FILE-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ REFREQ-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE REFREQ-LINE TO REFREQ-RECORD
                       ADD 1 TO WS-REQUEST-COUNT
                       PERFORM PROCESS-ONE-REQUEST
                 END-READ
              END-PERFORM
              MOVE "N" TO EOF-FLAG
              CLOSE REFREQ-FILE
           ELSE
              DISPLAY "AR-REFUND: refreq.txt not found - "
                 "no refunds processed"
           END-IF
           PERFORM WRITE-REGISTER-SUMMARY
           CLOSE REFRPT-FILE
           CLOSE CHKREQ-FILE
           CLOSE AROPEN-FILE
           CLOSE CUSTMAST-FILE
           PERFORM WRITE-REFUND-SEQUENCE
           PERFORM WRITE-GL-EXTRACT
           DISPLAY "AR-REFUND: " WS-REQUEST-COUNT " requests read, "
              WS-REFUND-COUNT " refunds issued, "
              WS-REJECT-COUNT " requests rejected"
           IF WS-REJECT-COUNT > 0 AND RETURN-CODE < 8
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
                       DISPLAY "AR-REFUND: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-REFUND-SEQUENCE.
           MOVE ZERO TO WS-REFUND-SEQ
           OPEN INPUT REFNUM-FILE
           IF WS-REFNUM-FILE-STATUS = "00"
              READ REFNUM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF REFNUM-LINE IS NUMERIC
                       MOVE REFNUM-LINE TO WS-REFUND-SEQ
                    ELSE
                       DISPLAY "AR-REFUND: refnum.dat '"
                          REFNUM-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE REFNUM-FILE
           END-IF.

       WRITE-REFUND-SEQUENCE.
           OPEN OUTPUT REFNUM-FILE
           MOVE WS-REFUND-SEQ TO REFNUM-LINE
           WRITE REFNUM-LINE
           CLOSE REFNUM-FILE.

       LOAD-PASTDUE-ACCOUNTS.
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
                    PERFORM SET-AGING-BASE-DATE
                    IF AR-OPEN-BALANCE > ZERO
                          AND WS-DUE-DATE-WORK < WS-RUN-DATE
                       PERFORM ADD-PASTDUE-ACCOUNT
                    END-IF
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG.

       SET-AGING-BASE-DATE.
           IF AR-DUE-DATE IS NUMERIC AND AR-DUE-DATE NOT = ZERO
              MOVE AR-DUE-DATE TO WS-DUE-DATE-WORK
           ELSE
              MOVE AR-OPEN-DATE TO WS-DUE-DATE-WORK
           END-IF.

       ADD-PASTDUE-ACCOUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-PASTDUE-COUNT
                    OR PDT-ACCT-NO(WS-IDX) = AR-CUST-ACCT-NO
           END-PERFORM
           IF WS-IDX > WS-PASTDUE-COUNT
              IF WS-PASTDUE-COUNT >= WS-MAX-PASTDUE
                 DISPLAY "AR-REFUND: more than " WS-MAX-PASTDUE
                    " past-due accounts on aropen.dat - run aborted"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PASTDUE-COUNT
              MOVE AR-CUST-ACCT-NO TO PDT-ACCT-NO(WS-PASTDUE-COUNT)
           END-IF.

       PROCESS-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-REQUEST-ID
           IF RQ-AMOUNT IS NUMERIC
              ADD RQ-AMOUNT TO WS-REQUEST-TOTAL
           END-IF
           PERFORM VALIDATE-REQUEST
           IF WS-REJECT-REASON = SPACES
              PERFORM ISSUE-REFUND
              MOVE "REFUNDED" TO RD-STATUS
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              IF RQ-AMOUNT IS NUMERIC
                 ADD RQ-AMOUNT TO WS-REJECT-TOTAL
              END-IF
              MOVE WS-REJECT-REASON TO RD-STATUS
           END-IF
           PERFORM WRITE-REGISTER-DETAIL.

       VALIDATE-REQUEST.
           EVALUATE TRUE
              WHEN RQ-AMOUNT IS NOT NUMERIC
                 MOVE "R1 INVALID REFUND AMOUNT" TO WS-REJECT-REASON
              WHEN RQ-AMOUNT = ZERO
                 MOVE "R1 INVALID REFUND AMOUNT" TO WS-REJECT-REASON
              WHEN RQ-ITEM-ID = SPACES
                 MOVE "R4 ITEM NOT ON AROPEN" TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM VALIDATE-ACCOUNT
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-CREDIT-ITEM
           END-IF
           IF WS-REJECT-REASON = SPACES
              PERFORM CHECK-PASTDUE-ACCOUNT
           END-IF.

       VALIDATE-ACCOUNT.
           MOVE RQ-ACCT-NO TO CM-ACCT-NO
           MOVE "Y" TO WS-FOUND-FLAG
           READ CUSTMAST-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = "N"
              MOVE "R2 ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
           ELSE
              IF CM-ON-CREDIT-HOLD
                 MOVE "R3 ACCOUNT ON CREDIT HOLD" TO WS-REJECT-REASON
              END-IF
           END-IF.

       VALIDATE-CREDIT-ITEM.
           MOVE RQ-ITEM-ID TO AR-INVOICE-ID
           MOVE "Y" TO WS-FOUND-FLAG
           READ AROPEN-FILE
              INVALID KEY
                 MOVE "N" TO WS-FOUND-FLAG
           END-READ
           EVALUATE TRUE
              WHEN WS-FOUND-FLAG = "N"
                 MOVE "R4 ITEM NOT ON AROPEN" TO WS-REJECT-REASON
              WHEN AR-CUST-ACCT-NO NOT = RQ-ACCT-NO
                 MOVE "R5 ITEM NOT FOR ACCOUNT" TO WS-REJECT-REASON
              WHEN AR-OPEN-BALANCE NOT < ZERO
                 MOVE "R6 ITEM HAS NO CREDIT" TO WS-REJECT-REASON
              WHEN OTHER
                 COMPUTE WS-AVAIL-CREDIT = 0 - AR-OPEN-BALANCE
                 IF RQ-AMOUNT > WS-AVAIL-CREDIT
                    MOVE "R7 EXCEEDS AVAILABLE CREDIT"
                       TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE.

       CHECK-PASTDUE-ACCOUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-PASTDUE-COUNT
                    OR PDT-ACCT-NO(WS-IDX) = RQ-ACCT-NO
           END-PERFORM
           IF WS-IDX NOT > WS-PASTDUE-COUNT
              MOVE "R8 ACCOUNT HAS PAST-DUE ITEMS" TO WS-REJECT-REASON
           END-IF.

       ISSUE-REFUND.
           ADD 1 TO WS-REFUND-SEQ
           IF WS-REFUND-SEQ > 99999
              DISPLAY "AR-REFUND: check request id range exhausted"
                 " - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING "K" WS-REFUND-SEQ DELIMITED BY SIZE
              INTO WS-REQUEST-ID
           SUBTRACT RQ-AMOUNT FROM AR-APPLIED-AMOUNT
           ADD RQ-AMOUNT TO AR-OPEN-BALANCE
           MOVE WS-REQUEST-ID TO AR-LAST-REF
           MOVE WS-RUN-DATE TO AR-LAST-DATE
           REWRITE AROPEN-RECORD
           IF AR-INVOICE-ID(1:1) = "U"
              ADD RQ-AMOUNT TO WS-GL-UNAP-DR
           ELSE
              ADD RQ-AMOUNT TO WS-GL-AR-DR
           END-IF
           ADD RQ-AMOUNT TO WS-GL-REFUND-CR
           ADD 1 TO WS-REFUND-COUNT
           ADD RQ-AMOUNT TO WS-REFUND-TOTAL
           PERFORM WRITE-CHECK-REQUEST.

       WRITE-CHECK-REQUEST.
           MOVE WS-REQUEST-ID TO CK-REQUEST-ID
           MOVE WS-RUN-DATE TO CK-RUN-DATE
           MOVE RQ-ACCT-NO TO CK-ACCT-NO
           MOVE RQ-ITEM-ID TO CK-ITEM-ID
           MOVE RQ-AMOUNT TO CK-AMOUNT
           MOVE CM-NAME TO CK-PAYEE-NAME
           MOVE CM-BILL-ADDR1 TO CK-PAYEE-ADDR1
           MOVE CM-BILL-ADDR2 TO CK-PAYEE-ADDR2
           MOVE CM-BILL-CITY TO CK-PAYEE-CITY
           MOVE CM-BILL-STATE TO CK-PAYEE-STATE
           MOVE CM-BILL-ZIP TO CK-PAYEE-ZIP
           MOVE CHKREQ-RECORD TO CHKREQ-LINE
           WRITE CHKREQ-LINE.

       WRITE-REGISTER-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO RH1-DATE
           MOVE WS-PAGE-NO TO RH1-PAGE
           MOVE RF-HEAD1 TO REFRPT-LINE
           WRITE REFRPT-LINE
           MOVE SPACES TO REFRPT-LINE
           WRITE REFRPT-LINE
           MOVE RF-HEAD2 TO REFRPT-LINE
           WRITE REFRPT-LINE
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REGISTER-DETAIL.
           IF WS-LINE-COUNT >= WS-MAX-PAGE-LINES
              PERFORM WRITE-REGISTER-HEADING
           END-IF
           MOVE RQ-ACCT-NO TO RD-ACCT-NO
           MOVE RQ-ITEM-ID TO RD-ITEM-ID
           MOVE WS-REQUEST-ID TO RD-REQUEST-ID
           IF RQ-AMOUNT IS NUMERIC
              COMPUTE WS-DOLLARS = RQ-AMOUNT / 100
           ELSE
              MOVE ZERO TO WS-DOLLARS
           END-IF
           MOVE WS-DOLLARS TO RD-AMOUNT
           MOVE RF-DETAIL TO REFRPT-LINE
           WRITE REFRPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-SUMMARY.
           MOVE SPACES TO REFRPT-LINE
           WRITE REFRPT-LINE
           MOVE "REQUESTS READ" TO RS-LABEL
           MOVE WS-REQUEST-COUNT TO RS-COUNT
           COMPUTE WS-GRAND-DOLLARS = WS-REQUEST-TOTAL / 100
           MOVE WS-GRAND-DOLLARS TO RS-AMOUNT
           MOVE RF-SUMM-LINE TO REFRPT-LINE
           WRITE REFRPT-LINE
           MOVE "REFUNDS ISSUED" TO RS-LABEL
           MOVE WS-REFUND-COUNT TO RS-COUNT
           COMPUTE WS-GRAND-DOLLARS = WS-REFUND-TOTAL / 100
           MOVE WS-GRAND-DOLLARS TO RS-AMOUNT
           MOVE RF-SUMM-LINE TO REFRPT-LINE
           WRITE REFRPT-LINE
           MOVE "REQUESTS REJECTED" TO RS-LABEL
           MOVE WS-REJECT-COUNT TO RS-COUNT
           COMPUTE WS-GRAND-DOLLARS = WS-REJECT-TOTAL / 100
           MOVE WS-GRAND-DOLLARS TO RS-AMOUNT
           MOVE RF-SUMM-LINE TO REFRPT-LINE
           WRITE REFRPT-LINE.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCT-FILE
           IF WS-GLACCT-FILE-STATUS NOT = "00"
              DISPLAY "AR-REFUND: glacct.dat is missing - run aborted"
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
                       DISPLAY "AR-REFUND: glacct.dat has more than "
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
           MOVE "UNAPCASH" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE
           MOVE "REFUNDAP" TO WS-GL-ROLE
           PERFORM VALIDATE-ONE-GL-ROLE.

       CHECK-PRIOR-REFUND-BATCH.
           OPEN INPUT GLEXTR-FILE
           IF WS-GLEXTR-FILE-STATUS = "00"
              READ GLEXTR-FILE
                 NOT AT END
                    DISPLAY "AR-REFUND: glrfextr.txt not yet posted by "
                       "GL-POSTING - run aborted"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-READ
              CLOSE GLEXTR-FILE
           END-IF
           OPEN INPUT GLJRNL-FILE
           IF WS-GLJRNL-FILE-STATUS = "00"
              MOVE "N" TO EOF-FLAG
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ GLJRNL-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE GLJRNL-LINE TO GLJRNL-RECORD
                       IF GJ-SOURCE-REFUND AND GJ-RUN-DATE = WS-RUN-DATE
                          DISPLAY "AR-REFUND: refunds for " WS-RUN-DATE
                             " already on gljrnl.dat - run aborted"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GLJRNL-FILE
              MOVE "N" TO EOF-FLAG
           END-IF.

       VALIDATE-ONE-GL-ROLE.
           PERFORM FIND-GL-ACCOUNT
           IF WS-GL-ROLE-FOUND = "N"
              DISPLAY "AR-REFUND: glacct.dat has no account for role '"
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
           IF WS-GL-AR-DR NOT = ZERO
              MOVE "AR" TO WS-GL-ROLE
              MOVE "D" TO GL-DRCR
              MOVE WS-GL-AR-DR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GL-UNAP-DR NOT = ZERO
              MOVE "UNAPCASH" TO WS-GL-ROLE
              MOVE "D" TO GL-DRCR
              MOVE WS-GL-UNAP-DR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           IF WS-GL-REFUND-CR NOT = ZERO
              MOVE "REFUNDAP" TO WS-GL-ROLE
              MOVE "C" TO GL-DRCR
              MOVE WS-GL-REFUND-CR TO WS-GL-WORK-AMT
              PERFORM WRITE-GL-LINE
           END-IF
           CLOSE GLEXTR-FILE
           IF WS-GL-NET NOT = ZERO
              DISPLAY "AR-REFUND: glrfextr.txt does not cross-foot"
                 " - net " WS-GL-NET
              MOVE 16 TO RETURN-CODE
           END-IF.
