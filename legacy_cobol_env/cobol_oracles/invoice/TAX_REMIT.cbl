               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-INVOICE-ID
               FILE STATUS IS WS-INVMAST-FILE-STATUS.
           SELECT EXMPTDTL-FILE ASSIGN TO "exmptdtl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XD-DETAIL-KEY
               FILE STATUS IS WS-EXMPTDTL-FILE-STATUS.
           SELECT TAX-FILE ASSIGN TO "taxrate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-FILE-STATUS.
          05 IM-ITEM-COUNT           PIC 99.
          05 IM-FLAG                 PIC X.
          05 IM-INVOICE-DATE         PIC 9(8).
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
       FD TAX-FILE.
       01 TAX-LINE                   PIC X(14).
       FD TAXPERD-FILE.
       01 WS-INVMAST-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-TAXRATE-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-TAXPERD-FILE-STATUS     PIC XX VALUE SPACES.
       01 WS-EXMPTDTL-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-EXMPTDTL-AVAIL          PIC X VALUE "N".
       01 WS-CERT-EXEMPT             PIC X VALUE "N".
       01 WS-MAX-CERT                PIC 999 VALUE 200.
       01 WS-CERT-COUNT              PIC 999 VALUE 0.
       01 WS-CERT-IDX                PIC 999 VALUE 0.
       01 WS-CERT-OVERFLOW           PIC 9(7) VALUE 0.
       01 WS-CERT-TOTALS.
          05 WS-CERT-ENTRY OCCURS 200 TIMES.
             10 CT-CERT-NO           PIC X(15).
             10 CT-TAX-CODE          PIC X.
             10 CT-BASE              PIC S9(13).
             10 CT-LINES             PIC 9(5).
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-MAX-TAXTAB              PIC 99 VALUE 50.
       01 WS-TAXTAB-IDX              PIC 99 VALUE 0.
             10 RT-TAB-TAX           PIC S9(13) VALUE 0.
       01 WS-EXEMPT-TOTALS.
          05 WS-EXEMPT-BASE          OCCURS 5 TIMES PIC S9(13) VALUE 0.
       01 WS-CERT-EXEMPT-TOTALS.
          05 WS-CERT-EXEMPT-BASE     OCCURS 5 TIMES PIC S9(13) VALUE 0.
       01 WS-UNDATED-TOTALS.
          05 WS-UNDATED-ENTRY OCCURS 5 TIMES.
             10 UD-TAB-BASE          PIC S9(13) VALUE 0.
             10 UD-TAB-TAX           PIC S9(13) VALUE 0.
       01 WS-GT-TAXABLE              PIC S9(13) VALUE 0.
       01 WS-GT-EXEMPT               PIC S9(13) VALUE 0.
       01 WS-GT-CERT-EXEMPT          PIC S9(13) VALUE 0.
       01 WS-GT-TAX                  PIC S9(13) VALUE 0.
       01 TAXPERD-CTL-RECORD.
          05 TP-FROM-DATE            PIC 9(8).
          05 TR-RATE                 PIC 9(5).
          05 TR-BASE                 PIC S9(13) SIGN IS TRAILING SEPARATE CHARACTER.
          05 TR-TAX                  PIC S9(13) SIGN IS TRAILING SEPARATE CHARACTER.
       01 TAXREMIT-CERT-RECORD.
          05 TC-REC-TYPE             PIC X(2).
          05 TC-CODE                 PIC X.
          05 TC-CERT-NO              PIC X(15).
          05 TC-BASE                 PIC S9(13) SIGN IS TRAILING SEPARATE CHARACTER.
          05 TC-LINES                PIC 9(5).
          05 FILLER                  PIC X(7).
       01 TAXAUDIT-RECORD.
          05 TA-INVOICE-ID           PIC X(6).
          05 TA-LINE-NO              PIC 99.
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT EXMPTDTL-FILE
           IF WS-EXMPTDTL-FILE-STATUS = "00"
              MOVE "Y" TO WS-EXMPTDTL-AVAIL
           END-IF
           OPEN OUTPUT TAXAUDIT-FILE
           PERFORM UNTIL EOF-FLAG = "Y"
              READ INVDETL-FILE NEXT
           CLOSE TAXAUDIT-FILE
           CLOSE INVDETL-FILE
           CLOSE INVMAST-FILE
           IF WS-EXMPTDTL-AVAIL = "Y"
              CLOSE EXMPTDTL-FILE
           END-IF
           PERFORM WRITE-REMITTANCE-SUMMARY
           IF WS-CERT-OVERFLOW > 0
              DISPLAY "TAX-REMIT: more than " WS-MAX-CERT
                 " certificate/tax code pairs - " WS-CERT-OVERFLOW
                 " exempt lines not itemized by certificate"
              MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "TAX-REMIT: " WS-LINE-COUNT " detail lines for "
              WS-FROM-DATE " - " WS-TO-DATE
           STOP RUN.
              MOVE ID-TAX-CENTS TO WS-SIGNED-TAX
           END-IF
           PERFORM FIND-EFFECTIVE-RATE
           PERFORM LOOKUP-CERT-EXEMPTION
           MOVE ID-INVOICE-ID TO TA-INVOICE-ID
           MOVE ID-LINE-NO TO TA-LINE-NO
           MOVE WS-INV-DATE TO TA-INV-DATE
           MOVE ID-TYPE TO TA-TYPE
           MOVE WS-SIGNED-EXT TO TA-EXT-AMOUNT
           MOVE WS-SIGNED-TAX TO TA-TAX-CENTS
           EVALUATE TRUE
              WHEN WS-CERT-EXEMPT = "Y"
                 MOVE WS-BEST-EFF-DATE TO TA-EFF-DATE
                 MOVE "C" TO TA-FLAG
                 PERFORM ACCUMULATE-CERT-EXEMPT
              WHEN WS-RATE-FOUND = "Y"
                    AND TAXTAB-PERCENT(WS-BEST-IDX) NOT = ZERO
                 MOVE WS-BEST-EFF-DATE TO TA-EFF-DATE
                 MOVE "T" TO TA-FLAG
                 ADD WS-SIGNED-EXT TO RT-TAB-BASE(WS-BEST-IDX)
                 ADD WS-SIGNED-TAX TO RT-TAB-TAX(WS-BEST-IDX)
                 ADD WS-SIGNED-EXT TO WS-GT-TAXABLE
                 ADD WS-SIGNED-TAX TO WS-GT-TAX
              WHEN OTHER
                 MOVE ZERO TO TA-EFF-DATE
                 MOVE "E" TO TA-FLAG
                 PERFORM FIND-VALID-CODE-SLOT
                 IF WS-SUM-IDX NOT > 5
                    ADD WS-SIGNED-EXT TO WS-EXEMPT-BASE(WS-SUM-IDX)
                 END-IF
                 ADD WS-SIGNED-EXT TO WS-GT-EXEMPT
                 ADD WS-SIGNED-TAX TO WS-GT-TAX
           END-EVALUATE
           MOVE TAXAUDIT-RECORD TO TAXAUDIT-LINE
           WRITE TAXAUDIT-LINE.

       LOOKUP-CERT-EXEMPTION.
           MOVE "N" TO WS-CERT-EXEMPT
           IF WS-EXMPTDTL-AVAIL = "Y"
                 AND ID-TAX-CENTS = ZERO
                 AND WS-RATE-FOUND = "Y"
              MOVE ID-DETAIL-KEY TO XD-DETAIL-KEY
              READ EXMPTDTL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF XD-TAX-CODE = ID-TAX-CODE
                       MOVE "Y" TO WS-CERT-EXEMPT
                    END-IF
              END-READ
           END-IF.

       ACCUMULATE-CERT-EXEMPT.
           PERFORM FIND-VALID-CODE-SLOT
           IF WS-SUM-IDX NOT > 5
              ADD WS-SIGNED-EXT TO WS-CERT-EXEMPT-BASE(WS-SUM-IDX)
           END-IF
           ADD WS-SIGNED-EXT TO WS-GT-CERT-EXEMPT
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                 UNTIL WS-CERT-IDX > WS-CERT-COUNT
                    OR (CT-CERT-NO(WS-CERT-IDX) = XD-CERT-NO
                        AND CT-TAX-CODE(WS-CERT-IDX) = ID-TAX-CODE)
           END-PERFORM
           IF WS-CERT-IDX > WS-CERT-COUNT
              IF WS-CERT-COUNT >= WS-MAX-CERT
                 ADD 1 TO WS-CERT-OVERFLOW
              ELSE
                 ADD 1 TO WS-CERT-COUNT
                 MOVE WS-CERT-COUNT TO WS-CERT-IDX
                 MOVE XD-CERT-NO TO CT-CERT-NO(WS-CERT-IDX)
                 MOVE ID-TAX-CODE TO CT-TAX-CODE(WS-CERT-IDX)
                 MOVE ZERO TO CT-BASE(WS-CERT-IDX)
                 MOVE ZERO TO CT-LINES(WS-CERT-IDX)
              END-IF
           END-IF
           IF WS-CERT-IDX NOT > WS-CERT-COUNT
              ADD WS-SIGNED-EXT TO CT-BASE(WS-CERT-IDX)
              ADD 1 TO CT-LINES(WS-CERT-IDX)
           END-IF.

       ACCUMULATE-UNDATED.
           MOVE ID-INVOICE-ID TO TA-INVOICE-ID
           MOVE ID-LINE-NO TO TA-LINE-NO
                 WRITE TAXREMIT-LINE
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 5
              IF WS-CERT-EXEMPT-BASE(WS-SUM-IDX) NOT = ZERO
                 MOVE "CX" TO TR-REC-TYPE
                 MOVE WS-VALID-TAX-CODE(WS-SUM-IDX) TO TR-CODE
                 MOVE ZERO TO TR-EFF-DATE
                 MOVE ZERO TO TR-RATE
                 MOVE WS-CERT-EXEMPT-BASE(WS-SUM-IDX) TO TR-BASE
                 MOVE ZERO TO TR-TAX
                 MOVE TAXREMIT-RECORD TO TAXREMIT-LINE
                 WRITE TAXREMIT-LINE
                 PERFORM WRITE-CERT-LINES
              END-IF
           END-PERFORM
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1 UNTIL WS-SUM-IDX > 5
              IF UD-TAB-BASE(WS-SUM-IDX) NOT = ZERO
                    OR UD-TAB-TAX(WS-SUM-IDX) NOT = ZERO
           MOVE ZERO TO TR-EFF-DATE
           MOVE ZERO TO TR-RATE
           COMPUTE TR-BASE = WS-GT-TAXABLE + WS-GT-EXEMPT
              + WS-GT-CERT-EXEMPT
           MOVE WS-GT-TAX TO TR-TAX
           MOVE TAXREMIT-RECORD TO TAXREMIT-LINE
           WRITE TAXREMIT-LINE
           CLOSE TAXREMIT-FILE.

       WRITE-CERT-LINES.
           PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                 UNTIL WS-CERT-IDX > WS-CERT-COUNT
              IF CT-TAX-CODE(WS-CERT-IDX) = WS-VALID-TAX-CODE(WS-SUM-IDX)
                 MOVE SPACES TO TAXREMIT-CERT-RECORD
                 MOVE "CE" TO TC-REC-TYPE
                 MOVE CT-TAX-CODE(WS-CERT-IDX) TO TC-CODE
                 MOVE CT-CERT-NO(WS-CERT-IDX) TO TC-CERT-NO
                 MOVE CT-BASE(WS-CERT-IDX) TO TC-BASE
                 MOVE CT-LINES(WS-CERT-IDX) TO TC-LINES
                 MOVE TAXREMIT-CERT-RECORD TO TAXREMIT-LINE
                 WRITE TAXREMIT-LINE
              END-IF
           END-PERFORM.
