           SELECT GLEXTR-FILE ASSIGN TO "glextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTR-FILE-STATUS.
           SELECT GLAREXTR-FILE ASSIGN TO "glarextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLAREXTR-FILE-STATUS.
           SELECT GLFCEXTR-FILE ASSIGN TO "glfcextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFCEXTR-FILE-STATUS.
           SELECT GLRFEXTR-FILE ASSIGN TO "glrfextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRFEXTR-FILE-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO "gljrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-FILE-STATUS.
       FILE SECTION.
       FD GLEXTR-FILE.
       01 GLEXTR-LINE                PIC X(32).
       FD GLAREXTR-FILE.
       01 GLAREXTR-LINE              PIC X(32).
       FD GLFCEXTR-FILE.
       01 GLFCEXTR-LINE              PIC X(32).
       FD GLRFEXTR-FILE.
       01 GLRFEXTR-LINE              PIC X(32).
       FD GLJRNL-FILE.
       01 GLJRNL-LINE                PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-GLEXTR-FILE-STATUS      PIC XX VALUE SPACES.
       01 WS-GLAREXTR-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-GLFCEXTR-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-GLRFEXTR-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-GLJRNL-FILE-STATUS      PIC XX VALUE SPACES.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-EXTRACT-DATE            PIC 9(8) VALUE 0.
       01 WS-POST-COUNT              PIC 9(5) VALUE 0.
       01 WS-GL-NET                  PIC S9(13) VALUE 0.
       01 WS-POST-SOURCE             PIC XX VALUE SPACES.
       01 WS-POST-FILENAME           PIC X(12) VALUE SPACES.
       01 WS-SL-POST                 PIC X VALUE "N".
       01 WS-SL-DATE                 PIC 9(8) VALUE 0.
       01 WS-CR-POST                 PIC X VALUE "N".
       01 WS-CR-DATE                 PIC 9(8) VALUE 0.
       01 WS-FC-POST                 PIC X VALUE "N".
       01 WS-FC-DATE                 PIC 9(8) VALUE 0.
       01 WS-RF-POST                 PIC X VALUE "N".
       01 WS-RF-DATE                 PIC 9(8) VALUE 0.
       01 GLEXTR-RECORD.
          05 GL-SEQ-NO               PIC 9(4).
          05 GL-RUN-DATE             PIC 9(8).
          05 GJ-SEQ-NO               PIC 9(4).
          05 GJ-DRCR                 PIC X.
          05 GJ-AMOUNT               PIC 9(11).
          05 GJ-SOURCE               PIC XX.
             88 GJ-SOURCE-SALES      VALUE "SL" "  ".
             88 GJ-SOURCE-CASH       VALUE "CR".
             88 GJ-SOURCE-FINCHG     VALUE "FC".
             88 GJ-SOURCE-REFUND     VALUE "RF".

       PROCEDURE DIVISION.
           OPEN INPUT GLEXTR-FILE
              AT END
                 DISPLAY "GL-POSTING: glextr.txt is empty - "
                    "nothing to post"
              NOT AT END
                 MOVE GLEXTR-LINE TO GLEXTR-RECORD
                 MOVE GL-RUN-DATE TO WS-SL-DATE
                 MOVE "Y" TO WS-SL-POST
           END-READ
           OPEN INPUT GLAREXTR-FILE
           IF WS-GLAREXTR-FILE-STATUS = "00"
              READ GLAREXTR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GLAREXTR-LINE TO GLEXTR-RECORD
                    MOVE GL-RUN-DATE TO WS-CR-DATE
                    MOVE "Y" TO WS-CR-POST
              END-READ
           ELSE
              MOVE "M" TO WS-CR-POST
           END-IF
           OPEN INPUT GLFCEXTR-FILE
           IF WS-GLFCEXTR-FILE-STATUS = "00"
              READ GLFCEXTR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GLFCEXTR-LINE TO GLEXTR-RECORD
                    MOVE GL-RUN-DATE TO WS-FC-DATE
                    MOVE "Y" TO WS-FC-POST
              END-READ
           ELSE
              MOVE "M" TO WS-FC-POST
           END-IF
           OPEN INPUT GLRFEXTR-FILE
           IF WS-GLRFEXTR-FILE-STATUS = "00"
              READ GLRFEXTR-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE GLRFEXTR-LINE TO GLEXTR-RECORD
                    MOVE GL-RUN-DATE TO WS-RF-DATE
                    MOVE "Y" TO WS-RF-POST
              END-READ
           ELSE
              MOVE "M" TO WS-RF-POST
           END-IF
           PERFORM CHECK-ALREADY-POSTED
           IF WS-SL-POST = "D"
              DISPLAY "GL-POSTING: journals for " WS-SL-DATE
                 " already on gljrnl.dat - glextr.txt not posted"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CR-POST = "D"
              DISPLAY "GL-POSTING: journals for " WS-CR-DATE
                 " already on gljrnl.dat - glarextr.txt not posted"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FC-POST = "D"
              DISPLAY "GL-POSTING: journals for " WS-FC-DATE
                 " already on gljrnl.dat - glfcextr.txt not posted"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-RF-POST = "D"
              DISPLAY "GL-POSTING: journals for " WS-RF-DATE
                 " already on gljrnl.dat - glrfextr.txt not posted"
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-SL-POST = "Y" OR WS-CR-POST = "Y" OR WS-FC-POST = "Y"
                 OR WS-RF-POST = "Y"
              OPEN EXTEND GLJRNL-FILE
              IF WS-GLJRNL-FILE-STATUS = "35"
                 OPEN OUTPUT GLJRNL-FILE
              END-IF
              IF WS-SL-POST = "Y"
                 PERFORM POST-SALES-EXTRACT
              END-IF
              IF WS-CR-POST = "Y"
                 PERFORM POST-CASH-EXTRACT
              END-IF
              IF WS-FC-POST = "Y"
                 PERFORM POST-FINCHG-EXTRACT
                 IF WS-GL-NET = ZERO
                    MOVE "P" TO WS-FC-POST
                 END-IF
              END-IF
              IF WS-RF-POST = "Y"
                 PERFORM POST-REFUND-EXTRACT
                 IF WS-GL-NET = ZERO
                    MOVE "P" TO WS-RF-POST
                 END-IF
              END-IF
              CLOSE GLJRNL-FILE
           END-IF
           CLOSE GLEXTR-FILE
           IF WS-CR-POST NOT = "M"
              CLOSE GLAREXTR-FILE
           END-IF
           IF WS-FC-POST NOT = "M"
              CLOSE GLFCEXTR-FILE
           END-IF
           IF WS-RF-POST NOT = "M"
              CLOSE GLRFEXTR-FILE
           END-IF
           IF WS-FC-POST = "P"
              OPEN OUTPUT GLFCEXTR-FILE
              CLOSE GLFCEXTR-FILE
           END-IF
           IF WS-RF-POST = "P"
              OPEN OUTPUT GLRFEXTR-FILE
              CLOSE GLRFEXTR-FILE
           END-IF
           STOP RUN.

                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE GLJRNL-LINE TO GLJRNL-RECORD
                       EVALUATE TRUE
                          WHEN GJ-SOURCE-SALES
                             IF WS-SL-POST = "Y"
                                   AND GJ-RUN-DATE = WS-SL-DATE
                                MOVE "D" TO WS-SL-POST
                             END-IF
                          WHEN GJ-SOURCE-CASH
                             IF WS-CR-POST = "Y"
                                   AND GJ-RUN-DATE = WS-CR-DATE
                                MOVE "D" TO WS-CR-POST
                             END-IF
                          WHEN GJ-SOURCE-FINCHG
                             IF WS-FC-POST = "Y"
                                   AND GJ-RUN-DATE = WS-FC-DATE
                                MOVE "D" TO WS-FC-POST
                             END-IF
                          WHEN GJ-SOURCE-REFUND
                             IF WS-RF-POST = "Y"
                                   AND GJ-RUN-DATE = WS-RF-DATE
                                MOVE "D" TO WS-RF-POST
                             END-IF
                       END-EVALUATE
                 END-READ
              END-PERFORM
              CLOSE GLJRNL-FILE
              MOVE "N" TO EOF-FLAG
           END-IF.

       POST-SALES-EXTRACT.
           MOVE "SL" TO WS-POST-SOURCE
           MOVE "glextr.txt" TO WS-POST-FILENAME
           MOVE WS-SL-DATE TO WS-EXTRACT-DATE
           MOVE GLEXTR-LINE TO GLEXTR-RECORD
           PERFORM START-EXTRACT-POSTING
           PERFORM POST-ONE-JOURNAL-LINE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ GLEXTR-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE GLEXTR-LINE TO GLEXTR-RECORD
                    PERFORM POST-ONE-JOURNAL-LINE
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           PERFORM END-EXTRACT-POSTING.

       POST-CASH-EXTRACT.
           MOVE "CR" TO WS-POST-SOURCE
           MOVE "glarextr.txt" TO WS-POST-FILENAME
           MOVE WS-CR-DATE TO WS-EXTRACT-DATE
           MOVE GLAREXTR-LINE TO GLEXTR-RECORD
           PERFORM START-EXTRACT-POSTING
           PERFORM POST-ONE-JOURNAL-LINE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ GLAREXTR-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE GLAREXTR-LINE TO GLEXTR-RECORD
                    PERFORM POST-ONE-JOURNAL-LINE
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           PERFORM END-EXTRACT-POSTING.

       POST-FINCHG-EXTRACT.
           MOVE "FC" TO WS-POST-SOURCE
           MOVE "glfcextr.txt" TO WS-POST-FILENAME
           MOVE WS-FC-DATE TO WS-EXTRACT-DATE
           MOVE GLFCEXTR-LINE TO GLEXTR-RECORD
           PERFORM START-EXTRACT-POSTING
           PERFORM POST-ONE-JOURNAL-LINE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ GLFCEXTR-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE GLFCEXTR-LINE TO GLEXTR-RECORD
                    PERFORM POST-ONE-JOURNAL-LINE
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           PERFORM END-EXTRACT-POSTING.

       POST-REFUND-EXTRACT.
           MOVE "RF" TO WS-POST-SOURCE
           MOVE "glrfextr.txt" TO WS-POST-FILENAME
           MOVE WS-RF-DATE TO WS-EXTRACT-DATE
           MOVE GLRFEXTR-LINE TO GLEXTR-RECORD
           PERFORM START-EXTRACT-POSTING
           PERFORM POST-ONE-JOURNAL-LINE
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ GLRFEXTR-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE GLRFEXTR-LINE TO GLEXTR-RECORD
                    PERFORM POST-ONE-JOURNAL-LINE
              END-READ
           END-PERFORM
           MOVE "N" TO EOF-FLAG
           PERFORM END-EXTRACT-POSTING.

       START-EXTRACT-POSTING.
           MOVE ZERO TO WS-POST-COUNT
           MOVE ZERO TO WS-GL-NET.

       END-EXTRACT-POSTING.
           DISPLAY "GL-POSTING: " WS-POST-COUNT " entries posted for "
              WS-EXTRACT-DATE " from " WS-POST-FILENAME
           IF WS-GL-NET NOT = ZERO
              DISPLAY "GL-POSTING: " WS-POST-FILENAME
                 " does not cross-foot - net " WS-GL-NET
              MOVE 16 TO RETURN-CODE
           END-IF.

       POST-ONE-JOURNAL-LINE.
           MOVE GL-RUN-DATE(1:6) TO GJ-PERIOD
           MOVE GL-ACCT-NO TO GJ-ACCT-NO
           MOVE GL-SEQ-NO TO GJ-SEQ-NO
           MOVE GL-DRCR TO GJ-DRCR
           MOVE GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-POST-SOURCE TO GJ-SOURCE
           IF GL-DRCR = "D"
              ADD GL-AMOUNT TO WS-GL-NET
           ELSE
