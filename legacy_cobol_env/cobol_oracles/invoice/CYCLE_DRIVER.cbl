       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCDATE-FILE ASSIGN TO "procdate.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-FILE-STATUS.
           SELECT CYCLECTL-FILE ASSIGN TO "cyclectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLECTL-FILE-STATUS.
           SELECT CYCLEOPT-FILE ASSIGN TO "cycleopt.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLEOPT-FILE-STATUS.
           SELECT CYCLECHK-FILE ASSIGN TO "cyclechk.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLECHK-FILE-STATUS.
           SELECT CYCLEHST-FILE ASSIGN TO "cyclehst.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLEHST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD CYCLECTL-FILE.
       01 CYCLECTL-LINE              PIC X(83).
       FD CYCLEOPT-FILE.
       01 CYCLEOPT-LINE              PIC X(32).
       FD CYCLECHK-FILE.
       01 CYCLECHK-LINE              PIC X(20).
       FD CYCLEHST-FILE.
       01 CYCLEHST-LINE              PIC X(67).

       WORKING-STORAGE SECTION.
       01 WS-PROCDATE-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLECTL-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLEOPT-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLECHK-FILE-STATUS    PIC XX VALUE SPACES.
       01 WS-CYCLEHST-FILE-STATUS    PIC XX VALUE SPACES.
       01 EOF-FLAG                   PIC X VALUE "N".
       01 WS-RUN-DATE                PIC 9(8) VALUE 0.
       01 WS-RUN-DAY-INT             PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE               PIC 9(8) VALUE 0.
       01 WS-MONTH-END               PIC X VALUE "N".
       01 WS-RESTART-REQUESTED       PIC X VALUE "N".
       01 WS-ABANDON-REQUESTED       PIC X VALUE "N".
       01 WS-RESUME-SEQ              PIC 9(3) VALUE 0.
       01 WS-CYCLE-STOPPED           PIC X VALUE "N".
       01 WS-STEP-COUNT              PIC 99 VALUE 0.
       01 WS-MAX-STEPS               PIC 99 VALUE 50.
       01 WS-STEP-IDX                PIC 99 VALUE 0.
       01 WS-PREV-SEQ                PIC 9(3) VALUE 0.
       01 WS-RAN-COUNT               PIC 99 VALUE 0.
       01 WS-SKIP-COUNT              PIC 99 VALUE 0.
       01 WS-BYPASS-COUNT            PIC 99 VALUE 0.
       01 WS-HIGH-RC                 PIC 9(3) VALUE 0.
       01 WS-SYSTEM-RESULT           PIC S9(9) VALUE 0.
       01 WS-STEP-RC                 PIC 9(9) VALUE 0.
       01 WS-STEP-SIGNAL             PIC 9(9) VALUE 0.
       01 WS-STEP-STATUS             PIC X VALUE SPACE.
       01 WS-START-DATE              PIC 9(8) VALUE 0.
       01 WS-START-TIME              PIC 9(8) VALUE 0.
       01 WS-END-DATE                PIC 9(8) VALUE 0.
       01 WS-END-TIME                PIC 9(8) VALUE 0.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 50 TIMES.
             10 ST-SEQ               PIC 9(3).
             10 ST-NAME              PIC X(16).
             10 ST-MAX-RC            PIC 9(3).
             10 ST-SCHEDULE          PIC X.
             10 ST-COMMAND           PIC X(60).
             10 ST-REQUESTED         PIC X.
       01 CYCLECTL-RECORD.
          05 CC-STEP-SEQ             PIC 9(3).
          05 CC-STEP-NAME            PIC X(16).
          05 CC-MAX-RC               PIC 9(3).
          05 CC-SCHEDULE             PIC X.
             88 CC-SCHEDULE-DAILY    VALUE "D".
             88 CC-SCHEDULE-MONTHEND VALUE "M".
             88 CC-SCHEDULE-ONDEMAND VALUE "O".
          05 CC-COMMAND              PIC X(60).
       01 CYCLEOPT-RECORD.
          05 CO-RUN-DATE             PIC 9(8).
          05 CO-KEYWORD              PIC X(8).
             88 CO-RESTART           VALUE "RESTART".
             88 CO-ABANDON           VALUE "ABANDON".
             88 CO-RUN-STEP          VALUE "RUN".
          05 CO-STEP-NAME            PIC X(16).
       01 CYCLECHK-RECORD.
          05 CK-RUN-DATE             PIC 9(8).
          05 CK-STATUS               PIC X.
             88 CK-STATUS-ACTIVE     VALUE "A".
             88 CK-STATUS-STOPPED    VALUE "F".
             88 CK-STATUS-COMPLETE   VALUE "C".
          05 CK-LAST-SEQ             PIC 9(3).
          05 CK-FAILED-SEQ           PIC 9(3).
          05 CK-FAILED-RC            PIC 9(3).
          05 FILLER                  PIC X(2) VALUE SPACES.
       01 CYCLEHST-RECORD.
          05 CH-RUN-DATE             PIC 9(8).
          05 CH-STEP-SEQ             PIC 9(3).
          05 CH-STEP-NAME            PIC X(16).
          05 CH-STATUS               PIC X.
          05 CH-START-DATE           PIC 9(8).
          05 CH-START-TIME           PIC 9(8).
          05 CH-END-DATE             PIC 9(8).
          05 CH-END-TIME             PIC 9(8).
          05 CH-RETURN-CODE          PIC 9(3).
          05 CH-MAX-RC               PIC 9(3).
          05 CH-RESTART-FLAG         PIC X.

       PROCEDURE DIVISION.
           PERFORM READ-PROCESSING-DATE
           PERFORM SET-MONTH-END-FLAG
           PERFORM LOAD-CYCLE-STEPS
           PERFORM LOAD-CYCLE-OPTIONS
           PERFORM READ-CYCLE-CHECKPOINT
           MOVE WS-RUN-DATE TO CK-RUN-DATE
           MOVE "A" TO CK-STATUS
           MOVE WS-RESUME-SEQ TO CK-LAST-SEQ
           MOVE ZERO TO CK-FAILED-SEQ
           MOVE ZERO TO CK-FAILED-RC
           PERFORM WRITE-CYCLE-CHECKPOINT
           IF WS-RESTART-REQUESTED = "Y"
              DISPLAY "CYCLE-DRIVER: restarting cycle " WS-RUN-DATE
                 " after step " WS-RESUME-SEQ
           ELSE
              DISPLAY "CYCLE-DRIVER: starting cycle " WS-RUN-DATE
                 " - month end " WS-MONTH-END
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT
                    OR WS-CYCLE-STOPPED = "Y"
              PERFORM PROCESS-ONE-STEP
           END-PERFORM
           IF WS-CYCLE-STOPPED = "Y"
              DISPLAY "CYCLE-DRIVER: cycle " WS-RUN-DATE
                 " stopped at step " CK-FAILED-SEQ
                 " - fix and rerun with RESTART in cycleopt.dat"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "C" TO CK-STATUS
           PERFORM WRITE-CYCLE-CHECKPOINT
           DISPLAY "CYCLE-DRIVER: cycle " WS-RUN-DATE " complete - "
              WS-RAN-COUNT " steps run, " WS-SKIP-COUNT " not scheduled, "
              WS-BYPASS-COUNT " bypassed on restart, highest RC " WS-HIGH-RC
           MOVE WS-HIGH-RC TO RETURN-CODE
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
                       DISPLAY "CYCLE-DRIVER: procdate.dat date '"
                          PROCDATE-LINE "' is not numeric - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE PROCDATE-FILE
           ELSE
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

       SET-MONTH-END-FLAG.
           COMPUTE WS-RUN-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-INT)
           IF WS-NEXT-DATE(5:2) NOT = WS-RUN-DATE(5:2)
              MOVE "Y" TO WS-MONTH-END
           ELSE
              MOVE "N" TO WS-MONTH-END
           END-IF.

       LOAD-CYCLE-STEPS.
           OPEN INPUT CYCLECTL-FILE
           IF WS-CYCLECTL-FILE-STATUS NOT = "00"
              DISPLAY "CYCLE-DRIVER: cyclectl.dat is missing - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
              READ CYCLECTL-FILE
                 AT END
                    MOVE "Y" TO EOF-FLAG
                 NOT AT END
                    MOVE CYCLECTL-LINE TO CYCLECTL-RECORD
                    PERFORM VALIDATE-CYCLE-STEP
                    IF WS-STEP-COUNT >= WS-MAX-STEPS
                       DISPLAY "CYCLE-DRIVER: cyclectl.dat has more than "
                          WS-MAX-STEPS " steps - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    ADD 1 TO WS-STEP-COUNT
                    MOVE CC-STEP-SEQ TO ST-SEQ(WS-STEP-COUNT)
                    MOVE CC-STEP-NAME TO ST-NAME(WS-STEP-COUNT)
                    MOVE CC-MAX-RC TO ST-MAX-RC(WS-STEP-COUNT)
                    MOVE CC-SCHEDULE TO ST-SCHEDULE(WS-STEP-COUNT)
                    MOVE CC-COMMAND TO ST-COMMAND(WS-STEP-COUNT)
                    MOVE "N" TO ST-REQUESTED(WS-STEP-COUNT)
                    MOVE CC-STEP-SEQ TO WS-PREV-SEQ
              END-READ
           END-PERFORM
           CLOSE CYCLECTL-FILE
           MOVE "N" TO EOF-FLAG
           IF WS-STEP-COUNT = 0
              DISPLAY "CYCLE-DRIVER: cyclectl.dat is empty - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       VALIDATE-CYCLE-STEP.
           IF CC-STEP-SEQ IS NOT NUMERIC
              OR CC-MAX-RC IS NOT NUMERIC
              OR CC-STEP-NAME = SPACES
              OR CC-COMMAND = SPACES
              OR NOT (CC-SCHEDULE-DAILY OR CC-SCHEDULE-MONTHEND
                      OR CC-SCHEDULE-ONDEMAND)
              DISPLAY "CYCLE-DRIVER: cyclectl.dat step '" CYCLECTL-LINE(1:23)
                 "' is invalid - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CC-STEP-SEQ NOT > WS-PREV-SEQ
              DISPLAY "CYCLE-DRIVER: cyclectl.dat step " CC-STEP-SEQ
                 " is out of sequence - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOAD-CYCLE-OPTIONS.
           OPEN INPUT CYCLEOPT-FILE
           IF WS-CYCLEOPT-FILE-STATUS = "00"
              PERFORM UNTIL EOF-FLAG = "Y"
                 READ CYCLEOPT-FILE
                    AT END
                       MOVE "Y" TO EOF-FLAG
                    NOT AT END
                       MOVE CYCLEOPT-LINE TO CYCLEOPT-RECORD
                       PERFORM APPLY-CYCLE-OPTION
                 END-READ
              END-PERFORM
              CLOSE CYCLEOPT-FILE
              MOVE "N" TO EOF-FLAG
           END-IF.

       APPLY-CYCLE-OPTION.
           IF CO-RUN-DATE IS NOT NUMERIC
              OR NOT (CO-RESTART OR CO-ABANDON OR CO-RUN-STEP)
              DISPLAY "CYCLE-DRIVER: cycleopt.dat option '" CYCLEOPT-LINE
                 "' is invalid - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CO-RUN-DATE NOT = WS-RUN-DATE
              DISPLAY "CYCLE-DRIVER: cycleopt.dat option '" CYCLEOPT-LINE
                 "' is not for " WS-RUN-DATE " - ignored"
           ELSE
              EVALUATE TRUE
                 WHEN CO-RESTART
                    MOVE "Y" TO WS-RESTART-REQUESTED
                 WHEN CO-ABANDON
                    MOVE "Y" TO WS-ABANDON-REQUESTED
                 WHEN OTHER
                    PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                          UNTIL WS-STEP-IDX > WS-STEP-COUNT
                             OR ST-NAME(WS-STEP-IDX) = CO-STEP-NAME
                    END-PERFORM
                    IF WS-STEP-IDX > WS-STEP-COUNT
                       DISPLAY "CYCLE-DRIVER: cycleopt.dat step " CO-STEP-NAME
                          " is not on cyclectl.dat - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    IF ST-SCHEDULE(WS-STEP-IDX) NOT = "O"
                       DISPLAY "CYCLE-DRIVER: cycleopt.dat step " CO-STEP-NAME
                          " is not an on-demand step - run aborted"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                    MOVE "Y" TO ST-REQUESTED(WS-STEP-IDX)
              END-EVALUATE
           END-IF.

       READ-CYCLE-CHECKPOINT.
           MOVE SPACES TO CYCLECHK-RECORD
           OPEN INPUT CYCLECHK-FILE
           IF WS-CYCLECHK-FILE-STATUS = "00"
              READ CYCLECHK-FILE
                 AT END
                    MOVE SPACES TO CYCLECHK-RECORD
                 NOT AT END
                    MOVE CYCLECHK-LINE TO CYCLECHK-RECORD
              END-READ
              CLOSE CYCLECHK-FILE
           END-IF
           IF WS-RESTART-REQUESTED = "Y" AND WS-ABANDON-REQUESTED = "Y"
              DISPLAY "CYCLE-DRIVER: cycleopt.dat has both RESTART and "
                 "ABANDON for " WS-RUN-DATE " - run aborted"
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RESTART-REQUESTED = "Y"
              IF CK-RUN-DATE NOT = WS-RUN-DATE OR CK-STATUS-COMPLETE
                 OR CK-LAST-SEQ IS NOT NUMERIC
                 DISPLAY "CYCLE-DRIVER: no stopped cycle for " WS-RUN-DATE
                    " on cyclechk.dat - restart aborted"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CK-LAST-SEQ TO WS-RESUME-SEQ
           ELSE
              IF CK-RUN-DATE = WS-RUN-DATE
                 IF CK-STATUS-COMPLETE
                    DISPLAY "CYCLE-DRIVER: cycle " WS-RUN-DATE
                       " already complete - run aborted"
                 ELSE
                    DISPLAY "CYCLE-DRIVER: cycle " WS-RUN-DATE
                       " stopped after step " CK-LAST-SEQ
                       " - use RESTART in cycleopt.dat - run aborted"
                 END-IF
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF CK-STATUS-ACTIVE OR CK-STATUS-STOPPED
                 IF WS-ABANDON-REQUESTED = "Y"
                    DISPLAY "CYCLE-DRIVER: cycle " CK-RUN-DATE
                       " stopped after step " CK-LAST-SEQ
                       " - abandoned by cycleopt.dat"
                 ELSE
                    DISPLAY "CYCLE-DRIVER: cycle " CK-RUN-DATE
                       " stopped after step " CK-LAST-SEQ
                       " and was never restarted - run aborted"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              MOVE ZERO TO WS-RESUME-SEQ
           END-IF.

       PROCESS-ONE-STEP.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-START-TIME FROM TIME
           MOVE WS-START-DATE TO WS-END-DATE
           MOVE WS-START-TIME TO WS-END-TIME
           MOVE ZERO TO WS-STEP-RC
           EVALUATE TRUE
              WHEN ST-SEQ(WS-STEP-IDX) NOT > WS-RESUME-SEQ
                 MOVE "B" TO WS-STEP-STATUS
                 ADD 1 TO WS-BYPASS-COUNT
              WHEN ST-SCHEDULE(WS-STEP-IDX) = "M" AND WS-MONTH-END NOT = "Y"
                 MOVE "S" TO WS-STEP-STATUS
                 ADD 1 TO WS-SKIP-COUNT
              WHEN ST-SCHEDULE(WS-STEP-IDX) = "O"
                   AND ST-REQUESTED(WS-STEP-IDX) NOT = "Y"
                 MOVE "S" TO WS-STEP-STATUS
                 ADD 1 TO WS-SKIP-COUNT
              WHEN OTHER
                 PERFORM RUN-ONE-STEP
           END-EVALUATE
           PERFORM WRITE-CYCLE-HISTORY
           IF WS-STEP-STATUS = "F"
              MOVE "Y" TO WS-CYCLE-STOPPED
              MOVE "F" TO CK-STATUS
              MOVE ST-SEQ(WS-STEP-IDX) TO CK-FAILED-SEQ
              MOVE WS-STEP-RC TO CK-FAILED-RC
              PERFORM WRITE-CYCLE-CHECKPOINT
           ELSE
              IF WS-STEP-STATUS NOT = "B"
                 MOVE ST-SEQ(WS-STEP-IDX) TO CK-LAST-SEQ
                 PERFORM WRITE-CYCLE-CHECKPOINT
              END-IF
           END-IF.

       RUN-ONE-STEP.
           DISPLAY "CYCLE-DRIVER: step " ST-SEQ(WS-STEP-IDX) " "
              ST-NAME(WS-STEP-IDX) " started"
           ADD 1 TO WS-RAN-COUNT
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING ST-COMMAND(WS-STEP-IDX)
           MOVE RETURN-CODE TO WS-SYSTEM-RESULT
           MOVE ZERO TO RETURN-CODE
           IF WS-SYSTEM-RESULT < 0
              MOVE 999 TO WS-STEP-RC
           ELSE
              DIVIDE WS-SYSTEM-RESULT BY 256 GIVING WS-STEP-RC
                 REMAINDER WS-STEP-SIGNAL
              IF WS-STEP-SIGNAL NOT = 0 OR WS-STEP-RC > 999
                 MOVE 999 TO WS-STEP-RC
              END-IF
           END-IF
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD
           ACCEPT WS-END-TIME FROM TIME
           IF WS-STEP-RC > ST-MAX-RC(WS-STEP-IDX)
              MOVE "F" TO WS-STEP-STATUS
              DISPLAY "CYCLE-DRIVER: step " ST-SEQ(WS-STEP-IDX) " "
                 ST-NAME(WS-STEP-IDX) " RC " WS-STEP-RC(7:3)
                 " exceeds maximum " ST-MAX-RC(WS-STEP-IDX)
           ELSE
              MOVE "C" TO WS-STEP-STATUS
              DISPLAY "CYCLE-DRIVER: step " ST-SEQ(WS-STEP-IDX) " "
                 ST-NAME(WS-STEP-IDX) " ended RC " WS-STEP-RC(7:3)
           END-IF
           IF WS-STEP-RC > WS-HIGH-RC
              MOVE WS-STEP-RC TO WS-HIGH-RC
           END-IF.

       WRITE-CYCLE-HISTORY.
           OPEN EXTEND CYCLEHST-FILE
           IF WS-CYCLEHST-FILE-STATUS = "35"
              OPEN OUTPUT CYCLEHST-FILE
           END-IF
           MOVE WS-RUN-DATE TO CH-RUN-DATE
           MOVE ST-SEQ(WS-STEP-IDX) TO CH-STEP-SEQ
           MOVE ST-NAME(WS-STEP-IDX) TO CH-STEP-NAME
           MOVE WS-STEP-STATUS TO CH-STATUS
           MOVE WS-START-DATE TO CH-START-DATE
           MOVE WS-START-TIME TO CH-START-TIME
           MOVE WS-END-DATE TO CH-END-DATE
           MOVE WS-END-TIME TO CH-END-TIME
           MOVE WS-STEP-RC TO CH-RETURN-CODE
           MOVE ST-MAX-RC(WS-STEP-IDX) TO CH-MAX-RC
           MOVE WS-RESTART-REQUESTED TO CH-RESTART-FLAG
           MOVE CYCLEHST-RECORD TO CYCLEHST-LINE
           WRITE CYCLEHST-LINE
           CLOSE CYCLEHST-FILE.

       WRITE-CYCLE-CHECKPOINT.
           OPEN OUTPUT CYCLECHK-FILE
           MOVE CYCLECHK-RECORD TO CYCLECHK-LINE
           WRITE CYCLECHK-LINE
           CLOSE CYCLECHK-FILE.
