       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunTrend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-FILE ASSIGN DYNAMIC WS-PLN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PLN-STATUS.
           SELECT OPTIONAL RUNLOG-FILE ASSIGN DYNAMIC WS-LOG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-FILE.
       01 PLAN-REC.
           05 JP-STEP           PIC 99.
           05 JP-PROGRAM        PIC X(14).
           05 JP-PARM           PIC X(10).
       01 PLAN-WINDOW-REC.
           05 FILLER            PIC X(16).
           05 JPW-HH            PIC 99.
           05 JPW-MM            PIC 99.
           05 FILLER            PIC X(6).

       FD RUNLOG-FILE.
       01 RUNLOG-REC.
           05 RL-DATE           PIC 9(8).
           05 RL-STEP           PIC 99.
           05 RL-PROGRAM        PIC X(14).
           05 RL-START          PIC 9(8).
           05 RL-END            PIC 9(8).
           05 RL-RC             PIC 99.
           05 RL-STATUS         PIC X(8).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-NIGHTS-PARM        PIC X(10) VALUE SPACES.
       01 WS-NIGHTS-PARM-R REDEFINES WS-NIGHTS-PARM.
           05 WS-NIGHTS-3       PIC 999.
           05 FILLER            PIC X(7).
       01 WS-HORIZON-PARM       PIC X(10) VALUE SPACES.
       01 WS-HORIZON-PARM-R REDEFINES WS-HORIZON-PARM.
           05 WS-HORIZON-3      PIC 999.
           05 FILLER            PIC X(7).

       01 WS-NIGHTS-WANTED      PIC 99 VALUE 30.
       01 WS-HORIZON            PIC 999 VALUE 14.

       01 WS-PLN-FILENAME       PIC X(40) VALUE 'jobplan.txt'.
       01 WS-PLN-STATUS         PIC XX VALUE '00'.
       01 WS-LOG-FILENAME       PIC X(40) VALUE 'runlog.txt'.
       01 WS-LOG-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'runtrend.txt'.

       01 EOF-PLN               PIC X VALUE 'N'.
       01 EOF-LOG               PIC X VALUE 'N'.

       01 WS-WINDOW-SET         PIC X VALUE 'N'.
       01 WS-WINDOW-SECS        PIC 9(6) VALUE ZERO.

       01 WS-TOD                PIC 9(8).
       01 WS-TOD-R REDEFINES WS-TOD.
           05 WS-TOD-HH         PIC 99.
           05 WS-TOD-MM         PIC 99.
           05 WS-TOD-SS         PIC 99.
           05 WS-TOD-CC         PIC 99.
       01 WS-TOD-SECS           PIC 9(6).

       01 WS-FMT-SECS           PIC S9(7).
       01 WS-FMT-REM            PIC 9(7).
       01 WS-HMS.
           05 HMS-HH            PIC 99.
           05 FILLER            PIC X VALUE ':'.
           05 HMS-MM            PIC 99.
           05 FILLER            PIC X VALUE ':'.
           05 HMS-SS            PIC 99.

       01 WS-LAST-DATE          PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE          PIC 9(8) VALUE ZERO.
       01 WS-START-SECS         PIC 9(6).
       01 WS-END-SECS           PIC 9(6).
       01 WS-START-REL          PIC 9(6).
       01 WS-END-REL            PIC 9(6).
       01 WS-ELAPSED            PIC S9(6).

       01 NIGHT-COUNT           PIC 99 VALUE ZERO.
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 60 TIMES INDEXED BY NG-IDX.
               10 NGT-DATE        PIC 9(8).
               10 NGT-SEEN        PIC X.
               10 NGT-BASE        PIC 9(6).
               10 NGT-LAST-END    PIC 9(6).
               10 NGT-RUNS        PIC 99.
               10 NGT-FAILS       PIC 99.

       01 STEP-COUNT            PIC 99 VALUE ZERO.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES INDEXED BY ST-IDX.
               10 STT-STEP        PIC 99.
               10 STT-PROGRAM     PIC X(14).
               10 STT-N           PIC 99.
               10 STT-SUM         PIC 9(8).
               10 STT-MAX         PIC 9(6).
               10 STT-SX          PIC 9(6).
               10 STT-SY          PIC 9(9).
               10 STT-SXY         PIC 9(11).
               10 STT-SXX         PIC 9(8).
               10 STT-AVG         PIC 9(6).
               10 STT-SLOPE       PIC S9(6)V9(4).
               10 STT-INTERCEPT   PIC S9(7)V9(4).
               10 STT-PROJ        PIC 9(7).
               10 STT-FAILS       PIC 999.
               10 STT-RESTARTS    PIC 999.
               10 STT-FLAG        PIC X(8).

       01 NSTEP-COUNT           PIC 9(4) VALUE ZERO.
       01 NSTEP-TABLE.
           05 NSTEP-ENTRY OCCURS 1800 TIMES INDEXED BY NS-IDX.
               10 NST-NIGHT       PIC 99.
               10 NST-STEP-IX     PIC 99.
               10 NST-RUNS        PIC 99.
               10 NST-FAILS       PIC 99.
               10 NST-ELAPSED     PIC 9(6).
               10 NST-DONE        PIC X.

       01 WS-NG                 PIC 99.
       01 WS-ST                 PIC 99.
       01 WS-NS                 PIC 9(4).
       01 WS-NX                 PIC 99.
       01 WS-SX                 PIC 99.
       01 WS-H                  PIC 999.
       01 NIGHT-FOUND           PIC X VALUE 'N'.
       01 STEP-FOUND            PIC X VALUE 'N'.
       01 NSTEP-FOUND           PIC X VALUE 'N'.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.

       01 WS-X                  PIC 99.
       01 WS-Y                  PIC 9(6).
       01 WS-DENOM              PIC S9(11).
       01 WS-FIT-WORK           PIC S9(11)V9(4).

       01 CHN-N                 PIC 99 VALUE ZERO.
       01 CHN-SUM               PIC 9(8) VALUE ZERO.
       01 CHN-MAX               PIC 9(6) VALUE ZERO.
       01 CHN-SX                PIC 9(6) VALUE ZERO.
       01 CHN-SY                PIC 9(9) VALUE ZERO.
       01 CHN-SXY               PIC 9(11) VALUE ZERO.
       01 CHN-SXX               PIC 9(8) VALUE ZERO.
       01 CHN-AVG               PIC 9(6) VALUE ZERO.
       01 CHN-SLOPE             PIC S9(6)V9(4) VALUE ZERO.
       01 CHN-START-SUM         PIC 9(9) VALUE ZERO.
       01 CHN-START-AVG         PIC 9(6) VALUE ZERO.

       01 WS-STEP-AVG-SUM       PIC 9(7) VALUE ZERO.
       01 WS-GAP                PIC 9(6) VALUE ZERO.
       01 WS-PROJ-STEP          PIC S9(7)V9(4).
       01 WS-PROJ-TOTAL         PIC 9(7).
       01 WS-PROJ-END           PIC 9(7).
       01 WS-PROJ-HORIZON       PIC 9(7) VALUE ZERO.
       01 WS-WINDOW-REL         PIC 9(7) VALUE ZERO.
       01 WS-BREACH-NIGHT       PIC 999 VALUE ZERO.
       01 WS-BREACH             PIC X VALUE 'N'.
       01 WS-NSTEP-LISTED       PIC 9(4) VALUE ZERO.
       01 WS-REPEATS            PIC 99 VALUE ZERO.
       01 WS-FLAGGED            PIC 99 VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'BATCH RUNTIME TREND REPORT'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(8) VALUE 'NIGHTS: '.
           05 RPH-NIGHTS        PIC Z9.
           05 FILLER            PIC X(7) VALUE '  FROM '.
           05 RPH-FROM          PIC 9(8).
           05 FILLER            PIC X(4) VALUE ' TO '.
           05 RPH-TO            PIC 9(8).
           05 FILLER            PIC X(11) VALUE '  HORIZON: '.
           05 RPH-HORIZON       PIC ZZ9.

       01 RPT-NIGHT-HEADER.
           05 FILLER            PIC X(46) VALUE
               'DATE      START    END      ELAPSED  RUNS FAIL'.

       01 RPT-NIGHT-LINE.
           05 RPN-DATE          PIC 9(8).
           05 FILLER            PIC XX VALUE SPACES.
           05 RPN-START         PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPN-END           PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPN-ELAPSED       PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPN-RUNS          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPN-FAILS         PIC ZZZ9.

       01 RPT-CHAIN-LINE.
           05 FILLER            PIC X(14) VALUE 'CHAIN     AVG '.
           05 RPH-AVG           PIC X(8).
           05 FILLER            PIC X(5) VALUE ' MAX '.
           05 RPH-MAX           PIC X(8).
           05 FILLER            PIC X(8) VALUE ' GROWTH '.
           05 RPH-GROWTH        PIC -(5)9.9.
           05 FILLER            PIC X(10) VALUE ' SEC/NIGHT'.

       01 RPT-STEP-HEADER.
           05 FILLER            PIC X(44) VALUE
               'ST PROGRAM        NTS AVG      MAX       GRO'.
           05 FILLER            PIC X(28) VALUE
               'W/NT FAIL RSTR FLAG'.

       01 RPT-STEP-LINE.
           05 RPS-STEP          PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-PROGRAM       PIC X(14).
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-NIGHTS        PIC Z9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-AVG           PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-MAX           PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-GROWTH        PIC -(5)9.9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-FAILS         PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-RESTARTS      PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-FLAG          PIC X(8).

       01 RPT-FAIL-HEADER.
           05 FILLER            PIC X(44) VALUE
               'DATE     ST PROGRAM        RUNS FAIL'.

       01 RPT-FAIL-LINE.
           05 RPF-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-STEP          PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-PROGRAM       PIC X(14).
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-RUNS          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-FAILS         PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-NOTE          PIC X(8).

       01 RPT-REPEAT-LINE.
           05 FILLER            PIC X(18) VALUE 'REPEATED FAILURE: '.
           05 RPR-STEP          PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPR-PROGRAM       PIC X(14).
           05 FILLER            PIC X(8) VALUE ' FAILED '.
           05 RPR-FAILS         PIC ZZ9.
           05 FILLER            PIC X(6) VALUE ' TIMES'.

       01 NO-FAIL-LINE.
           05 FILLER            PIC X(24) VALUE
               'NO FAILURES OR RESTARTS'.

       01 RPT-WINDOW-LINE.
           05 FILLER            PIC X(12) VALUE 'WINDOW END: '.
           05 RPW-END           PIC X(8).
           05 FILLER            PIC X(19) VALUE
               '  AVG CHAIN START: '.
           05 RPW-START         PIC X(8).

       01 RPT-PROJ-LINE.
           05 FILLER            PIC X(28) VALUE
               'PROJECTED CHAIN ELAPSED IN '.
           05 RPP-NIGHTS        PIC ZZ9.
           05 FILLER            PIC X(9) VALUE ' NIGHTS: '.
           05 RPP-ELAPSED       PIC X(8).
           05 FILLER            PIC X(6) VALUE ' ENDS '.
           05 RPP-END           PIC X(8).

       01 RPT-BREACH-LINE.
           05 FILLER            PIC X(32) VALUE
               '*** WINDOW BREACH PROJECTED IN '.
           05 RPB-NIGHTS        PIC ZZ9.
           05 FILLER            PIC X(11) VALUE ' NIGHT(S) -'.
           05 FILLER            PIC X(17) VALUE
               ' GROWING STEPS:'.

       01 RPT-DRIVER-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RPD-STEP          PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-PROGRAM       PIC X(14).
           05 FILLER            PIC X(7) VALUE ' GROWS '.
           05 RPD-GROWTH        PIC -(5)9.9.
           05 FILLER            PIC X(21) VALUE
               ' SEC/NIGHT PROJECTED '.
           05 RPD-PROJ          PIC X(8).

       01 NO-BREACH-LINE.
           05 FILLER            PIC X(36) VALUE
               'NO WINDOW BREACH PROJECTED'.

       01 NO-WINDOW-LINE.
           05 FILLER            PIC X(36) VALUE
               'NO WINDOW END IN JOB PLAN'.

       01 NO-LOG-LINE.
           05 FILLER            PIC X(30) VALUE
               'NO RUN LOG HISTORY FOUND'.

       01 TABLE-FULL-LINE.
           05 FILLER            PIC X(34) VALUE
               'TREND TABLE FULL - RUN INCOMPLETE'.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-NIGHTS-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-NIGHTS-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-HORIZON-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-HORIZON-PARM
           END-ACCEPT.

           IF WS-NIGHTS-3 IS NUMERIC
                   AND WS-NIGHTS-3 > ZERO AND WS-NIGHTS-3 NOT > 60
               MOVE WS-NIGHTS-3 TO WS-NIGHTS-WANTED
           END-IF.
           IF WS-HORIZON-3 IS NUMERIC
               MOVE WS-HORIZON-3 TO WS-HORIZON
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           PERFORM 110-LOAD-WINDOW.

           PERFORM 120-COLLECT-NIGHTS.

           IF NIGHT-COUNT = ZERO
               WRITE REPORT-REC FROM BLANK-LINE
               WRITE REPORT-REC FROM NO-LOG-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET NG-IDX TO 1.
           MOVE NGT-DATE(NG-IDX) TO WS-FROM-DATE.

           MOVE NIGHT-COUNT TO RPH-NIGHTS.
           MOVE WS-FROM-DATE TO RPH-FROM.
           MOVE WS-LAST-DATE TO RPH-TO.
           MOVE WS-HORIZON TO RPH-HORIZON.
           WRITE REPORT-REC FROM RPT-HEADER-2.
           WRITE REPORT-REC FROM BLANK-LINE.

           PERFORM 130-LOAD-RUNS.

           IF WS-TABLE-FULL = 'Y'
               DISPLAY TABLE-FULL-LINE
               WRITE REPORT-REC FROM TABLE-FULL-LINE
               WRITE REPORT-REC FROM BLANK-LINE
           END-IF.

           PERFORM 200-COMPUTE-STEP-STATS.
           PERFORM 220-COMPUTE-CHAIN-STATS.

           IF WS-WINDOW-SET = 'Y'
               PERFORM 250-FORECAST-WINDOW
           END-IF.

           PERFORM 300-PRINT-NIGHTS.
           PERFORM 310-PRINT-STEPS.
           PERFORM 400-PRINT-FAILURES.
           PERFORM 500-PRINT-FORECAST.
           PERFORM 600-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           IF WS-BREACH = 'Y' OR WS-TABLE-FULL = 'Y'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       050-FORMAT-TIME.
           IF WS-FMT-SECS < ZERO
               COMPUTE WS-FMT-SECS = ZERO - WS-FMT-SECS
           END-IF.
           IF WS-FMT-SECS > 359999
               MOVE 359999 TO WS-FMT-SECS
           END-IF.
           COMPUTE HMS-HH = WS-FMT-SECS / 3600.
           COMPUTE WS-FMT-REM = WS-FMT-SECS - HMS-HH * 3600.
           COMPUTE HMS-MM = WS-FMT-REM / 60.
           COMPUTE HMS-SS = WS-FMT-REM - HMS-MM * 60.

       060-TIME-TO-SECONDS.
           IF WS-TOD IS NUMERIC
               COMPUTE WS-TOD-SECS =
                   WS-TOD-HH * 3600 + WS-TOD-MM * 60 + WS-TOD-SS
           ELSE
               MOVE ZERO TO WS-TOD-SECS
           END-IF.

       110-LOAD-WINDOW.
           OPEN INPUT PLAN-FILE.
           IF WS-PLN-STATUS = '00'
               PERFORM UNTIL EOF-PLN = 'Y'
                   READ PLAN-FILE
                       AT END MOVE 'Y' TO EOF-PLN
                       NOT AT END
                           IF JP-PROGRAM = 'WINDOW-END'
                                   AND JPW-HH IS NUMERIC
                                   AND JPW-MM IS NUMERIC
                                   AND JPW-HH < 24
                                   AND JPW-MM < 60
                               MOVE 'Y' TO WS-WINDOW-SET
                               COMPUTE WS-WINDOW-SECS =
                                   JPW-HH * 3600 + JPW-MM * 60
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.
           IF WS-PLN-STATUS = '05'
               CLOSE PLAN-FILE
           END-IF.

       120-COLLECT-NIGHTS.
           OPEN INPUT RUNLOG-FILE.
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL EOF-LOG = 'Y'
                   READ RUNLOG-FILE
                       AT END MOVE 'Y' TO EOF-LOG
                       NOT AT END
                           IF RL-DATE IS NUMERIC
                                   AND RL-DATE > WS-LAST-DATE
                               PERFORM 125-ADD-NIGHT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.
           IF WS-LOG-STATUS = '05'
               CLOSE RUNLOG-FILE
           END-IF.

       125-ADD-NIGHT.
           MOVE RL-DATE TO WS-LAST-DATE.
           IF NIGHT-COUNT < WS-NIGHTS-WANTED
               ADD 1 TO NIGHT-COUNT
           ELSE
               PERFORM VARYING WS-NG FROM 2 BY 1
                       UNTIL WS-NG > NIGHT-COUNT
                   SET NG-IDX TO WS-NG
                   MOVE NGT-DATE(NG-IDX) TO WS-FROM-DATE
                   SET NG-IDX DOWN BY 1
                   MOVE WS-FROM-DATE TO NGT-DATE(NG-IDX)
               END-PERFORM
           END-IF.
           SET NG-IDX TO NIGHT-COUNT.
           MOVE RL-DATE TO NGT-DATE(NG-IDX).

       130-LOAD-RUNS.
           PERFORM VARYING WS-NG FROM 1 BY 1 UNTIL WS-NG > NIGHT-COUNT
               SET NG-IDX TO WS-NG
               MOVE 'N' TO NGT-SEEN(NG-IDX)
               MOVE ZERO TO NGT-BASE(NG-IDX)
               MOVE ZERO TO NGT-LAST-END(NG-IDX)
               MOVE ZERO TO NGT-RUNS(NG-IDX)
               MOVE ZERO TO NGT-FAILS(NG-IDX)
           END-PERFORM.

           MOVE 'N' TO EOF-LOG.
           OPEN INPUT RUNLOG-FILE.
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL EOF-LOG = 'Y'
                   READ RUNLOG-FILE
                       AT END MOVE 'Y' TO EOF-LOG
                       NOT AT END
                           IF RL-DATE IS NUMERIC
                                   AND RL-DATE NOT < WS-FROM-DATE
                               PERFORM 135-LOAD-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.

       135-LOAD-ONE-RUN.
           MOVE 'N' TO NIGHT-FOUND.
           PERFORM VARYING WS-NG FROM 1 BY 1 UNTIL WS-NG > NIGHT-COUNT
                   OR NIGHT-FOUND = 'Y'
               SET NG-IDX TO WS-NG
               IF NGT-DATE(NG-IDX) = RL-DATE
                   MOVE 'Y' TO NIGHT-FOUND
                   MOVE WS-NG TO WS-NX
               END-IF
           END-PERFORM.

           IF NIGHT-FOUND = 'Y'
               SET NG-IDX TO WS-NX
               MOVE RL-START TO WS-TOD
               PERFORM 060-TIME-TO-SECONDS
               MOVE WS-TOD-SECS TO WS-START-SECS
               MOVE RL-END TO WS-TOD
               PERFORM 060-TIME-TO-SECONDS
               MOVE WS-TOD-SECS TO WS-END-SECS
               COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
               IF WS-ELAPSED < ZERO
                   ADD 86400 TO WS-ELAPSED
               END-IF

               IF NGT-SEEN(NG-IDX) = 'N'
                   MOVE 'Y' TO NGT-SEEN(NG-IDX)
                   MOVE WS-START-SECS TO NGT-BASE(NG-IDX)
               END-IF
               MOVE WS-START-SECS TO WS-START-REL
               IF WS-START-SECS < NGT-BASE(NG-IDX)
                   ADD 86400 TO WS-START-REL
               END-IF
               COMPUTE WS-END-REL = WS-START-REL + WS-ELAPSED
               IF WS-END-REL > NGT-LAST-END(NG-IDX)
                   MOVE WS-END-REL TO NGT-LAST-END(NG-IDX)
               END-IF
               ADD 1 TO NGT-RUNS(NG-IDX)
               IF RL-STATUS = 'FAILED'
                   ADD 1 TO NGT-FAILS(NG-IDX)
               END-IF

               PERFORM 140-FIND-STEP
               IF STEP-FOUND = 'Y'
                   PERFORM 150-FIND-NIGHT-STEP
               END-IF
           END-IF.

       140-FIND-STEP.
           MOVE 'N' TO STEP-FOUND.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STEP-COUNT
                   OR STEP-FOUND = 'Y'
               SET ST-IDX TO WS-ST
               IF STT-STEP(ST-IDX) = RL-STEP
                       AND STT-PROGRAM(ST-IDX) = RL-PROGRAM
                   MOVE 'Y' TO STEP-FOUND
                   MOVE WS-ST TO WS-SX
               END-IF
           END-PERFORM.

           IF STEP-FOUND = 'N'
               IF STEP-COUNT < 30
                   ADD 1 TO STEP-COUNT
                   SET ST-IDX TO STEP-COUNT
                   MOVE STEP-COUNT TO WS-SX
                   MOVE RL-STEP TO STT-STEP(ST-IDX)
                   MOVE RL-PROGRAM TO STT-PROGRAM(ST-IDX)
                   MOVE ZERO TO STT-N(ST-IDX)
                   MOVE ZERO TO STT-SUM(ST-IDX)
                   MOVE ZERO TO STT-MAX(ST-IDX)
                   MOVE ZERO TO STT-SX(ST-IDX)
                   MOVE ZERO TO STT-SY(ST-IDX)
                   MOVE ZERO TO STT-SXY(ST-IDX)
                   MOVE ZERO TO STT-SXX(ST-IDX)
                   MOVE ZERO TO STT-AVG(ST-IDX)
                   MOVE ZERO TO STT-SLOPE(ST-IDX)
                   MOVE ZERO TO STT-INTERCEPT(ST-IDX)
                   MOVE ZERO TO STT-PROJ(ST-IDX)
                   MOVE ZERO TO STT-FAILS(ST-IDX)
                   MOVE ZERO TO STT-RESTARTS(ST-IDX)
                   MOVE SPACES TO STT-FLAG(ST-IDX)
                   MOVE 'Y' TO STEP-FOUND
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

           IF STEP-FOUND = 'Y' AND RL-STATUS = 'FAILED'
               SET ST-IDX TO WS-SX
               ADD 1 TO STT-FAILS(ST-IDX)
           END-IF.

       150-FIND-NIGHT-STEP.
           MOVE 'N' TO NSTEP-FOUND.
           PERFORM VARYING WS-NS FROM 1 BY 1 UNTIL WS-NS > NSTEP-COUNT
                   OR NSTEP-FOUND = 'Y'
               SET NS-IDX TO WS-NS
               IF NST-NIGHT(NS-IDX) = WS-NX
                       AND NST-STEP-IX(NS-IDX) = WS-SX
                   MOVE 'Y' TO NSTEP-FOUND
               END-IF
           END-PERFORM.

           IF NSTEP-FOUND = 'N'
               IF NSTEP-COUNT < 1800
                   ADD 1 TO NSTEP-COUNT
                   SET NS-IDX TO NSTEP-COUNT
                   MOVE WS-NX TO NST-NIGHT(NS-IDX)
                   MOVE WS-SX TO NST-STEP-IX(NS-IDX)
                   MOVE ZERO TO NST-RUNS(NS-IDX)
                   MOVE ZERO TO NST-FAILS(NS-IDX)
                   MOVE ZERO TO NST-ELAPSED(NS-IDX)
                   MOVE 'N' TO NST-DONE(NS-IDX)
                   MOVE 'Y' TO NSTEP-FOUND
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

           IF NSTEP-FOUND = 'Y'
               ADD 1 TO NST-RUNS(NS-IDX)
               IF RL-STATUS = 'FAILED'
                   ADD 1 TO NST-FAILS(NS-IDX)
               END-IF
               IF RL-STATUS = 'COMPLETE'
                   MOVE WS-ELAPSED TO NST-ELAPSED(NS-IDX)
                   MOVE 'Y' TO NST-DONE(NS-IDX)
               END-IF
           END-IF.

       200-COMPUTE-STEP-STATS.
           PERFORM VARYING WS-NS FROM 1 BY 1 UNTIL WS-NS > NSTEP-COUNT
               SET NS-IDX TO WS-NS
               SET ST-IDX TO NST-STEP-IX(NS-IDX)
               IF NST-RUNS(NS-IDX) > 1
                   ADD 1 TO STT-RESTARTS(ST-IDX)
               END-IF
               IF NST-DONE(NS-IDX) = 'Y'
                   MOVE NST-NIGHT(NS-IDX) TO WS-X
                   MOVE NST-ELAPSED(NS-IDX) TO WS-Y
                   ADD 1 TO STT-N(ST-IDX)
                   ADD WS-Y TO STT-SUM(ST-IDX)
                   IF WS-Y > STT-MAX(ST-IDX)
                       MOVE WS-Y TO STT-MAX(ST-IDX)
                   END-IF
                   ADD WS-X TO STT-SX(ST-IDX)
                   ADD WS-Y TO STT-SY(ST-IDX)
                   COMPUTE STT-SXY(ST-IDX) =
                       STT-SXY(ST-IDX) + WS-X * WS-Y
                   COMPUTE STT-SXX(ST-IDX) =
                       STT-SXX(ST-IDX) + WS-X * WS-X
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STEP-COUNT
               SET ST-IDX TO WS-ST
               PERFORM 210-FIT-ONE-STEP
           END-PERFORM.

       210-FIT-ONE-STEP.
           IF STT-N(ST-IDX) > ZERO
               COMPUTE STT-AVG(ST-IDX) ROUNDED =
                   STT-SUM(ST-IDX) / STT-N(ST-IDX)
               ADD STT-AVG(ST-IDX) TO WS-STEP-AVG-SUM
               MOVE STT-AVG(ST-IDX) TO STT-INTERCEPT(ST-IDX)
               MOVE ZERO TO STT-SLOPE(ST-IDX)
               COMPUTE WS-DENOM = STT-N(ST-IDX) * STT-SXX(ST-IDX)
                   - STT-SX(ST-IDX) * STT-SX(ST-IDX)
               IF STT-N(ST-IDX) > 1 AND WS-DENOM NOT = ZERO
                   COMPUTE STT-SLOPE(ST-IDX) ROUNDED =
                       (STT-N(ST-IDX) * STT-SXY(ST-IDX)
                        - STT-SX(ST-IDX) * STT-SY(ST-IDX))
                       / WS-DENOM
                   COMPUTE WS-FIT-WORK =
                       STT-SLOPE(ST-IDX) * STT-SX(ST-IDX)
                   COMPUTE WS-FIT-WORK = STT-SY(ST-IDX) - WS-FIT-WORK
                   COMPUTE STT-INTERCEPT(ST-IDX) ROUNDED =
                       WS-FIT-WORK / STT-N(ST-IDX)
               END-IF
           END-IF.

       220-COMPUTE-CHAIN-STATS.
           PERFORM VARYING WS-NG FROM 1 BY 1 UNTIL WS-NG > NIGHT-COUNT
               SET NG-IDX TO WS-NG
               IF NGT-SEEN(NG-IDX) = 'Y'
                   MOVE WS-NG TO WS-X
                   COMPUTE WS-Y =
                       NGT-LAST-END(NG-IDX) - NGT-BASE(NG-IDX)
                   ADD 1 TO CHN-N
                   ADD WS-Y TO CHN-SUM
                   IF WS-Y > CHN-MAX
                       MOVE WS-Y TO CHN-MAX
                   END-IF
                   ADD WS-X TO CHN-SX
                   ADD WS-Y TO CHN-SY
                   COMPUTE CHN-SXY = CHN-SXY + WS-X * WS-Y
                   COMPUTE CHN-SXX = CHN-SXX + WS-X * WS-X
                   ADD NGT-BASE(NG-IDX) TO CHN-START-SUM
               END-IF
           END-PERFORM.

           IF CHN-N > ZERO
               COMPUTE CHN-AVG ROUNDED = CHN-SUM / CHN-N
               COMPUTE CHN-START-AVG ROUNDED = CHN-START-SUM / CHN-N
               COMPUTE WS-DENOM = CHN-N * CHN-SXX - CHN-SX * CHN-SX
               IF CHN-N > 1 AND WS-DENOM NOT = ZERO
                   COMPUTE CHN-SLOPE ROUNDED =
                       (CHN-N * CHN-SXY - CHN-SX * CHN-SY) / WS-DENOM
               END-IF
           END-IF.

           IF CHN-AVG > WS-STEP-AVG-SUM
               COMPUTE WS-GAP = CHN-AVG - WS-STEP-AVG-SUM
           END-IF.

       250-FORECAST-WINDOW.
           MOVE WS-WINDOW-SECS TO WS-WINDOW-REL.
           IF WS-WINDOW-REL NOT > CHN-START-AVG
               ADD 86400 TO WS-WINDOW-REL
           END-IF.

           PERFORM VARYING WS-H FROM 0 BY 1 UNTIL WS-H > WS-HORIZON
                   OR WS-BREACH = 'Y'
               PERFORM 260-PROJECT-CHAIN
               IF WS-PROJ-END > WS-WINDOW-REL
                   MOVE 'Y' TO WS-BREACH
                   MOVE WS-H TO WS-BREACH-NIGHT
               END-IF
           END-PERFORM.

           MOVE WS-HORIZON TO WS-H.
           PERFORM 260-PROJECT-CHAIN.
           MOVE WS-PROJ-TOTAL TO WS-PROJ-HORIZON.

           IF WS-BREACH = 'Y'
               PERFORM VARYING WS-ST FROM 1 BY 1
                       UNTIL WS-ST > STEP-COUNT
                   SET ST-IDX TO WS-ST
                   IF STT-SLOPE(ST-IDX) > ZERO
                       MOVE 'WINDOW' TO STT-FLAG(ST-IDX)
                       ADD 1 TO WS-FLAGGED
                   END-IF
               END-PERFORM
           END-IF.

       260-PROJECT-CHAIN.
           MOVE WS-GAP TO WS-PROJ-TOTAL.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STEP-COUNT
               SET ST-IDX TO WS-ST
               IF STT-N(ST-IDX) > ZERO
                   COMPUTE WS-PROJ-STEP ROUNDED =
                       STT-INTERCEPT(ST-IDX) + STT-SLOPE(ST-IDX)
                       * (NIGHT-COUNT + WS-H)
                   IF WS-PROJ-STEP < ZERO
                       MOVE ZERO TO WS-PROJ-STEP
                   END-IF
                   MOVE WS-PROJ-STEP TO STT-PROJ(ST-IDX)
                   ADD STT-PROJ(ST-IDX) TO WS-PROJ-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE WS-PROJ-END = CHN-START-AVG + WS-PROJ-TOTAL.

       300-PRINT-NIGHTS.
           WRITE REPORT-REC FROM RPT-NIGHT-HEADER.
           PERFORM VARYING WS-NG FROM 1 BY 1 UNTIL WS-NG > NIGHT-COUNT
               SET NG-IDX TO WS-NG
               IF NGT-SEEN(NG-IDX) = 'Y'
                   MOVE NGT-DATE(NG-IDX) TO RPN-DATE
                   MOVE NGT-BASE(NG-IDX) TO WS-FMT-SECS
                   PERFORM 050-FORMAT-TIME
                   MOVE WS-HMS TO RPN-START
                   COMPUTE WS-FMT-SECS = NGT-LAST-END(NG-IDX)
                   IF WS-FMT-SECS NOT < 86400
                       SUBTRACT 86400 FROM WS-FMT-SECS
                   END-IF
                   PERFORM 050-FORMAT-TIME
                   MOVE WS-HMS TO RPN-END
                   COMPUTE WS-FMT-SECS =
                       NGT-LAST-END(NG-IDX) - NGT-BASE(NG-IDX)
                   PERFORM 050-FORMAT-TIME
                   MOVE WS-HMS TO RPN-ELAPSED
                   MOVE NGT-RUNS(NG-IDX) TO RPN-RUNS
                   MOVE NGT-FAILS(NG-IDX) TO RPN-FAILS
                   WRITE REPORT-REC FROM RPT-NIGHT-LINE
               END-IF
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE CHN-AVG TO WS-FMT-SECS.
           PERFORM 050-FORMAT-TIME.
           MOVE WS-HMS TO RPH-AVG.
           MOVE CHN-MAX TO WS-FMT-SECS.
           PERFORM 050-FORMAT-TIME.
           MOVE WS-HMS TO RPH-MAX.
           MOVE CHN-SLOPE TO RPH-GROWTH.
           WRITE REPORT-REC FROM RPT-CHAIN-LINE.
           WRITE REPORT-REC FROM BLANK-LINE.

       310-PRINT-STEPS.
           WRITE REPORT-REC FROM RPT-STEP-HEADER.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STEP-COUNT
               SET ST-IDX TO WS-ST
               MOVE STT-STEP(ST-IDX) TO RPS-STEP
               MOVE STT-PROGRAM(ST-IDX) TO RPS-PROGRAM
               MOVE STT-N(ST-IDX) TO RPS-NIGHTS
               MOVE STT-AVG(ST-IDX) TO WS-FMT-SECS
               PERFORM 050-FORMAT-TIME
               MOVE WS-HMS TO RPS-AVG
               MOVE STT-MAX(ST-IDX) TO WS-FMT-SECS
               PERFORM 050-FORMAT-TIME
               MOVE WS-HMS TO RPS-MAX
               MOVE STT-SLOPE(ST-IDX) TO RPS-GROWTH
               MOVE STT-FAILS(ST-IDX) TO RPS-FAILS
               MOVE STT-RESTARTS(ST-IDX) TO RPS-RESTARTS
               MOVE STT-FLAG(ST-IDX) TO RPS-FLAG
               WRITE REPORT-REC FROM RPT-STEP-LINE
           END-PERFORM.
           WRITE REPORT-REC FROM BLANK-LINE.

       400-PRINT-FAILURES.
           WRITE REPORT-REC FROM RPT-FAIL-HEADER.
           PERFORM VARYING WS-NS FROM 1 BY 1 UNTIL WS-NS > NSTEP-COUNT
               SET NS-IDX TO WS-NS
               IF NST-FAILS(NS-IDX) > ZERO OR NST-RUNS(NS-IDX) > 1
                   PERFORM 410-PRINT-ONE-FAILURE
               END-IF
           END-PERFORM.

           IF WS-NSTEP-LISTED = ZERO
               WRITE REPORT-REC FROM NO-FAIL-LINE
           END-IF.

           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STEP-COUNT
               SET ST-IDX TO WS-ST
               IF STT-FAILS(ST-IDX) > 1
                   ADD 1 TO WS-REPEATS
                   MOVE STT-STEP(ST-IDX) TO RPR-STEP
                   MOVE STT-PROGRAM(ST-IDX) TO RPR-PROGRAM
                   MOVE STT-FAILS(ST-IDX) TO RPR-FAILS
                   WRITE REPORT-REC FROM RPT-REPEAT-LINE
               END-IF
           END-PERFORM.
           WRITE REPORT-REC FROM BLANK-LINE.

       410-PRINT-ONE-FAILURE.
           ADD 1 TO WS-NSTEP-LISTED.
           SET NG-IDX TO NST-NIGHT(NS-IDX).
           SET ST-IDX TO NST-STEP-IX(NS-IDX).
           MOVE NGT-DATE(NG-IDX) TO RPF-DATE.
           MOVE STT-STEP(ST-IDX) TO RPF-STEP.
           MOVE STT-PROGRAM(ST-IDX) TO RPF-PROGRAM.
           MOVE NST-RUNS(NS-IDX) TO RPF-RUNS.
           MOVE NST-FAILS(NS-IDX) TO RPF-FAILS.
           IF NST-RUNS(NS-IDX) > 1
               MOVE 'RESTART' TO RPF-NOTE
           ELSE
               MOVE 'FAILED' TO RPF-NOTE
           END-IF.
           IF NST-DONE(NS-IDX) = 'N'
               MOVE 'NOT DONE' TO RPF-NOTE
           END-IF.
           WRITE REPORT-REC FROM RPT-FAIL-LINE.

       500-PRINT-FORECAST.
           IF WS-WINDOW-SET = 'N'
               WRITE REPORT-REC FROM NO-WINDOW-LINE
           ELSE
               MOVE WS-WINDOW-SECS TO WS-FMT-SECS
               PERFORM 050-FORMAT-TIME
               MOVE WS-HMS TO RPW-END
               MOVE CHN-START-AVG TO WS-FMT-SECS
               PERFORM 050-FORMAT-TIME
               MOVE WS-HMS TO RPW-START
               WRITE REPORT-REC FROM RPT-WINDOW-LINE

               MOVE WS-HORIZON TO RPP-NIGHTS
               MOVE WS-PROJ-HORIZON TO WS-FMT-SECS
               PERFORM 050-FORMAT-TIME
               MOVE WS-HMS TO RPP-ELAPSED
               COMPUTE WS-FMT-SECS = CHN-START-AVG + WS-PROJ-HORIZON
               PERFORM UNTIL WS-FMT-SECS < 86400
                   SUBTRACT 86400 FROM WS-FMT-SECS
               END-PERFORM
               PERFORM 050-FORMAT-TIME
               MOVE WS-HMS TO RPP-END
               WRITE REPORT-REC FROM RPT-PROJ-LINE

               IF WS-BREACH = 'Y'
                   PERFORM 510-PRINT-BREACH
               ELSE
                   WRITE REPORT-REC FROM NO-BREACH-LINE
               END-IF
           END-IF.

       510-PRINT-BREACH.
           MOVE WS-BREACH-NIGHT TO RPB-NIGHTS.
           DISPLAY RPT-BREACH-LINE.
           WRITE REPORT-REC FROM RPT-BREACH-LINE.
           MOVE WS-HORIZON TO WS-H.
           PERFORM 260-PROJECT-CHAIN.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STEP-COUNT
               SET ST-IDX TO WS-ST
               IF STT-FLAG(ST-IDX) = 'WINDOW'
                   MOVE STT-STEP(ST-IDX) TO RPD-STEP
                   MOVE STT-PROGRAM(ST-IDX) TO RPD-PROGRAM
                   MOVE STT-SLOPE(ST-IDX) TO RPD-GROWTH
                   MOVE STT-PROJ(ST-IDX) TO WS-FMT-SECS
                   PERFORM 050-FORMAT-TIME
                   MOVE WS-HMS TO RPD-PROJ
                   WRITE REPORT-REC FROM RPT-DRIVER-LINE
               END-IF
           END-PERFORM.

       600-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'NIGHTS READ:' TO RPC-LABEL.
           MOVE CHN-N TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'STEPS TRACKED:' TO RPC-LABEL.
           MOVE STEP-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'FAILS/RESTARTS:' TO RPC-LABEL.
           MOVE WS-NSTEP-LISTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'REPEATED FAILURES:' TO RPC-LABEL.
           MOVE WS-REPEATS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'STEPS FLAGGED:' TO RPC-LABEL.
           MOVE WS-FLAGGED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
