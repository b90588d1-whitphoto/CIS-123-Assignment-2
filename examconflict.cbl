       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExamConflict.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BLOCK-FILE ASSIGN DYNAMIC WS-BLK-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BLK-STATUS.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT MAKEUP-FILE ASSIGN DYNAMIC WS-MKP-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICT-FILE ASSIGN DYNAMIC WS-RST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN DYNAMIC WS-PVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BLOCK-FILE.
       01 BLOCK-REC.
           05 EB-TERM           PIC X(10).
           05 EB-CLASS          PIC X(6).
           05 EB-SECTION        PIC 99.
           05 EB-XDAY           PIC X.
           05 EB-XPERIOD        PIC 99.
           05 EB-ROOM           PIC X(4).
           05 EB-INSTRUCTOR     PIC X(4).

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD STUDENT-MASTER.
       01 SM-REC.
           05 SM-ID             PIC X(9).
           05 SM-NAME           PIC X(25).
           05 SM-PROGRAM        PIC X(6).
           05 SM-LEVEL          PIC XX.
           05 SM-STATUS         PIC X.
           05 SM-ADD-DATE       PIC 9(8).
           05 SM-CHG-DATE       PIC 9(8).
           05 SM-CONFID         PIC X.
           05 FILLER            PIC X(9).

       FD MAKEUP-FILE.
       01 MAKEUP-REC.
           05 XM-STUDENT        PIC X(9).
           05 XM-TERM           PIC X(10).
           05 XM-CLASS          PIC X(6).
           05 XM-SECTION        PIC 99.
           05 XM-XDAY           PIC X.
           05 XM-XPERIOD        PIC 99.
           05 XM-REASON         PIC X(12).
           05 XM-OTHER-CLASS    PIC X(6).
           05 XM-OTHER-SECTION  PIC 99.

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(80).

       FD RESTRICT-FILE.
       01 RESTRICT-REC          PIC X(50).

       FD PRIVLOG-FILE.
       01 PRIVLOG-REC.
           05 PV-DATE           PIC 9(8).
           05 PV-TIME           PIC 9(8).
           05 PV-PROGRAM        PIC X(12).
           05 PV-TERM           PIC X(10).
           05 PV-STUDENT        PIC X(9).
           05 PV-OUTPUT         PIC X(40).
           05 PV-REF            PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-BLK-FILENAME       PIC X(40) VALUE 'examblock.txt'.
       01 WS-BLK-STATUS         PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-MKP-FILENAME       PIC X(40) VALUE 'exammakeup.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'examconflict.txt'.
       01 WS-RST-FILENAME       PIC X(40)
                                VALUE 'exammakeup-restricted.txt'.
       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.

       01 EOF-BLK               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-MAX-PER-DAY        PIC 9(4) VALUE 3.

       01 EXAM-COUNT            PIC 9(4) VALUE ZERO.
       01 EXAM-TABLE.
           05 EXAM-ENTRY OCCURS 2000 TIMES INDEXED BY EX-IDX.
               10 EXM-TERM        PIC X(10).
               10 EXM-CLASS       PIC X(6).
               10 EXM-SECTION     PIC 99.
               10 EXM-XDAY        PIC X.
               10 EXM-XPERIOD     PIC 99.

       01 WS-EX                 PIC 9(4).
       01 EXAM-FOUND            PIC X VALUE 'N'.

       01 STX-COUNT             PIC 9(4) VALUE ZERO.
       01 STX-TABLE.
           05 STX-ENTRY OCCURS 6000 TIMES INDEXED BY SX-IDX.
               10 SXT-STUDENT     PIC X(9).
               10 SXT-TERM        PIC X(10).
               10 SXT-CLASS       PIC X(6).
               10 SXT-SECTION     PIC 99.
               10 SXT-XDAY        PIC X.
               10 SXT-XPERIOD     PIC 99.
               10 SXT-DONE        PIC X.

       01 WS-SX                 PIC 9(4).
       01 WS-STX-OVERFLOW       PIC X VALUE 'N'.

       01 WRK-COUNT             PIC 99 VALUE ZERO.
       01 WRK-TABLE.
           05 WRK-ENTRY OCCURS 30 TIMES INDEXED BY WK-IDX WK2-IDX.
               10 WKT-TERM        PIC X(10).
               10 WKT-CLASS       PIC X(6).
               10 WKT-SECTION     PIC 99.
               10 WKT-XDAY        PIC X.
               10 WKT-XPERIOD     PIC 99.
               10 WKT-BLOCK-RANK  PIC 99.
               10 WKT-DAY-RANK    PIC 99.

       01 WS-WK                 PIC 99.
       01 WS-WK2                PIC 99.
       01 WS-CUR-STUDENT        PIC X(9).
       01 WS-STUDENT-NAME       PIC X(25).
       01 WS-NAME-READ          PIC X VALUE 'N'.
       01 WS-STU-CONFID         PIC X VALUE 'N'.
       01 WS-SHOW-STUDENT       PIC X(9).
       01 WS-FIRST-FOUND        PIC X VALUE 'N'.
       01 WS-FROM-MARK          PIC X.
       01 WS-TO-MARK            PIC X.

       01 WS-EXAM-DAYS          PIC X(5) VALUE 'MTWXF'.
       01 WS-EXAM-DAYS-R REDEFINES WS-EXAM-DAYS.
           05 WS-EXAM-DAY-CH    PIC X OCCURS 5 TIMES.
       01 WS-DY                 PIC 9.
       01 WS-DAY-EXAMS          PIC 99.

       01 WS-BLOCK-CONFLICTS    PIC 9(4) VALUE ZERO.
       01 WS-DAY-OVERLOADS      PIC 9(4) VALUE ZERO.
       01 WS-STUDENTS-CHECKED   PIC 9(4) VALUE ZERO.
       01 WS-MAKEUPS-WRITTEN    PIC 9(4) VALUE ZERO.
       01 WS-NO-BLOCK           PIC 9(4) VALUE ZERO.
       01 WS-RESTRICTED-WRITTEN PIC 9(4) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(26) VALUE
               'STUDENT EXAM CONFLICTS'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-HEADER-2.
           05 FILLER            PIC X(22) VALUE
               'MAXIMUM EXAMS PER DAY:'.
           05 RPH-MAX           PIC ZZZ9.

       01 BLK-HEADER-1.
           05 FILLER            PIC X(28) VALUE
               'TWO OR MORE EXAMS IN A BLOCK'.

       01 BLK-HEADER-2.
           05 FILLER            PIC X(36) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(40) VALUE
               'DAY PER CLASS  SEC CONFLICTS WITH'.

       01 BLK-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 BKL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 BKL-NAME          PIC X(25).
           05 FILLER            PIC X VALUE SPACES.
           05 BKL-DAY           PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 BKL-PERIOD        PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 BKL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 BKL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 BKL-OTHER-CLASS   PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 BKL-OTHER-SECTION PIC 99.

       01 OVL-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'TOO MANY EXAMS IN ONE DAY'.

       01 OVL-HEADER-2.
           05 FILLER            PIC X(36) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(10) VALUE
               'DAY EXAMS'.

       01 OVL-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 OVL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 OVL-NAME          PIC X(25).
           05 FILLER            PIC X VALUE SPACES.
           05 OVL-DAY           PIC X.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 OVL-EXAMS         PIC Z9.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'examblock-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-BLK-FILENAME
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'exammakeup-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-MKP-FILENAME
               STRING 'examconflict-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
               MOVE SPACES TO WS-RST-FILENAME
               STRING 'exammakeup-restricted-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 110-LOAD-RUN-CONTROL.

           PERFORM 120-LOAD-EXAM-BLOCKS.

           PERFORM 130-LOAD-REGISTRATIONS.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT MAKEUP-FILE.
           OPEN OUTPUT RESTRICT-FILE.
           OPEN EXTEND PRIVLOG-FILE.
           IF WS-PVL-STATUS = '35'
               OPEN OUTPUT PRIVLOG-FILE
           END-IF.

           PERFORM 200-CHECK-STUDENTS.

           PERFORM 400-PRINT-TOTALS.

           CLOSE REPORT-FILE
                 MAKEUP-FILE
                 STUDENT-MASTER
                 RESTRICT-FILE
                 PRIVLOG-FILE.

           IF WS-STX-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       110-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM UNTIL EOF-RCT = 'Y'
                   READ RUNCTL-FILE
                       AT END MOVE 'Y' TO EOF-RCT
                       NOT AT END
                           IF RCT-VALUE IS NUMERIC
                               IF RCT-KEYWORD = 'MAXEXAMS'
                                       AND RCT-VALUE > ZERO
                                   MOVE RCT-VALUE TO WS-MAX-PER-DAY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       120-LOAD-EXAM-BLOCKS.
           OPEN INPUT BLOCK-FILE.
           IF WS-BLK-STATUS = '00'
               PERFORM UNTIL EOF-BLK = 'Y'
                   READ BLOCK-FILE
                       AT END MOVE 'Y' TO EOF-BLK
                       NOT AT END
                           IF EXAM-COUNT < 2000
                               ADD 1 TO EXAM-COUNT
                               SET EX-IDX TO EXAM-COUNT
                               MOVE EB-TERM TO EXM-TERM(EX-IDX)
                               MOVE EB-CLASS TO EXM-CLASS(EX-IDX)
                               MOVE EB-SECTION TO EXM-SECTION(EX-IDX)
                               MOVE EB-XDAY TO EXM-XDAY(EX-IDX)
                               MOVE EB-XPERIOD TO EXM-XPERIOD(EX-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCK-FILE
           END-IF.
           IF WS-BLK-STATUS = '05'
               CLOSE BLOCK-FILE
           END-IF.

       130-LOAD-REGISTRATIONS.
           OPEN INPUT REGOUT-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM UNTIL EOF-REG = 'Y'
                   READ REGOUT-FILE
                       AT END MOVE 'Y' TO EOF-REG
                       NOT AT END
                           IF RO-STATUS = 'ENROLLED'
                               PERFORM 135-STORE-STUDENT-EXAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGOUT-FILE
           END-IF.
           IF WS-REG-STATUS = '05'
               CLOSE REGOUT-FILE
           END-IF.

       135-STORE-STUDENT-EXAM.
           MOVE 'N' TO EXAM-FOUND.
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > EXAM-COUNT
                   OR EXAM-FOUND = 'Y'
               SET EX-IDX TO WS-EX
               IF EXM-TERM(EX-IDX) = RO-TERM
                       AND EXM-CLASS(EX-IDX) = RO-CLASS
                       AND EXM-SECTION(EX-IDX) = RO-SECTION
                   MOVE 'Y' TO EXAM-FOUND
               END-IF
           END-PERFORM.

           IF EXAM-FOUND = 'N'
               ADD 1 TO WS-NO-BLOCK
           ELSE
               IF STX-COUNT < 6000
                   ADD 1 TO STX-COUNT
                   SET SX-IDX TO STX-COUNT
                   MOVE RO-STUDENT TO SXT-STUDENT(SX-IDX)
                   MOVE RO-TERM TO SXT-TERM(SX-IDX)
                   MOVE RO-CLASS TO SXT-CLASS(SX-IDX)
                   MOVE RO-SECTION TO SXT-SECTION(SX-IDX)
                   MOVE EXM-XDAY(EX-IDX) TO SXT-XDAY(SX-IDX)
                   MOVE EXM-XPERIOD(EX-IDX) TO SXT-XPERIOD(SX-IDX)
                   MOVE 'N' TO SXT-DONE(SX-IDX)
               ELSE
                   MOVE 'Y' TO WS-STX-OVERFLOW
               END-IF
           END-IF.

       200-CHECK-STUDENTS.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-MAX-PER-DAY TO RPH-MAX.
           WRITE REPORT-REC FROM RPT-HEADER-2.

           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM BLK-HEADER-1.
           WRITE REPORT-REC FROM BLK-HEADER-2.

           MOVE 'N' TO WS-FROM-MARK.
           MOVE 'Y' TO WS-TO-MARK.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > STX-COUNT
               SET SX-IDX TO WS-SX
               IF SXT-DONE(SX-IDX) = WS-FROM-MARK
                   ADD 1 TO WS-STUDENTS-CHECKED
                   PERFORM 210-GATHER-STUDENT
                   PERFORM 220-RANK-EXAMS
                   PERFORM 230-REPORT-BLOCK-CONFLICTS
               END-IF
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM OVL-HEADER-1.
           WRITE REPORT-REC FROM OVL-HEADER-2.

           MOVE 'Y' TO WS-FROM-MARK.
           MOVE 'N' TO WS-TO-MARK.
           PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > STX-COUNT
               SET SX-IDX TO WS-SX
               IF SXT-DONE(SX-IDX) = WS-FROM-MARK
                   PERFORM 210-GATHER-STUDENT
                   PERFORM 220-RANK-EXAMS
                   PERFORM 240-REPORT-DAY-OVERLOADS
               END-IF
           END-PERFORM.

       210-GATHER-STUDENT.
           MOVE SXT-STUDENT(SX-IDX) TO WS-CUR-STUDENT.
           MOVE SPACES TO WS-STUDENT-NAME.
           MOVE 'N' TO WS-NAME-READ.
           MOVE 'N' TO WS-STU-CONFID.
           MOVE WS-CUR-STUDENT TO WS-SHOW-STUDENT.
           MOVE ZERO TO WRK-COUNT.
           PERFORM VARYING WS-EX FROM WS-SX BY 1
                   UNTIL WS-EX > STX-COUNT
               SET SX-IDX TO WS-EX
               IF SXT-STUDENT(SX-IDX) = WS-CUR-STUDENT
                       AND SXT-DONE(SX-IDX) = WS-FROM-MARK
                   MOVE WS-TO-MARK TO SXT-DONE(SX-IDX)
                   IF WRK-COUNT < 30
                       ADD 1 TO WRK-COUNT
                       SET WK-IDX TO WRK-COUNT
                       MOVE SXT-TERM(SX-IDX) TO WKT-TERM(WK-IDX)
                       MOVE SXT-CLASS(SX-IDX) TO WKT-CLASS(WK-IDX)
                       MOVE SXT-SECTION(SX-IDX) TO WKT-SECTION(WK-IDX)
                       MOVE SXT-XDAY(SX-IDX) TO WKT-XDAY(WK-IDX)
                       MOVE SXT-XPERIOD(SX-IDX)
                           TO WKT-XPERIOD(WK-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           SET SX-IDX TO WS-SX.

       220-RANK-EXAMS.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WRK-COUNT
               SET WK-IDX TO WS-WK
               MOVE 1 TO WKT-BLOCK-RANK(WK-IDX)
               PERFORM VARYING WS-WK2 FROM 1 BY 1
                       UNTIL WS-WK2 >= WS-WK
                   SET WK2-IDX TO WS-WK2
                   IF WKT-XDAY(WK2-IDX) = WKT-XDAY(WK-IDX)
                           AND WKT-XPERIOD(WK2-IDX)
                               = WKT-XPERIOD(WK-IDX)
                       ADD 1 TO WKT-BLOCK-RANK(WK-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WRK-COUNT
               SET WK-IDX TO WS-WK
               MOVE 1 TO WKT-DAY-RANK(WK-IDX)
               PERFORM VARYING WS-WK2 FROM 1 BY 1
                       UNTIL WS-WK2 > WRK-COUNT
                   SET WK2-IDX TO WS-WK2
                   IF WKT-XDAY(WK2-IDX) = WKT-XDAY(WK-IDX)
                           AND WKT-XPERIOD(WK2-IDX)
                               < WKT-XPERIOD(WK-IDX)
                           AND WKT-BLOCK-RANK(WK2-IDX) = 1
                       ADD 1 TO WKT-DAY-RANK(WK-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       230-REPORT-BLOCK-CONFLICTS.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WRK-COUNT
               SET WK-IDX TO WS-WK
               IF WKT-BLOCK-RANK(WK-IDX) > 1
                   PERFORM 235-FIND-FIRST-IN-BLOCK
                   PERFORM 250-GET-STUDENT-NAME
                   ADD 1 TO WS-BLOCK-CONFLICTS
                   MOVE WS-SHOW-STUDENT TO BKL-STUDENT
                   MOVE WS-STUDENT-NAME TO BKL-NAME
                   MOVE WKT-XDAY(WK-IDX) TO BKL-DAY
                   MOVE WKT-XPERIOD(WK-IDX) TO BKL-PERIOD
                   MOVE WKT-CLASS(WK-IDX) TO BKL-CLASS
                   MOVE WKT-SECTION(WK-IDX) TO BKL-SECTION
                   MOVE WKT-CLASS(WK2-IDX) TO BKL-OTHER-CLASS
                   MOVE WKT-SECTION(WK2-IDX) TO BKL-OTHER-SECTION
                   WRITE REPORT-REC FROM BLK-LINE
                   MOVE 'SAME BLOCK' TO XM-REASON
                   PERFORM 260-WRITE-MAKEUP
               END-IF
           END-PERFORM.

       235-FIND-FIRST-IN-BLOCK.
           MOVE 'N' TO WS-FIRST-FOUND.
           PERFORM VARYING WS-WK2 FROM 1 BY 1
                   UNTIL WS-WK2 > WRK-COUNT OR WS-FIRST-FOUND = 'Y'
               SET WK2-IDX TO WS-WK2
               IF WKT-XDAY(WK2-IDX) = WKT-XDAY(WK-IDX)
                       AND WKT-XPERIOD(WK2-IDX) = WKT-XPERIOD(WK-IDX)
                       AND WKT-BLOCK-RANK(WK2-IDX) = 1
                   MOVE 'Y' TO WS-FIRST-FOUND
               END-IF
           END-PERFORM.

       240-REPORT-DAY-OVERLOADS.
           PERFORM VARYING WS-DY FROM 1 BY 1 UNTIL WS-DY > 5
               MOVE ZERO TO WS-DAY-EXAMS
               PERFORM VARYING WS-WK FROM 1 BY 1
                       UNTIL WS-WK > WRK-COUNT
                   SET WK-IDX TO WS-WK
                   IF WKT-XDAY(WK-IDX) = WS-EXAM-DAY-CH(WS-DY)
                           AND WKT-BLOCK-RANK(WK-IDX) = 1
                       ADD 1 TO WS-DAY-EXAMS
                   END-IF
               END-PERFORM
               IF WS-DAY-EXAMS > WS-MAX-PER-DAY
                   PERFORM 245-REPORT-ONE-OVERLOAD
               END-IF
           END-PERFORM.

       245-REPORT-ONE-OVERLOAD.
           PERFORM 250-GET-STUDENT-NAME.
           ADD 1 TO WS-DAY-OVERLOADS.
           MOVE WS-SHOW-STUDENT TO OVL-STUDENT.
           MOVE WS-STUDENT-NAME TO OVL-NAME.
           MOVE WS-EXAM-DAY-CH(WS-DY) TO OVL-DAY.
           MOVE WS-DAY-EXAMS TO OVL-EXAMS.
           WRITE REPORT-REC FROM OVL-LINE.

           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WRK-COUNT
               SET WK-IDX TO WS-WK
               IF WKT-XDAY(WK-IDX) = WS-EXAM-DAY-CH(WS-DY)
                       AND WKT-DAY-RANK(WK-IDX) > WS-MAX-PER-DAY
                       AND WKT-BLOCK-RANK(WK-IDX) = 1
                   SET WK2-IDX TO WK-IDX
                   MOVE 'DAY OVERLOAD' TO XM-REASON
                   PERFORM 260-WRITE-MAKEUP
               END-IF
           END-PERFORM.

       250-GET-STUDENT-NAME.
           IF WS-NAME-READ = 'N'
               MOVE 'Y' TO WS-NAME-READ
               MOVE WS-CUR-STUDENT TO SM-ID
               READ STUDENT-MASTER
               IF WS-SM-STATUS = '00'
                   MOVE SM-NAME TO WS-STUDENT-NAME
                   IF SM-CONFID = 'Y'
                       MOVE 'Y' TO WS-STU-CONFID
                       MOVE ALL '*' TO WS-SHOW-STUDENT
                       MOVE 'CONFIDENTIAL' TO WS-STUDENT-NAME
                   END-IF
               END-IF
           END-IF.

       260-WRITE-MAKEUP.
           MOVE WS-CUR-STUDENT TO XM-STUDENT.
           MOVE WKT-TERM(WK-IDX) TO XM-TERM.
           MOVE WKT-CLASS(WK-IDX) TO XM-CLASS.
           MOVE WKT-SECTION(WK-IDX) TO XM-SECTION.
           MOVE WKT-XDAY(WK-IDX) TO XM-XDAY.
           MOVE WKT-XPERIOD(WK-IDX) TO XM-XPERIOD.
           IF WK2-IDX = WK-IDX
               MOVE SPACES TO XM-OTHER-CLASS
               MOVE ZERO TO XM-OTHER-SECTION
           ELSE
               MOVE WKT-CLASS(WK2-IDX) TO XM-OTHER-CLASS
               MOVE WKT-SECTION(WK2-IDX) TO XM-OTHER-SECTION
           END-IF.
           IF WS-STU-CONFID = 'Y'
               PERFORM 270-WRITE-RESTRICTED
           END-IF.
           WRITE MAKEUP-REC.
           ADD 1 TO WS-MAKEUPS-WRITTEN.

       270-WRITE-RESTRICTED.
           WRITE RESTRICT-REC FROM MAKEUP-REC.
           ADD 1 TO WS-RESTRICTED-WRITTEN.

           MOVE SPACES TO PRIVLOG-REC.
           MOVE WS-RUN-DATE TO PV-DATE.
           MOVE WS-RUN-TIME TO PV-TIME.
           MOVE 'EXAMCONFLICT' TO PV-PROGRAM.
           MOVE WKT-TERM(WK-IDX) TO PV-TERM.
           MOVE WS-CUR-STUDENT TO PV-STUDENT.
           MOVE WS-RST-FILENAME TO PV-OUTPUT.
           STRING WKT-CLASS(WK-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  WKT-SECTION(WK-IDX) DELIMITED BY SIZE
               INTO PV-REF.
           WRITE PRIVLOG-REC.

           MOVE ALL '*' TO XM-STUDENT.

       400-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'STUDENTS CHECKED:' TO RPC-LABEL.
           MOVE WS-STUDENTS-CHECKED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'BLOCK CONFLICTS:' TO RPC-LABEL.
           MOVE WS-BLOCK-CONFLICTS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'DAY OVERLOADS:' TO RPC-LABEL.
           MOVE WS-DAY-OVERLOADS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'MAKE-UPS WRITTEN:' TO RPC-LABEL.
           MOVE WS-MAKEUPS-WRITTEN TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO EXAM BLOCK:' TO RPC-LABEL.
           MOVE WS-NO-BLOCK TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'RESTRICTED ROWS:' TO RPC-LABEL.
           MOVE WS-RESTRICTED-WRITTEN TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
