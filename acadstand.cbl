       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcadStanding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSCRIPT-FILE
                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL GRADEPTS-FILE ASSIGN DYNAMIC WS-GPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GPT-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-CAT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL DEPT-FILE ASSIGN DYNAMIC WS-DPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DPT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT STANDING-FILE ASSIGN DYNAMIC WS-STD-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-REC.
           05 TR-STUDENT        PIC X(9).
           05 TR-TERM           PIC X(10).
           05 TR-CLASS          PIC X(6).
           05 TR-SECTION        PIC 99.
           05 TR-GRADE          PIC XX.
           05 TR-POST-DATE      PIC 9(8).

       FD GRADEPTS-FILE.
       01 GRADEPTS-REC.
           05 GP-GRADE          PIC XX.
           05 GP-POINTS         PIC 9V99.
           05 GP-IN-GPA         PIC X.
           05 GP-EARNS          PIC X.
           05 GP-ATTEMPTS       PIC X.

       FD CATALOG-FILE.
       01 CATALOG-REC.
           05 CT-CLASS          PIC X(6).
           05 CT-CREDITS        PIC 9.
           05 CT-MIN-GRADE      PIC XX.
           05 CT-PREREQ         PIC X(6) OCCURS 3 TIMES.

       FD DEPT-FILE.
       01 DEPT-REC.
           05 DP-CODE           PIC X(4).
           05 DP-NAME           PIC X(20).

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
           05 FILLER            PIC X(10).

       FD STANDING-FILE.
       01 STANDING-REC.
           05 SG-STUDENT        PIC X(9).
           05 SG-TERM           PIC X(10).
           05 SG-DEPT           PIC X(4).
           05 SG-TERM-ATT       PIC 999.
           05 SG-TERM-ERN       PIC 999.
           05 SG-TERM-GPA       PIC 9V99.
           05 SG-CUM-ATT        PIC 9(4).
           05 SG-CUM-ERN        PIC 9(4).
           05 SG-CUM-GPA        PIC 9V99.
           05 SG-STANDING       PIC X(4).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-GPT-FILENAME       PIC X(40) VALUE 'gradepts.txt'.
       01 WS-GPT-STATUS         PIC XX VALUE '00'.
       01 WS-CAT-FILENAME       PIC X(40) VALUE 'catalog.txt'.
       01 WS-CAT-STATUS         PIC XX VALUE '00'.
       01 WS-DPT-FILENAME       PIC X(40) VALUE 'deptfile.txt'.
       01 WS-DPT-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-STD-FILENAME       PIC X(40) VALUE 'standing.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'standrpt.txt'.

       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-GPT               PIC X VALUE 'N'.
       01 EOF-CAT               PIC X VALUE 'N'.
       01 EOF-DPT               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-DFLT-CREDITS       PIC 9 VALUE 3.

       01 WS-DEAN-GPA-X         PIC 9(4) VALUE 350.
       01 WS-DEAN-HRS           PIC 9(4) VALUE 12.
       01 WS-PROB-GPA-X         PIC 9(4) VALUE 200.
       01 WS-SUSP-GPA-X         PIC 9(4) VALUE 150.
       01 WS-SUSP-HRS           PIC 9(4) VALUE 24.
       01 WS-DEAN-GPA           PIC 9V99.
       01 WS-PROB-GPA           PIC 9V99.
       01 WS-SUSP-GPA           PIC 9V99.

       01 GPT-COUNT             PIC 99 VALUE ZERO.
       01 GPT-TABLE.
           05 GPT-ENTRY OCCURS 40 TIMES INDEXED BY GP-IDX.
               10 GPT-GRADE       PIC XX.
               10 GPT-POINTS      PIC 9V99.
               10 GPT-IN-GPA      PIC X.
               10 GPT-EARNS       PIC X.
               10 GPT-ATTEMPTS    PIC X.

       01 WS-GP                 PIC 99.
       01 GPT-FOUND             PIC X VALUE 'N'.
       01 WS-DFLT-POINT.
           05 WDP-GRADE         PIC XX.
           05 WDP-POINTS        PIC 9V99.
           05 WDP-IN-GPA        PIC X.
           05 WDP-EARNS         PIC X.
           05 WDP-ATTEMPTS      PIC X.

       01 CAT-COUNT             PIC 9(4) VALUE ZERO.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 1000 TIMES INDEXED BY CT-IDX.
               10 CTT-CLASS       PIC X(6).
               10 CTT-CREDITS     PIC 9.

       01 WS-CT                 PIC 9(4).
       01 CAT-FOUND             PIC X VALUE 'N'.
       01 WS-CREDITS            PIC 9 VALUE ZERO.

       01 DPT-COUNT             PIC 999 VALUE ZERO.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 200 TIMES INDEXED BY DP-IDX.
               10 DPT-CODE        PIC X(4).
               10 DPT-NAME        PIC X(20).

       01 WS-DP                 PIC 999.
       01 DPT-FOUND             PIC X VALUE 'N'.
       01 WS-DEPT-NAME          PIC X(20).

       01 WS-DEPT-WORK.
           05 WS-DEPT-SRC       PIC X(6).
           05 FILLER REDEFINES WS-DEPT-SRC.
               10 WS-DEPT-CH    PIC X OCCURS 6 TIMES.

       01 WS-DEPT-CODE-G.
           05 WS-DEPT-CODE      PIC X(4).
           05 FILLER REDEFINES WS-DEPT-CODE.
               10 WS-DEPT-CODE-CH PIC X OCCURS 4 TIMES.

       01 WS-DC                 PIC 9.
       01 WS-DEPT-DONE          PIC X VALUE 'N'.

       01 TRN-COUNT             PIC 9(4) VALUE ZERO.
       01 TRN-TABLE.
           05 TRN-ENTRY OCCURS 5000 TIMES INDEXED BY TN-IDX.
               10 TRT-STUDENT     PIC X(9).
               10 TRT-TERM        PIC X(10).
               10 TRT-CLASS       PIC X(6).
               10 TRT-SECTION     PIC 99.
               10 TRT-GRADE       PIC XX.

       01 WS-TN                 PIC 9(4).
       01 TRN-FOUND             PIC X VALUE 'N'.
       01 WS-TRN-READ           PIC 9(5) VALUE ZERO.
       01 WS-TRN-SUPERSEDED     PIC 9(5) VALUE ZERO.
       01 WS-TRN-UNRATED        PIC 9(5) VALUE ZERO.

       01 STD-COUNT             PIC 9(4) VALUE ZERO.
       01 STD-TABLE.
           05 STD-ENTRY OCCURS 3000 TIMES INDEXED BY SD-IDX.
               10 SDT-ID          PIC X(9).
               10 SDT-NAME        PIC X(25).
               10 SDT-DEPT        PIC X(4).
               10 SDT-T-ATT       PIC 999.
               10 SDT-T-ERN       PIC 999.
               10 SDT-T-GHRS      PIC 999.
               10 SDT-T-QP        PIC 9(4)V99.
               10 SDT-T-GPA       PIC 9V99.
               10 SDT-C-ATT       PIC 9(4).
               10 SDT-C-ERN       PIC 9(4).
               10 SDT-C-GHRS      PIC 9(4).
               10 SDT-C-QP        PIC 9(5)V99.
               10 SDT-C-GPA       PIC 9V99.
               10 SDT-STANDING    PIC X(4).
               10 SDT-PRINTED     PIC X.

       01 WS-SD                 PIC 9(4).
       01 STD-FOUND             PIC X VALUE 'N'.
       01 WS-STD-IDX            PIC 9(4) VALUE ZERO.

       01 WS-CUR-DEPT           PIC X(4).
       01 WS-LOW-DEPT           PIC X(4).
       01 WS-DEPTS-LEFT         PIC X VALUE 'Y'.

       01 WS-STANDING-COUNTS.
           05 WS-CNT-GOOD       PIC 9(4).
           05 WS-CNT-DEAN       PIC 9(4).
           05 WS-CNT-PROB       PIC 9(4).
           05 WS-CNT-SUSP       PIC 9(4).

       01 WS-GRAND-COUNTS.
           05 WS-TOT-GOOD       PIC 9(4) VALUE ZERO.
           05 WS-TOT-DEAN       PIC 9(4) VALUE ZERO.
           05 WS-TOT-PROB       PIC 9(4) VALUE ZERO.
           05 WS-TOT-SUSP       PIC 9(4) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(26) VALUE
               'ACADEMIC STANDING REPORT'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-DEPT-LINE.
           05 FILLER            PIC X(12) VALUE 'DEPARTMENT: '.
           05 RPD-CODE          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-NAME          PIC X(20).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(32) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(50) VALUE
               'T-ATT T-ERN T-GPA C-ATT C-ERN C-GPA STANDING'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-NAME          PIC X(20).
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-T-ATT         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-T-ERN         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-T-GPA         PIC Z9.99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-C-ATT         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-C-ERN         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-C-GPA         PIC Z9.99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-STANDING      PIC X(14).

       01 RPT-SUBTOTAL-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(6) VALUE 'GOOD: '.
           05 RPS-GOOD          PIC ZZZ9.
           05 FILLER            PIC X(9) VALUE '   DEAN: '.
           05 RPS-DEAN          PIC ZZZ9.
           05 FILLER            PIC X(9) VALUE '   PROB: '.
           05 RPS-PROB          PIC ZZZ9.
           05 FILLER            PIC X(9) VALUE '   SUSP: '.
           05 RPS-SUSP          PIC ZZZ9.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'standrpt-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-GRADE-POINTS.

           PERFORM 120-LOAD-CATALOG.

           PERFORM 125-LOAD-DEPARTMENTS.

           PERFORM 130-LOAD-RUN-CONTROL.

           PERFORM 140-LOAD-TRANSCRIPT.

           OPEN INPUT STUDENT-MASTER.

           PERFORM 200-BUILD-STUDENTS.

           CLOSE STUDENT-MASTER.

           PERFORM 210-ACCUMULATE-GRADES.

           PERFORM 250-ASSIGN-STANDING.

           PERFORM 300-PRINT-REPORT.

           PERFORM 400-WRITE-EXTRACT.

           STOP RUN.

       110-LOAD-GRADE-POINTS.
           OPEN INPUT GRADEPTS-FILE.
           IF WS-GPT-STATUS = '00'
               PERFORM UNTIL EOF-GPT = 'Y'
                   READ GRADEPTS-FILE
                       AT END MOVE 'Y' TO EOF-GPT
                       NOT AT END
                           IF GP-POINTS IS NUMERIC
                                   AND GP-GRADE NOT = SPACES
                                   AND GPT-COUNT < 40
                               ADD 1 TO GPT-COUNT
                               SET GP-IDX TO GPT-COUNT
                               MOVE GP-GRADE TO GPT-GRADE(GP-IDX)
                               MOVE GP-POINTS TO GPT-POINTS(GP-IDX)
                               MOVE GP-IN-GPA TO GPT-IN-GPA(GP-IDX)
                               MOVE GP-EARNS TO GPT-EARNS(GP-IDX)
                               MOVE GP-ATTEMPTS TO GPT-ATTEMPTS(GP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEPTS-FILE
           END-IF.
           IF WS-GPT-STATUS = '05'
               CLOSE GRADEPTS-FILE
           END-IF.

           IF GPT-COUNT = ZERO
               PERFORM 112-SET-DEFAULT-POINTS
           END-IF.

       112-SET-DEFAULT-POINTS.
           MOVE 'A 400YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'A-367YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'B+333YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'B 300YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'B-267YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'C+233YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'C 200YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'C-167YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'D+133YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'D 100YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'D-067YYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'F 000YNY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'P 000NYY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'I 000NNY' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.
           MOVE 'W 000NNN' TO WS-DFLT-POINT.
           PERFORM 113-ADD-DEFAULT-POINT.

       113-ADD-DEFAULT-POINT.
           ADD 1 TO GPT-COUNT.
           SET GP-IDX TO GPT-COUNT.
           MOVE WDP-GRADE TO GPT-GRADE(GP-IDX).
           MOVE WDP-POINTS TO GPT-POINTS(GP-IDX).
           MOVE WDP-IN-GPA TO GPT-IN-GPA(GP-IDX).
           MOVE WDP-EARNS TO GPT-EARNS(GP-IDX).
           MOVE WDP-ATTEMPTS TO GPT-ATTEMPTS(GP-IDX).

       120-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF WS-CAT-STATUS = '00'
               PERFORM UNTIL EOF-CAT = 'Y'
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO EOF-CAT
                       NOT AT END
                           IF CAT-COUNT < 1000
                               ADD 1 TO CAT-COUNT
                               SET CT-IDX TO CAT-COUNT
                               MOVE CT-CLASS TO CTT-CLASS(CT-IDX)
                               IF CT-CREDITS IS NUMERIC
                                   MOVE CT-CREDITS
                                       TO CTT-CREDITS(CT-IDX)
                               ELSE
                                   MOVE ZERO TO CTT-CREDITS(CT-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-CAT-STATUS = '05'
               CLOSE CATALOG-FILE
           END-IF.

       125-LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE.
           IF WS-DPT-STATUS = '00'
               PERFORM UNTIL EOF-DPT = 'Y'
                   READ DEPT-FILE
                       AT END MOVE 'Y' TO EOF-DPT
                       NOT AT END
                           IF DPT-COUNT < 200
                               ADD 1 TO DPT-COUNT
                               SET DP-IDX TO DPT-COUNT
                               MOVE DP-CODE TO DPT-CODE(DP-IDX)
                               MOVE DP-NAME TO DPT-NAME(DP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.
           IF WS-DPT-STATUS = '05'
               CLOSE DEPT-FILE
           END-IF.

       130-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM UNTIL EOF-RCT = 'Y'
                   READ RUNCTL-FILE
                       AT END MOVE 'Y' TO EOF-RCT
                       NOT AT END
                           IF RCT-VALUE IS NUMERIC
                               PERFORM 135-APPLY-RUN-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

           COMPUTE WS-DEAN-GPA = WS-DEAN-GPA-X / 100.
           COMPUTE WS-PROB-GPA = WS-PROB-GPA-X / 100.
           COMPUTE WS-SUSP-GPA = WS-SUSP-GPA-X / 100.

       135-APPLY-RUN-CONTROL.
           IF RCT-KEYWORD = 'DEANGPA' AND RCT-VALUE NOT > 400
               MOVE RCT-VALUE TO WS-DEAN-GPA-X
           END-IF.
           IF RCT-KEYWORD = 'DEANHRS'
               MOVE RCT-VALUE TO WS-DEAN-HRS
           END-IF.
           IF RCT-KEYWORD = 'PROBGPA' AND RCT-VALUE NOT > 400
               MOVE RCT-VALUE TO WS-PROB-GPA-X
           END-IF.
           IF RCT-KEYWORD = 'SUSPGPA' AND RCT-VALUE NOT > 400
               MOVE RCT-VALUE TO WS-SUSP-GPA-X
           END-IF.
           IF RCT-KEYWORD = 'SUSPHRS'
               MOVE RCT-VALUE TO WS-SUSP-HRS
           END-IF.

       140-LOAD-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF-TRN = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
                           ADD 1 TO WS-TRN-READ
                           PERFORM 145-STORE-TRANSCRIPT-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           IF WS-TRN-STATUS = '05'
               CLOSE TRANSCRIPT-FILE
           END-IF.

       145-STORE-TRANSCRIPT-ROW.
           MOVE 'N' TO TRN-FOUND.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
                   OR TRN-FOUND = 'Y'
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = TR-STUDENT
                       AND TRT-TERM(TN-IDX) = TR-TERM
                       AND TRT-CLASS(TN-IDX) = TR-CLASS
                       AND TRT-SECTION(TN-IDX) = TR-SECTION
                   MOVE 'Y' TO TRN-FOUND
                   MOVE TR-GRADE TO TRT-GRADE(TN-IDX)
                   ADD 1 TO WS-TRN-SUPERSEDED
               END-IF
           END-PERFORM.

           IF TRN-FOUND = 'N' AND TRN-COUNT < 5000
               ADD 1 TO TRN-COUNT
               SET TN-IDX TO TRN-COUNT
               MOVE TR-STUDENT TO TRT-STUDENT(TN-IDX)
               MOVE TR-TERM TO TRT-TERM(TN-IDX)
               MOVE TR-CLASS TO TRT-CLASS(TN-IDX)
               MOVE TR-SECTION TO TRT-SECTION(TN-IDX)
               MOVE TR-GRADE TO TRT-GRADE(TN-IDX)
           END-IF.

       200-BUILD-STUDENTS.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
               SET TN-IDX TO WS-TN
               IF WS-TERM-PARM = SPACES
                       OR TRT-TERM(TN-IDX) = WS-TERM-PARM
                   PERFORM 220-FIND-STUDENT-ENTRY
                   IF STD-FOUND = 'N' AND STD-COUNT < 3000
                       PERFORM 205-ADD-STUDENT-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       205-ADD-STUDENT-ENTRY.
           ADD 1 TO STD-COUNT.
           SET SD-IDX TO STD-COUNT.
           MOVE SPACES TO STD-ENTRY(SD-IDX).
           MOVE TRT-STUDENT(TN-IDX) TO SDT-ID(SD-IDX).
           MOVE ZERO TO SDT-T-ATT(SD-IDX) SDT-T-ERN(SD-IDX)
                        SDT-T-GHRS(SD-IDX) SDT-T-QP(SD-IDX)
                        SDT-T-GPA(SD-IDX) SDT-C-ATT(SD-IDX)
                        SDT-C-ERN(SD-IDX) SDT-C-GHRS(SD-IDX)
                        SDT-C-QP(SD-IDX) SDT-C-GPA(SD-IDX).
           MOVE 'N' TO SDT-PRINTED(SD-IDX).

           MOVE 'NONE' TO SDT-DEPT(SD-IDX).
           MOVE TRT-STUDENT(TN-IDX) TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE SM-NAME TO SDT-NAME(SD-IDX)
               MOVE SM-PROGRAM TO WS-DEPT-SRC
               PERFORM 208-DERIVE-DEPT-CODE
               IF WS-DEPT-CODE NOT = SPACES
                   MOVE WS-DEPT-CODE TO SDT-DEPT(SD-IDX)
               END-IF
           END-IF.

       208-DERIVE-DEPT-CODE.
           MOVE SPACES TO WS-DEPT-CODE.
           MOVE 'N' TO WS-DEPT-DONE.
           PERFORM VARYING WS-DC FROM 1 BY 1 UNTIL WS-DC > 4
               IF WS-DEPT-DONE = 'N'
                       AND WS-DEPT-CH(WS-DC) IS ALPHABETIC
                       AND WS-DEPT-CH(WS-DC) NOT = SPACE
                   MOVE WS-DEPT-CH(WS-DC) TO WS-DEPT-CODE-CH(WS-DC)
               ELSE
                   MOVE 'Y' TO WS-DEPT-DONE
               END-IF
           END-PERFORM.

       210-ACCUMULATE-GRADES.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
               SET TN-IDX TO WS-TN
               PERFORM 220-FIND-STUDENT-ENTRY
               IF STD-FOUND = 'Y'
                   PERFORM 230-RATE-GRADE
                   IF GPT-FOUND = 'Y'
                       PERFORM 240-APPLY-GRADE
                   ELSE
                       ADD 1 TO WS-TRN-UNRATED
                   END-IF
               END-IF
           END-PERFORM.

       220-FIND-STUDENT-ENTRY.
           MOVE 'N' TO STD-FOUND.
           MOVE ZERO TO WS-STD-IDX.
           PERFORM VARYING WS-SD FROM 1 BY 1 UNTIL WS-SD > STD-COUNT
                   OR STD-FOUND = 'Y'
               SET SD-IDX TO WS-SD
               IF SDT-ID(SD-IDX) = TRT-STUDENT(TN-IDX)
                   MOVE 'Y' TO STD-FOUND
                   MOVE WS-SD TO WS-STD-IDX
               END-IF
           END-PERFORM.

       230-RATE-GRADE.
           MOVE 'N' TO GPT-FOUND.
           PERFORM VARYING WS-GP FROM 1 BY 1 UNTIL WS-GP > GPT-COUNT
                   OR GPT-FOUND = 'Y'
               SET GP-IDX TO WS-GP
               IF GPT-GRADE(GP-IDX) = TRT-GRADE(TN-IDX)
                   MOVE 'Y' TO GPT-FOUND
               END-IF
           END-PERFORM.

           IF GPT-FOUND = 'N'
               PERFORM VARYING WS-GP FROM 1 BY 1 UNTIL WS-GP > GPT-COUNT
                       OR GPT-FOUND = 'Y'
                   SET GP-IDX TO WS-GP
                   IF GPT-GRADE(GP-IDX)(1:1) = TRT-GRADE(TN-IDX)(1:1)
                           AND GPT-GRADE(GP-IDX)(2:1) = SPACE
                       MOVE 'Y' TO GPT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           MOVE WS-DFLT-CREDITS TO WS-CREDITS.
           MOVE 'N' TO CAT-FOUND.
           PERFORM VARYING WS-CT FROM 1 BY 1 UNTIL WS-CT > CAT-COUNT
                   OR CAT-FOUND = 'Y'
               SET CT-IDX TO WS-CT
               IF CTT-CLASS(CT-IDX) = TRT-CLASS(TN-IDX)
                   MOVE 'Y' TO CAT-FOUND
                   IF CTT-CREDITS(CT-IDX) > ZERO
                       MOVE CTT-CREDITS(CT-IDX) TO WS-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

       240-APPLY-GRADE.
           SET SD-IDX TO WS-STD-IDX.
           IF GPT-ATTEMPTS(GP-IDX) = 'Y'
               ADD WS-CREDITS TO SDT-C-ATT(SD-IDX)
           END-IF.
           IF GPT-EARNS(GP-IDX) = 'Y'
               ADD WS-CREDITS TO SDT-C-ERN(SD-IDX)
           END-IF.
           IF GPT-IN-GPA(GP-IDX) = 'Y'
               ADD WS-CREDITS TO SDT-C-GHRS(SD-IDX)
               COMPUTE SDT-C-QP(SD-IDX) = SDT-C-QP(SD-IDX)
                   + GPT-POINTS(GP-IDX) * WS-CREDITS
           END-IF.

           IF WS-TERM-PARM = SPACES
                   OR TRT-TERM(TN-IDX) = WS-TERM-PARM
               IF GPT-ATTEMPTS(GP-IDX) = 'Y'
                   ADD WS-CREDITS TO SDT-T-ATT(SD-IDX)
               END-IF
               IF GPT-EARNS(GP-IDX) = 'Y'
                   ADD WS-CREDITS TO SDT-T-ERN(SD-IDX)
               END-IF
               IF GPT-IN-GPA(GP-IDX) = 'Y'
                   ADD WS-CREDITS TO SDT-T-GHRS(SD-IDX)
                   COMPUTE SDT-T-QP(SD-IDX) = SDT-T-QP(SD-IDX)
                       + GPT-POINTS(GP-IDX) * WS-CREDITS
               END-IF
           END-IF.

       250-ASSIGN-STANDING.
           PERFORM VARYING WS-SD FROM 1 BY 1 UNTIL WS-SD > STD-COUNT
               SET SD-IDX TO WS-SD
               IF SDT-T-GHRS(SD-IDX) > ZERO
                   COMPUTE SDT-T-GPA(SD-IDX) ROUNDED =
                       SDT-T-QP(SD-IDX) / SDT-T-GHRS(SD-IDX)
               END-IF
               IF SDT-C-GHRS(SD-IDX) > ZERO
                   COMPUTE SDT-C-GPA(SD-IDX) ROUNDED =
                       SDT-C-QP(SD-IDX) / SDT-C-GHRS(SD-IDX)
               END-IF

               EVALUATE TRUE
                   WHEN SDT-C-GHRS(SD-IDX) > ZERO
                           AND SDT-C-GPA(SD-IDX) < WS-SUSP-GPA
                           AND SDT-C-ATT(SD-IDX) NOT < WS-SUSP-HRS
                       MOVE 'SUSP' TO SDT-STANDING(SD-IDX)
                   WHEN SDT-C-GHRS(SD-IDX) > ZERO
                           AND SDT-C-GPA(SD-IDX) < WS-PROB-GPA
                       MOVE 'PROB' TO SDT-STANDING(SD-IDX)
                   WHEN SDT-T-GHRS(SD-IDX) NOT < WS-DEAN-HRS
                           AND SDT-T-GPA(SD-IDX) NOT < WS-DEAN-GPA
                       MOVE 'DEAN' TO SDT-STANDING(SD-IDX)
                   WHEN OTHER
                       MOVE 'GOOD' TO SDT-STANDING(SD-IDX)
               END-EVALUATE
           END-PERFORM.

       300-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           MOVE 'Y' TO WS-DEPTS-LEFT.
           PERFORM UNTIL WS-DEPTS-LEFT = 'N'
               PERFORM 310-FIND-NEXT-DEPT
               IF WS-DEPTS-LEFT = 'Y'
                   PERFORM 320-PRINT-ONE-DEPT
               END-IF
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'STUDENTS RATED:' TO RPC-LABEL.
           MOVE STD-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'GOOD STANDING:' TO RPC-LABEL.
           MOVE WS-TOT-GOOD TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'DEANS LIST:' TO RPC-LABEL.
           MOVE WS-TOT-DEAN TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PROBATION:' TO RPC-LABEL.
           MOVE WS-TOT-PROB TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SUSPENSION:' TO RPC-LABEL.
           MOVE WS-TOT-SUSP TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'TRANSCRIPT ROWS:' TO RPC-LABEL.
           MOVE WS-TRN-READ TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SUPERSEDED ROWS:' TO RPC-LABEL.
           MOVE WS-TRN-SUPERSEDED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'UNRATED GRADES:' TO RPC-LABEL.
           MOVE WS-TRN-UNRATED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           CLOSE REPORT-FILE.

       310-FIND-NEXT-DEPT.
           MOVE 'N' TO WS-DEPTS-LEFT.
           MOVE HIGH-VALUES TO WS-LOW-DEPT.
           PERFORM VARYING WS-SD FROM 1 BY 1 UNTIL WS-SD > STD-COUNT
               SET SD-IDX TO WS-SD
               IF SDT-PRINTED(SD-IDX) = 'N'
                       AND SDT-DEPT(SD-IDX) < WS-LOW-DEPT
                   MOVE SDT-DEPT(SD-IDX) TO WS-LOW-DEPT
                   MOVE 'Y' TO WS-DEPTS-LEFT
               END-IF
           END-PERFORM.
           MOVE WS-LOW-DEPT TO WS-CUR-DEPT.

       320-PRINT-ONE-DEPT.
           MOVE ZERO TO WS-CNT-GOOD WS-CNT-DEAN WS-CNT-PROB
                        WS-CNT-SUSP.

           MOVE SPACES TO WS-DEPT-NAME.
           MOVE 'N' TO DPT-FOUND.
           PERFORM VARYING WS-DP FROM 1 BY 1 UNTIL WS-DP > DPT-COUNT
                   OR DPT-FOUND = 'Y'
               SET DP-IDX TO WS-DP
               IF DPT-CODE(DP-IDX) = WS-CUR-DEPT
                   MOVE 'Y' TO DPT-FOUND
                   MOVE DPT-NAME(DP-IDX) TO WS-DEPT-NAME
               END-IF
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE WS-CUR-DEPT TO RPD-CODE.
           MOVE WS-DEPT-NAME TO RPD-NAME.
           WRITE REPORT-REC FROM RPT-DEPT-LINE.
           WRITE REPORT-REC FROM RPT-COL-HEADER.

           PERFORM VARYING WS-SD FROM 1 BY 1 UNTIL WS-SD > STD-COUNT
               SET SD-IDX TO WS-SD
               IF SDT-PRINTED(SD-IDX) = 'N'
                       AND SDT-DEPT(SD-IDX) = WS-CUR-DEPT
                   PERFORM 330-PRINT-ONE-STUDENT
               END-IF
           END-PERFORM.

           MOVE WS-CNT-GOOD TO RPS-GOOD.
           MOVE WS-CNT-DEAN TO RPS-DEAN.
           MOVE WS-CNT-PROB TO RPS-PROB.
           MOVE WS-CNT-SUSP TO RPS-SUSP.
           WRITE REPORT-REC FROM RPT-SUBTOTAL-LINE.

           ADD WS-CNT-GOOD TO WS-TOT-GOOD.
           ADD WS-CNT-DEAN TO WS-TOT-DEAN.
           ADD WS-CNT-PROB TO WS-TOT-PROB.
           ADD WS-CNT-SUSP TO WS-TOT-SUSP.

       330-PRINT-ONE-STUDENT.
           MOVE 'Y' TO SDT-PRINTED(SD-IDX).
           MOVE SDT-ID(SD-IDX) TO RPL-STUDENT.
           MOVE SDT-NAME(SD-IDX) TO RPL-NAME.
           MOVE SDT-T-ATT(SD-IDX) TO RPL-T-ATT.
           MOVE SDT-T-ERN(SD-IDX) TO RPL-T-ERN.
           MOVE SDT-T-GPA(SD-IDX) TO RPL-T-GPA.
           MOVE SDT-C-ATT(SD-IDX) TO RPL-C-ATT.
           MOVE SDT-C-ERN(SD-IDX) TO RPL-C-ERN.
           MOVE SDT-C-GPA(SD-IDX) TO RPL-C-GPA.
           EVALUATE SDT-STANDING(SD-IDX)
               WHEN 'SUSP'
                   MOVE 'SUSPENSION' TO RPL-STANDING
                   ADD 1 TO WS-CNT-SUSP
               WHEN 'PROB'
                   MOVE 'PROBATION' TO RPL-STANDING
                   ADD 1 TO WS-CNT-PROB
               WHEN 'DEAN'
                   MOVE 'DEANS LIST' TO RPL-STANDING
                   ADD 1 TO WS-CNT-DEAN
               WHEN OTHER
                   MOVE 'GOOD STANDING' TO RPL-STANDING
                   ADD 1 TO WS-CNT-GOOD
           END-EVALUATE.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

       400-WRITE-EXTRACT.
           OPEN OUTPUT STANDING-FILE.
           PERFORM VARYING WS-SD FROM 1 BY 1 UNTIL WS-SD > STD-COUNT
               SET SD-IDX TO WS-SD
               MOVE SPACES TO STANDING-REC
               MOVE SDT-ID(SD-IDX) TO SG-STUDENT
               MOVE WS-TERM-PARM TO SG-TERM
               MOVE SDT-DEPT(SD-IDX) TO SG-DEPT
               MOVE SDT-T-ATT(SD-IDX) TO SG-TERM-ATT
               MOVE SDT-T-ERN(SD-IDX) TO SG-TERM-ERN
               MOVE SDT-T-GPA(SD-IDX) TO SG-TERM-GPA
               MOVE SDT-C-ATT(SD-IDX) TO SG-CUM-ATT
               MOVE SDT-C-ERN(SD-IDX) TO SG-CUM-ERN
               MOVE SDT-C-GPA(SD-IDX) TO SG-CUM-GPA
               MOVE SDT-STANDING(SD-IDX) TO SG-STANDING
               WRITE STANDING-REC
           END-PERFORM.
           CLOSE STANDING-FILE.
