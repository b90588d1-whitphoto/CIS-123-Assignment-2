       IDENTIFICATION DIVISION.
       PROGRAM-ID. DegreeAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSCRIPT-FILE
                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL GRADEPTS-FILE ASSIGN DYNAMIC WS-GPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GPT-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-CAT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL DEGREQ-FILE ASSIGN DYNAMIC WS-DRQ-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DRQ-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
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

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

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

       FD DEGREQ-FILE.
       01 DEGREQ-REC.
           05 DR-PROGRAM        PIC X(6).
           05 DR-TYPE           PIC X.
           05 DR-DATA           PIC X(20).
           05 DR-HEAD-DATA REDEFINES DR-DATA.
               10 DRH-MIN-CREDITS PIC 999.
               10 DRH-MIN-GPA     PIC 9V99.
               10 FILLER          PIC X(14).
           05 DR-CLASS-DATA REDEFINES DR-DATA.
               10 DRC-CLASS       PIC X(6).
               10 FILLER          PIC X(14).
           05 DR-ELECT-DATA REDEFINES DR-DATA.
               10 DRE-PREFIX      PIC X(4).
               10 DRE-CREDITS     PIC 99.
               10 FILLER          PIC X(14).

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

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-GPT-FILENAME       PIC X(40) VALUE 'gradepts.txt'.
       01 WS-GPT-STATUS         PIC XX VALUE '00'.
       01 WS-CAT-FILENAME       PIC X(40) VALUE 'catalog.txt'.
       01 WS-CAT-STATUS         PIC XX VALUE '00'.
       01 WS-DRQ-FILENAME       PIC X(40) VALUE 'degreq.txt'.
       01 WS-DRQ-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'degaudit.txt'.

       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-GPT               PIC X VALUE 'N'.
       01 EOF-CAT               PIC X VALUE 'N'.
       01 EOF-DRQ               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-DFLT-CREDITS       PIC 9 VALUE 3.
       01 WS-OVERFLOW           PIC X VALUE 'N'.

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
       01 WS-LOOK-CLASS         PIC X(6).

       01 PGM-COUNT             PIC 999 VALUE ZERO.
       01 PGM-TABLE.
           05 PGM-ENTRY OCCURS 200 TIMES INDEXED BY PG-IDX.
               10 PGT-PROGRAM     PIC X(6).
               10 PGT-MIN-CREDITS PIC 999.
               10 PGT-MIN-GPA     PIC 9V99.

       01 WS-PG                 PIC 999.
       01 PGM-FOUND             PIC X VALUE 'N'.

       01 REQ-COUNT             PIC 9(4) VALUE ZERO.
       01 REQ-TABLE.
           05 REQ-ENTRY OCCURS 3000 TIMES INDEXED BY RQ-IDX.
               10 RQT-PROGRAM     PIC X(6).
               10 RQT-TYPE        PIC X.
               10 RQT-CODE        PIC X(6).
               10 RQT-CREDITS     PIC 99.

       01 WS-RQ                 PIC 9(4).

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

       01 ENR-COUNT             PIC 9(4) VALUE ZERO.
       01 ENR-TABLE.
           05 ENR-ENTRY OCCURS 5000 TIMES INDEXED BY EN-IDX.
               10 ENT-STUDENT     PIC X(9).
               10 ENT-TERM        PIC X(10).
               10 ENT-CLASS       PIC X(6).

       01 WS-EN                 PIC 9(4).

       01 CRS-COUNT             PIC 99 VALUE ZERO.
       01 CRS-TABLE.
           05 CRS-ENTRY OCCURS 80 TIMES INDEXED BY CR-IDX.
               10 CRT-CLASS       PIC X(6).
               10 CRT-DEPT        PIC X(4).
               10 CRT-TERM        PIC X(10).
               10 CRT-GRADE       PIC XX.
               10 CRT-CREDITS     PIC 9.
               10 CRT-KIND        PIC X.
               10 CRT-USED        PIC X.

       01 WS-CR                 PIC 99.
       01 CRS-FOUND             PIC X VALUE 'N'.
       01 WS-CRS-IDX            PIC 99.

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

       01 WS-STU-EARNED         PIC 999.
       01 WS-STU-INPROG         PIC 999.
       01 WS-STU-GHRS           PIC 999.
       01 WS-STU-QP             PIC 9(4)V99.
       01 WS-STU-GPA            PIC 9V99.
       01 WS-STU-MISSING        PIC 99.
       01 WS-STU-INPROG-ITEMS   PIC 99.
       01 WS-STU-RESULT         PIC X(10).

       01 WS-GRP-EARNED         PIC 999.
       01 WS-GRP-INPROG         PIC 999.
       01 WS-ITEM-STATUS        PIC X(11).

       01 CAND-COUNT            PIC 9(4) VALUE ZERO.
       01 CAND-TABLE.
           05 CAND-ENTRY OCCURS 1000 TIMES INDEXED BY CD-IDX.
               10 CDT-STUDENT     PIC X(9).
               10 CDT-NAME        PIC X(25).
               10 CDT-PROGRAM     PIC X(6).
               10 CDT-CREDITS     PIC 999.
               10 CDT-GPA         PIC 9V99.
               10 CDT-RESULT      PIC X(10).

       01 WS-CD                 PIC 9(4).

       01 WS-AUDIT-COUNTS.
           05 WS-CNT-AUDITED    PIC 9(5) VALUE ZERO.
           05 WS-CNT-COMPLETE   PIC 9(5) VALUE ZERO.
           05 WS-CNT-CANDIDATE  PIC 9(5) VALUE ZERO.
           05 WS-CNT-INCOMPLETE PIC 9(5) VALUE ZERO.
           05 WS-CNT-NO-SHEET   PIC 9(5) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(20) VALUE
               'DEGREE AUDIT REPORT'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-STUDENT-LINE.
           05 FILLER            PIC X(9) VALUE 'STUDENT: '.
           05 RPS-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RPS-NAME          PIC X(25).
           05 FILLER            PIC X(10) VALUE ' PROGRAM: '.
           05 RPS-PROGRAM       PIC X(6).

       01 RPT-CLASS-ITEM.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RPI-KIND          PIC X(10).
           05 RPI-CLASS         PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPI-STATUS        PIC X(11).
           05 FILLER            PIC X VALUE SPACE.
           05 RPI-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RPI-GRADE         PIC XX.

       01 RPT-GROUP-ITEM.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RPG-KIND          PIC X(10).
           05 RPG-CODE          PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPG-STATUS        PIC X(11).
           05 FILLER            PIC X(8) VALUE ' EARNED '.
           05 RPG-EARNED        PIC ZZ9.
           05 FILLER            PIC X(9) VALUE ' IN PROG '.
           05 RPG-INPROG        PIC ZZ9.
           05 FILLER            PIC X(8) VALUE ' NEEDED '.
           05 RPG-NEEDED        PIC ZZ9.

       01 RPT-GPA-ITEM.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'GPA'.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RPA-STATUS        PIC X(11).
           05 FILLER            PIC X(9) VALUE ' CUM GPA '.
           05 RPA-GPA           PIC 9.99.
           05 FILLER            PIC X(9) VALUE ' MINIMUM '.
           05 RPA-MIN-GPA       PIC 9.99.

       01 RPT-CAND-HEADER.
           05 FILLER            PIC X(40) VALUE
               'GRADUATION CANDIDATES'.

       01 RPT-CAND-COLS.
           05 FILLER            PIC X(36) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(40) VALUE
               'PROGRAM CREDITS  GPA  RESULT'.

       01 RPT-CAND-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-NAME          PIC X(25).
           05 RPD-PROGRAM       PIC X(6).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RPD-CREDITS       PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPD-GPA           PIC 9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-RESULT        PIC X(10).

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
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'degaudit-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-GRADE-POINTS.

           PERFORM 120-LOAD-CATALOG.

           PERFORM 130-LOAD-REQUIREMENTS.

           PERFORM 140-LOAD-TRANSCRIPT.

           PERFORM 150-LOAD-ENROLLMENTS.

           OPEN OUTPUT REPORT-FILE.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           PERFORM 200-AUDIT-STUDENTS.

           PERFORM 300-PRINT-CANDIDATES.

           CLOSE REPORT-FILE.

           IF WS-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
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

       130-LOAD-REQUIREMENTS.
           OPEN INPUT DEGREQ-FILE.
           IF WS-DRQ-STATUS = '00'
               PERFORM UNTIL EOF-DRQ = 'Y'
                   READ DEGREQ-FILE
                       AT END MOVE 'Y' TO EOF-DRQ
                       NOT AT END
                           PERFORM 135-STORE-REQUIREMENT
                   END-READ
               END-PERFORM
               CLOSE DEGREQ-FILE
           END-IF.
           IF WS-DRQ-STATUS = '05'
               CLOSE DEGREQ-FILE
           END-IF.

       135-STORE-REQUIREMENT.
           EVALUATE DR-TYPE
               WHEN 'H'
                   IF PGM-COUNT < 200
                       ADD 1 TO PGM-COUNT
                       SET PG-IDX TO PGM-COUNT
                       MOVE DR-PROGRAM TO PGT-PROGRAM(PG-IDX)
                       MOVE ZERO TO PGT-MIN-CREDITS(PG-IDX)
                       MOVE ZERO TO PGT-MIN-GPA(PG-IDX)
                       IF DRH-MIN-CREDITS IS NUMERIC
                           MOVE DRH-MIN-CREDITS
                               TO PGT-MIN-CREDITS(PG-IDX)
                       END-IF
                       IF DRH-MIN-GPA IS NUMERIC
                           MOVE DRH-MIN-GPA TO PGT-MIN-GPA(PG-IDX)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW
                   END-IF
               WHEN 'C'
               WHEN 'E'
                   IF REQ-COUNT < 3000
                       ADD 1 TO REQ-COUNT
                       SET RQ-IDX TO REQ-COUNT
                       MOVE DR-PROGRAM TO RQT-PROGRAM(RQ-IDX)
                       MOVE DR-TYPE TO RQT-TYPE(RQ-IDX)
                       MOVE ZERO TO RQT-CREDITS(RQ-IDX)
                       IF DR-TYPE = 'C'
                           MOVE DRC-CLASS TO RQT-CODE(RQ-IDX)
                       ELSE
                           MOVE DRE-PREFIX TO RQT-CODE(RQ-IDX)
                           IF DRE-CREDITS IS NUMERIC
                               MOVE DRE-CREDITS
                                   TO RQT-CREDITS(RQ-IDX)
                           END-IF
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       140-LOAD-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF-TRN = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
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
               END-IF
           END-PERFORM.

           IF TRN-FOUND = 'N'
               IF TRN-COUNT < 5000
                   ADD 1 TO TRN-COUNT
                   SET TN-IDX TO TRN-COUNT
                   MOVE TR-STUDENT TO TRT-STUDENT(TN-IDX)
                   MOVE TR-TERM TO TRT-TERM(TN-IDX)
                   MOVE TR-CLASS TO TRT-CLASS(TN-IDX)
                   MOVE TR-SECTION TO TRT-SECTION(TN-IDX)
                   MOVE TR-GRADE TO TRT-GRADE(TN-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

       150-LOAD-ENROLLMENTS.
           OPEN INPUT REGOUT-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM UNTIL EOF-REG = 'Y'
                   READ REGOUT-FILE
                       AT END MOVE 'Y' TO EOF-REG
                       NOT AT END
                           IF RO-STATUS = 'ENROLLED'
                                   AND (WS-TERM-PARM = SPACES
                                   OR RO-TERM = WS-TERM-PARM)
                               PERFORM 155-STORE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGOUT-FILE
           END-IF.
           IF WS-REG-STATUS = '05'
               CLOSE REGOUT-FILE
           END-IF.

       155-STORE-ENROLLMENT.
           MOVE 'N' TO TRN-FOUND.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
                   OR TRN-FOUND = 'Y'
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = RO-STUDENT
                       AND TRT-TERM(TN-IDX) = RO-TERM
                       AND TRT-CLASS(TN-IDX) = RO-CLASS
                       AND TRT-SECTION(TN-IDX) = RO-SECTION
                   MOVE 'Y' TO TRN-FOUND
               END-IF
           END-PERFORM.

           IF TRN-FOUND = 'N'
               IF ENR-COUNT < 5000
                   ADD 1 TO ENR-COUNT
                   SET EN-IDX TO ENR-COUNT
                   MOVE RO-STUDENT TO ENT-STUDENT(EN-IDX)
                   MOVE RO-TERM TO ENT-TERM(EN-IDX)
                   MOVE RO-CLASS TO ENT-CLASS(EN-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

       200-AUDIT-STUDENTS.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               WRITE REPORT-REC FROM RPT-ERROR-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO SM-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-ID.
           IF WS-SM-STATUS = '00'
               PERFORM UNTIL WS-SM-STATUS NOT = '00'
                   READ STUDENT-MASTER NEXT
                   IF WS-SM-STATUS = '00' AND SM-STATUS = 'A'
                       PERFORM 205-AUDIT-ONE-STUDENT
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE STUDENT-MASTER.

       205-AUDIT-ONE-STUDENT.
           MOVE 'N' TO PGM-FOUND.
           PERFORM VARYING WS-PG FROM 1 BY 1 UNTIL WS-PG > PGM-COUNT
                   OR PGM-FOUND = 'Y'
               SET PG-IDX TO WS-PG
               IF PGT-PROGRAM(PG-IDX) = SM-PROGRAM
                   MOVE 'Y' TO PGM-FOUND
               END-IF
           END-PERFORM.

           IF PGM-FOUND = 'N'
               ADD 1 TO WS-CNT-NO-SHEET
           ELSE
               ADD 1 TO WS-CNT-AUDITED
               MOVE ZERO TO WS-STU-MISSING WS-STU-INPROG-ITEMS
               PERFORM 210-BUILD-COURSE-LIST
               WRITE REPORT-REC FROM BLANK-LINE
               MOVE SM-ID TO RPS-STUDENT
               MOVE SM-NAME TO RPS-NAME
               MOVE SM-PROGRAM TO RPS-PROGRAM
               WRITE REPORT-REC FROM RPT-STUDENT-LINE
               PERFORM 220-CHECK-REQUIRED-CLASSES
               PERFORM 230-CHECK-ELECTIVE-GROUPS
               PERFORM 240-CHECK-TOTALS
               PERFORM 250-ASSIGN-RESULT
           END-IF.

       210-BUILD-COURSE-LIST.
           MOVE ZERO TO CRS-COUNT.
           MOVE ZERO TO WS-STU-EARNED WS-STU-INPROG WS-STU-GHRS
                        WS-STU-QP WS-STU-GPA.

           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = SM-ID
                   PERFORM 212-ADD-GRADED-COURSE
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-EN FROM 1 BY 1 UNTIL WS-EN > ENR-COUNT
               SET EN-IDX TO WS-EN
               IF ENT-STUDENT(EN-IDX) = SM-ID
                   PERFORM 214-ADD-ENROLLED-COURSE
               END-IF
           END-PERFORM.

           IF WS-STU-GHRS > ZERO
               COMPUTE WS-STU-GPA ROUNDED = WS-STU-QP / WS-STU-GHRS
           END-IF.

       212-ADD-GRADED-COURSE.
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

           MOVE TRT-CLASS(TN-IDX) TO WS-LOOK-CLASS.
           PERFORM 216-LOOKUP-CREDITS.

           IF CRS-COUNT < 80
               ADD 1 TO CRS-COUNT
               SET CR-IDX TO CRS-COUNT
               MOVE TRT-CLASS(TN-IDX) TO CRT-CLASS(CR-IDX)
               MOVE WS-DEPT-CODE TO CRT-DEPT(CR-IDX)
               MOVE TRT-TERM(TN-IDX) TO CRT-TERM(CR-IDX)
               MOVE TRT-GRADE(TN-IDX) TO CRT-GRADE(CR-IDX)
               MOVE WS-CREDITS TO CRT-CREDITS(CR-IDX)
               MOVE 'N' TO CRT-KIND(CR-IDX)
               MOVE 'N' TO CRT-USED(CR-IDX)
               IF GPT-FOUND = 'Y'
                   IF GPT-EARNS(GP-IDX) = 'Y'
                       MOVE 'E' TO CRT-KIND(CR-IDX)
                       ADD WS-CREDITS TO WS-STU-EARNED
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

           IF GPT-FOUND = 'Y'
               IF GPT-IN-GPA(GP-IDX) = 'Y'
                   ADD WS-CREDITS TO WS-STU-GHRS
                   COMPUTE WS-STU-QP = WS-STU-QP
                       + GPT-POINTS(GP-IDX) * WS-CREDITS
               END-IF
           END-IF.

       214-ADD-ENROLLED-COURSE.
           MOVE ENT-CLASS(EN-IDX) TO WS-LOOK-CLASS.
           PERFORM 216-LOOKUP-CREDITS.

           IF CRS-COUNT < 80
               ADD 1 TO CRS-COUNT
               SET CR-IDX TO CRS-COUNT
               MOVE ENT-CLASS(EN-IDX) TO CRT-CLASS(CR-IDX)
               MOVE WS-DEPT-CODE TO CRT-DEPT(CR-IDX)
               MOVE ENT-TERM(EN-IDX) TO CRT-TERM(CR-IDX)
               MOVE SPACES TO CRT-GRADE(CR-IDX)
               MOVE WS-CREDITS TO CRT-CREDITS(CR-IDX)
               MOVE 'P' TO CRT-KIND(CR-IDX)
               MOVE 'N' TO CRT-USED(CR-IDX)
               ADD WS-CREDITS TO WS-STU-INPROG
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       216-LOOKUP-CREDITS.
           MOVE WS-DFLT-CREDITS TO WS-CREDITS.
           MOVE 'N' TO CAT-FOUND.
           PERFORM VARYING WS-CT FROM 1 BY 1 UNTIL WS-CT > CAT-COUNT
                   OR CAT-FOUND = 'Y'
               SET CT-IDX TO WS-CT
               IF CTT-CLASS(CT-IDX) = WS-LOOK-CLASS
                   MOVE 'Y' TO CAT-FOUND
                   IF CTT-CREDITS(CT-IDX) > ZERO
                       MOVE CTT-CREDITS(CT-IDX) TO WS-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-LOOK-CLASS TO WS-DEPT-SRC.
           PERFORM 218-DERIVE-DEPT-CODE.

       218-DERIVE-DEPT-CODE.
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

       220-CHECK-REQUIRED-CLASSES.
           PERFORM VARYING WS-RQ FROM 1 BY 1 UNTIL WS-RQ > REQ-COUNT
               SET RQ-IDX TO WS-RQ
               IF RQT-PROGRAM(RQ-IDX) = SM-PROGRAM
                       AND RQT-TYPE(RQ-IDX) = 'C'
                   PERFORM 225-CHECK-ONE-CLASS
               END-IF
           END-PERFORM.

       225-CHECK-ONE-CLASS.
           MOVE 'N' TO CRS-FOUND.
           PERFORM VARYING WS-CR FROM 1 BY 1 UNTIL WS-CR > CRS-COUNT
                   OR CRS-FOUND = 'Y'
               SET CR-IDX TO WS-CR
               IF CRT-CLASS(CR-IDX) = RQT-CODE(RQ-IDX)
                       AND CRT-KIND(CR-IDX) = 'E'
                       AND CRT-USED(CR-IDX) = 'N'
                   MOVE 'Y' TO CRS-FOUND
                   MOVE WS-CR TO WS-CRS-IDX
               END-IF
           END-PERFORM.

           IF CRS-FOUND = 'Y'
               MOVE 'SATISFIED' TO WS-ITEM-STATUS
           ELSE
               PERFORM VARYING WS-CR FROM 1 BY 1
                       UNTIL WS-CR > CRS-COUNT OR CRS-FOUND = 'Y'
                   SET CR-IDX TO WS-CR
                   IF CRT-CLASS(CR-IDX) = RQT-CODE(RQ-IDX)
                           AND CRT-KIND(CR-IDX) = 'P'
                           AND CRT-USED(CR-IDX) = 'N'
                       MOVE 'Y' TO CRS-FOUND
                       MOVE WS-CR TO WS-CRS-IDX
                   END-IF
               END-PERFORM
               IF CRS-FOUND = 'Y'
                   MOVE 'IN PROGRESS' TO WS-ITEM-STATUS
                   ADD 1 TO WS-STU-INPROG-ITEMS
               ELSE
                   MOVE 'MISSING' TO WS-ITEM-STATUS
                   ADD 1 TO WS-STU-MISSING
               END-IF
           END-IF.

           MOVE 'REQUIRED' TO RPI-KIND.
           MOVE RQT-CODE(RQ-IDX) TO RPI-CLASS.
           MOVE WS-ITEM-STATUS TO RPI-STATUS.
           MOVE SPACES TO RPI-TERM RPI-GRADE.
           IF CRS-FOUND = 'Y'
               SET CR-IDX TO WS-CRS-IDX
               MOVE 'Y' TO CRT-USED(CR-IDX)
               MOVE CRT-TERM(CR-IDX) TO RPI-TERM
               MOVE CRT-GRADE(CR-IDX) TO RPI-GRADE
           END-IF.
           WRITE REPORT-REC FROM RPT-CLASS-ITEM.

       230-CHECK-ELECTIVE-GROUPS.
           PERFORM VARYING WS-RQ FROM 1 BY 1 UNTIL WS-RQ > REQ-COUNT
               SET RQ-IDX TO WS-RQ
               IF RQT-PROGRAM(RQ-IDX) = SM-PROGRAM
                       AND RQT-TYPE(RQ-IDX) = 'E'
                   PERFORM 235-CHECK-ONE-GROUP
               END-IF
           END-PERFORM.

       235-CHECK-ONE-GROUP.
           MOVE ZERO TO WS-GRP-EARNED WS-GRP-INPROG.
           PERFORM VARYING WS-CR FROM 1 BY 1 UNTIL WS-CR > CRS-COUNT
               SET CR-IDX TO WS-CR
               IF CRT-DEPT(CR-IDX) = RQT-CODE(RQ-IDX)
                       AND CRT-KIND(CR-IDX) = 'E'
                       AND CRT-USED(CR-IDX) = 'N'
                       AND WS-GRP-EARNED < RQT-CREDITS(RQ-IDX)
                   MOVE 'Y' TO CRT-USED(CR-IDX)
                   ADD CRT-CREDITS(CR-IDX) TO WS-GRP-EARNED
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CR FROM 1 BY 1 UNTIL WS-CR > CRS-COUNT
               SET CR-IDX TO WS-CR
               IF CRT-DEPT(CR-IDX) = RQT-CODE(RQ-IDX)
                       AND CRT-KIND(CR-IDX) = 'P'
                       AND CRT-USED(CR-IDX) = 'N'
                       AND WS-GRP-EARNED + WS-GRP-INPROG
                           < RQT-CREDITS(RQ-IDX)
                   MOVE 'Y' TO CRT-USED(CR-IDX)
                   ADD CRT-CREDITS(CR-IDX) TO WS-GRP-INPROG
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS-GRP-EARNED NOT < RQT-CREDITS(RQ-IDX)
                   MOVE 'SATISFIED' TO RPG-STATUS
               WHEN WS-GRP-EARNED + WS-GRP-INPROG
                       NOT < RQT-CREDITS(RQ-IDX)
                   MOVE 'IN PROGRESS' TO RPG-STATUS
                   ADD 1 TO WS-STU-INPROG-ITEMS
               WHEN OTHER
                   MOVE 'MISSING' TO RPG-STATUS
                   ADD 1 TO WS-STU-MISSING
           END-EVALUATE.

           MOVE 'ELECTIVE' TO RPG-KIND.
           MOVE RQT-CODE(RQ-IDX) TO RPG-CODE.
           MOVE WS-GRP-EARNED TO RPG-EARNED.
           MOVE WS-GRP-INPROG TO RPG-INPROG.
           MOVE RQT-CREDITS(RQ-IDX) TO RPG-NEEDED.
           WRITE REPORT-REC FROM RPT-GROUP-ITEM.

       240-CHECK-TOTALS.
           EVALUATE TRUE
               WHEN WS-STU-EARNED NOT < PGT-MIN-CREDITS(PG-IDX)
                   MOVE 'SATISFIED' TO RPG-STATUS
               WHEN WS-STU-EARNED + WS-STU-INPROG
                       NOT < PGT-MIN-CREDITS(PG-IDX)
                   MOVE 'IN PROGRESS' TO RPG-STATUS
                   ADD 1 TO WS-STU-INPROG-ITEMS
               WHEN OTHER
                   MOVE 'MISSING' TO RPG-STATUS
                   ADD 1 TO WS-STU-MISSING
           END-EVALUATE.

           MOVE 'CREDITS' TO RPG-KIND.
           MOVE SPACES TO RPG-CODE.
           MOVE WS-STU-EARNED TO RPG-EARNED.
           MOVE WS-STU-INPROG TO RPG-INPROG.
           MOVE PGT-MIN-CREDITS(PG-IDX) TO RPG-NEEDED.
           WRITE REPORT-REC FROM RPT-GROUP-ITEM.

           IF WS-STU-GPA NOT < PGT-MIN-GPA(PG-IDX)
               MOVE 'SATISFIED' TO RPA-STATUS
           ELSE
               MOVE 'MISSING' TO RPA-STATUS
               ADD 1 TO WS-STU-MISSING
           END-IF.
           MOVE WS-STU-GPA TO RPA-GPA.
           MOVE PGT-MIN-GPA(PG-IDX) TO RPA-MIN-GPA.
           WRITE REPORT-REC FROM RPT-GPA-ITEM.

       250-ASSIGN-RESULT.
           EVALUATE TRUE
               WHEN WS-STU-MISSING > ZERO
                   MOVE 'INCOMPLETE' TO WS-STU-RESULT
                   ADD 1 TO WS-CNT-INCOMPLETE
               WHEN WS-STU-INPROG-ITEMS > ZERO
                   MOVE 'CANDIDATE' TO WS-STU-RESULT
                   ADD 1 TO WS-CNT-CANDIDATE
               WHEN OTHER
                   MOVE 'COMPLETE' TO WS-STU-RESULT
                   ADD 1 TO WS-CNT-COMPLETE
           END-EVALUATE.

           MOVE SPACES TO RPI-KIND RPI-CLASS RPI-TERM RPI-GRADE.
           MOVE 'RESULT' TO RPI-KIND.
           MOVE WS-STU-RESULT TO RPI-STATUS.
           WRITE REPORT-REC FROM RPT-CLASS-ITEM.

           IF WS-STU-MISSING = ZERO
               IF CAND-COUNT < 1000
                   ADD 1 TO CAND-COUNT
                   SET CD-IDX TO CAND-COUNT
                   MOVE SM-ID TO CDT-STUDENT(CD-IDX)
                   MOVE SM-NAME TO CDT-NAME(CD-IDX)
                   MOVE SM-PROGRAM TO CDT-PROGRAM(CD-IDX)
                   COMPUTE CDT-CREDITS(CD-IDX) =
                       WS-STU-EARNED + WS-STU-INPROG
                   MOVE WS-STU-GPA TO CDT-GPA(CD-IDX)
                   MOVE WS-STU-RESULT TO CDT-RESULT(CD-IDX)
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

       300-PRINT-CANDIDATES.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RPT-CAND-HEADER.
           WRITE REPORT-REC FROM RPT-CAND-COLS.
           PERFORM VARYING WS-CD FROM 1 BY 1 UNTIL WS-CD > CAND-COUNT
               SET CD-IDX TO WS-CD
               MOVE CDT-STUDENT(CD-IDX) TO RPD-STUDENT
               MOVE CDT-NAME(CD-IDX) TO RPD-NAME
               MOVE CDT-PROGRAM(CD-IDX) TO RPD-PROGRAM
               MOVE CDT-CREDITS(CD-IDX) TO RPD-CREDITS
               MOVE CDT-GPA(CD-IDX) TO RPD-GPA
               MOVE CDT-RESULT(CD-IDX) TO RPD-RESULT
               WRITE REPORT-REC FROM RPT-CAND-LINE
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'STUDENTS AUDITED:' TO RPC-LABEL.
           MOVE WS-CNT-AUDITED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'COMPLETE:' TO RPC-LABEL.
           MOVE WS-CNT-COMPLETE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'CANDIDATE:' TO RPC-LABEL.
           MOVE WS-CNT-CANDIDATE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'INCOMPLETE:' TO RPC-LABEL.
           MOVE WS-CNT-INCOMPLETE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO PROGRAM SHEET:' TO RPC-LABEL.
           MOVE WS-CNT-NO-SHEET TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
