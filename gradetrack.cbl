       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeTrack.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL INSTR-FILE ASSIGN DYNAMIC WS-INSM-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INSM-STATUS.
           SELECT OPTIONAL DEPT-FILE ASSIGN DYNAMIC WS-DPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DPT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL TRANSCRIPT-FILE
                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL MEET-FILE ASSIGN DYNAMIC WS-MET-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MET-STATUS.
           SELECT REMIND-FILE ASSIGN DYNAMIC WS-RMD-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.
       01 MF-REC.
           05 MF-KEY.
               10 MF-TERM       PIC X(10).
               10 MF-CLASS      PIC X(6).
               10 MF-SECTION    PIC 99.
           05 MF-SIZE           PIC 99.
           05 MF-DAY            PIC X.
           05 MF-PERIOD         PIC 99.
           05 MF-ROOM           PIC X(4).
           05 MF-INSTRUCTOR     PIC X(4).
           05 MF-LINK           PIC X(6).
           05 MF-BUILDING       PIC X(4).
           05 MF-ACTIVE         PIC X.
           05 MF-PATTERN        PIC X(5).
           05 MF-LENGTH         PIC 9.
           05 MF-ROOMTYPE       PIC X(4).

       FD INSTR-FILE.
       01 INSTR-REC.
           05 IM-CODE           PIC X(4).
           05 IM-NAME           PIC X(20).
           05 IM-DEPT           PIC X(4).
           05 IM-MAX-LOAD       PIC 99.

       FD DEPT-FILE.
       01 DEPT-REC.
           05 DP-CODE           PIC X(4).
           05 DP-NAME           PIC X(20).

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-REC.
           05 TR-STUDENT        PIC X(9).
           05 TR-TERM           PIC X(10).
           05 TR-CLASS          PIC X(6).
           05 TR-SECTION        PIC 99.
           05 TR-GRADE          PIC XX.
           05 TR-POST-DATE      PIC 9(8).

       FD MEET-FILE.
       01 MEET-REC.
           05 MT-TERM           PIC X(10).
           05 MT-CLASS          PIC X(6).
           05 MT-SECTION        PIC 99.
           05 MT-DATE           PIC 9(8).
           05 MT-DAY            PIC X.
           05 MT-PERIOD         PIC 99.
           05 MT-LENGTH         PIC 9.
           05 MT-ROOM           PIC X(4).
           05 MT-START          PIC X(5).
           05 MT-END            PIC X(5).

       FD REMIND-FILE.
       01 REMIND-REC.
           05 GM-INSTRUCTOR     PIC X(4).
           05 GM-INSTR-NAME     PIC X(20).
           05 GM-DEPT           PIC X(4).
           05 GM-TERM           PIC X(10).
           05 GM-CLASS          PIC X(6).
           05 GM-SECTION        PIC 99.
           05 GM-ENROLLED       PIC 999.
           05 GM-GRADED         PIC 999.
           05 GM-STATUS         PIC X(8).
           05 GM-DEADLINE       PIC 9(8).
           05 GM-DAYS-LATE      PIC 999.

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-DUE-PARM           PIC X(10) VALUE SPACES.
       01 WS-DUE-PARM-R REDEFINES WS-DUE-PARM.
           05 WS-DUE-PARM-DATE  PIC 9(8).
           05 FILLER            PIC XX.

       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-INSM-FILENAME      PIC X(40) VALUE 'instrfile.txt'.
       01 WS-INSM-STATUS        PIC XX VALUE '00'.
       01 WS-DPT-FILENAME       PIC X(40) VALUE 'deptfile.txt'.
       01 WS-DPT-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-MET-FILENAME       PIC X(40) VALUE 'meetfile.txt'.
       01 WS-MET-STATUS         PIC XX VALUE '00'.
       01 WS-RMD-FILENAME       PIC X(40) VALUE 'graderemind.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'gradetrack.txt'.

       01 EOF-INSM              PIC X VALUE 'N'.
       01 EOF-DPT               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-MET               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-GRADE-DAYS         PIC 9(4) VALUE 3.
       01 WS-LAST-MEET          PIC 9(8) VALUE ZERO.
       01 WS-DEADLINE           PIC 9(8) VALUE ZERO.
       01 WS-INT-TODAY          PIC 9(7).
       01 WS-INT-DEADLINE       PIC 9(7).
       01 WS-DAYS-LATE          PIC 9(4) VALUE ZERO.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-SORT-KEY.
                   15 SCT-DEPT        PIC X(4).
                   15 SCT-INSTRUCTOR  PIC X(4).
                   15 SCT-CLASS       PIC X(6).
                   15 SCT-SECTION     PIC 99.
               10 SCT-TERM        PIC X(10).
               10 SCT-ENROLLED    PIC 999.
               10 SCT-GRADED      PIC 999.
               10 SCT-PRINTED     PIC X.

       01 WS-SC                 PIC 9(4).
       01 SECT-FOUND            PIC X VALUE 'N'.
       01 WS-LOW-IDX            PIC 9(4) VALUE ZERO.
       01 WS-LOW-KEY            PIC X(16).

       01 INSM-COUNT            PIC 999 VALUE ZERO.
       01 INSM-TABLE.
           05 INSM-ENTRY OCCURS 200 TIMES INDEXED BY IM-IDX.
               10 ISM-CODE        PIC X(4).
               10 ISM-NAME        PIC X(20).
               10 ISM-DEPT        PIC X(4).

       01 WS-IM                 PIC 999.
       01 INSM-FOUND            PIC X VALUE 'N'.

       01 DPT-COUNT             PIC 999 VALUE ZERO.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 200 TIMES INDEXED BY DP-IDX.
               10 DPT-CODE        PIC X(4).
               10 DPT-NAME        PIC X(20).

       01 WS-DP                 PIC 999.
       01 DPT-FOUND             PIC X VALUE 'N'.

       01 REG-COUNT             PIC 9(4) VALUE ZERO.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 5000 TIMES INDEXED BY RG-IDX.
               10 RGT-STUDENT     PIC X(9).
               10 RGT-TERM        PIC X(10).
               10 RGT-CLASS       PIC X(6).
               10 RGT-SECTION     PIC 99.
               10 RGT-SECT-IDX    PIC 9(4).
               10 RGT-GRADED      PIC X.

       01 WS-RG                 PIC 9(4).
       01 REG-FOUND             PIC X VALUE 'N'.

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

       01 WS-CUR-DEPT           PIC X(4) VALUE SPACES.
       01 WS-CUR-INSTR          PIC X(4) VALUE SPACES.
       01 WS-FIRST-LINE         PIC X VALUE 'Y'.
       01 WS-SECT-STATUS        PIC X(8).
       01 WS-INSTR-NAME         PIC X(20).

       01 WS-DEPT-COUNTS.
           05 WS-DPC-COMPLETE   PIC 9(4).
           05 WS-DPC-PARTIAL    PIC 9(4).
           05 WS-DPC-MISSING    PIC 9(4).

       01 WS-TOT-COMPLETE       PIC 9(4) VALUE ZERO.
       01 WS-TOT-PARTIAL        PIC 9(4) VALUE ZERO.
       01 WS-TOT-MISSING        PIC 9(4) VALUE ZERO.
       01 WS-TOT-NO-ROSTER      PIC 9(4) VALUE ZERO.
       01 WS-TOT-LATE           PIC 9(4) VALUE ZERO.
       01 WS-TOT-REMIND         PIC 9(4) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(26) VALUE
               'GRADE SUBMISSION TRACKING'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-HEADER-2.
           05 FILLER            PIC X(16) VALUE 'GRADE DEADLINE: '.
           05 RPH-DEADLINE      PIC X(8).

       01 RPT-DEPT-LINE.
           05 FILLER            PIC X(12) VALUE 'DEPARTMENT: '.
           05 RPD-CODE          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-NAME          PIC X(20).

       01 RPT-INSTR-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE 'INSTRUCTOR: '.
           05 RPI-CODE          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPI-NAME          PIC X(20).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 FILLER            PIC X(33) VALUE
               'CLASS  SEC ENROLLED GRADED STATUS'.
           05 FILLER            PIC X(15) VALUE
               '    DAYS LATE'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RPL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-SECTION       PIC 99.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 RPL-ENROLLED      PIC ZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RPL-GRADED        PIC ZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-STATUS        PIC X(8).
           05 FILLER            PIC X(5) VALUE SPACES.
           05 RPL-DAYS-LATE     PIC ZZZ9.

       01 RPT-SUBTOTAL-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'COMPLETE: '.
           05 RPS-COMPLETE      PIC ZZZ9.
           05 FILLER            PIC X(12) VALUE '   PARTIAL: '.
           05 RPS-PARTIAL       PIC ZZZ9.
           05 FILLER            PIC X(12) VALUE '   MISSING: '.
           05 RPS-MISSING       PIC ZZZ9.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-TERM-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-TERM-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-DUE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-DUE-PARM
           END-ACCEPT.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'meetfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-MET-FILENAME
               STRING 'graderemind-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RMD-FILENAME
               STRING 'gradetrack-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-INSTRUCTORS.

           PERFORM 120-LOAD-DEPARTMENTS.

           PERFORM 130-LOAD-RUN-CONTROL.

           PERFORM 140-LOAD-SECTIONS.

           PERFORM 150-LOAD-REGISTRATIONS.

           PERFORM 160-MATCH-TRANSCRIPT.

           PERFORM 170-SET-DEADLINE.

           PERFORM 300-PRINT-REPORT.

           STOP RUN.

       110-LOAD-INSTRUCTORS.
           OPEN INPUT INSTR-FILE.
           IF WS-INSM-STATUS = '00'
               PERFORM UNTIL EOF-INSM = 'Y'
                   READ INSTR-FILE
                       AT END MOVE 'Y' TO EOF-INSM
                       NOT AT END
                           IF INSM-COUNT < 200
                               ADD 1 TO INSM-COUNT
                               SET IM-IDX TO INSM-COUNT
                               MOVE IM-CODE TO ISM-CODE(IM-IDX)
                               MOVE IM-NAME TO ISM-NAME(IM-IDX)
                               MOVE IM-DEPT TO ISM-DEPT(IM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTR-FILE
           END-IF.
           IF WS-INSM-STATUS = '05'
               CLOSE INSTR-FILE
           END-IF.

       120-LOAD-DEPARTMENTS.
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
                               IF RCT-KEYWORD = 'GRADEDAYS'
                                   MOVE RCT-VALUE TO WS-GRADE-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       140-LOAD-SECTIONS.
           OPEN INPUT MASTER-FILE.
           IF WS-MF-STATUS = '00'
               MOVE LOW-VALUES TO MF-KEY
               START MASTER-FILE KEY IS NOT LESS THAN MF-KEY
               IF WS-MF-STATUS = '00'
                   PERFORM UNTIL WS-MF-STATUS NOT = '00'
                       READ MASTER-FILE NEXT
                       IF WS-MF-STATUS = '00'
                           PERFORM 145-LOAD-ONE-SECTION
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       145-LOAD-ONE-SECTION.
           IF MF-ACTIVE = 'Y'
                   AND (WS-TERM-PARM = SPACES
                       OR MF-TERM = WS-TERM-PARM)
                   AND SECT-COUNT < 2000
               ADD 1 TO SECT-COUNT
               SET SC-IDX TO SECT-COUNT
               MOVE MF-TERM TO SCT-TERM(SC-IDX)
               MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
               MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
               MOVE MF-INSTRUCTOR TO SCT-INSTRUCTOR(SC-IDX)
               MOVE ZERO TO SCT-ENROLLED(SC-IDX)
               MOVE ZERO TO SCT-GRADED(SC-IDX)
               MOVE 'N' TO SCT-PRINTED(SC-IDX)
               PERFORM 147-FIND-INSTRUCTOR
               IF INSM-FOUND = 'Y'
                       AND ISM-DEPT(IM-IDX) NOT = SPACES
                   MOVE ISM-DEPT(IM-IDX) TO SCT-DEPT(SC-IDX)
               ELSE
                   MOVE MF-CLASS TO WS-DEPT-SRC
                   PERFORM 148-DERIVE-DEPT-CODE
                   MOVE WS-DEPT-CODE TO SCT-DEPT(SC-IDX)
               END-IF
           END-IF.

       147-FIND-INSTRUCTOR.
           MOVE 'N' TO INSM-FOUND.
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > INSM-COUNT
                   OR INSM-FOUND = 'Y'
               SET IM-IDX TO WS-IM
               IF ISM-CODE(IM-IDX) = SCT-INSTRUCTOR(SC-IDX)
                   MOVE 'Y' TO INSM-FOUND
               END-IF
           END-PERFORM.

       148-DERIVE-DEPT-CODE.
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

       150-LOAD-REGISTRATIONS.
           OPEN INPUT REGOUT-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM UNTIL EOF-REG = 'Y'
                   READ REGOUT-FILE
                       AT END MOVE 'Y' TO EOF-REG
                       NOT AT END
                           IF RO-STATUS = 'ENROLLED'
                               PERFORM 155-STORE-REGISTRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGOUT-FILE
           END-IF.
           IF WS-REG-STATUS = '05'
               CLOSE REGOUT-FILE
           END-IF.

       155-STORE-REGISTRATION.
           MOVE 'N' TO SECT-FOUND.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
                   OR SECT-FOUND = 'Y'
               SET SC-IDX TO WS-SC
               IF SCT-TERM(SC-IDX) = RO-TERM
                       AND SCT-CLASS(SC-IDX) = RO-CLASS
                       AND SCT-SECTION(SC-IDX) = RO-SECTION
                   MOVE 'Y' TO SECT-FOUND
               END-IF
           END-PERFORM.
           IF SECT-FOUND = 'Y' AND REG-COUNT < 5000
               ADD 1 TO SCT-ENROLLED(SC-IDX)
               ADD 1 TO REG-COUNT
               SET RG-IDX TO REG-COUNT
               MOVE RO-STUDENT TO RGT-STUDENT(RG-IDX)
               MOVE RO-TERM TO RGT-TERM(RG-IDX)
               MOVE RO-CLASS TO RGT-CLASS(RG-IDX)
               MOVE RO-SECTION TO RGT-SECTION(RG-IDX)
               SET RGT-SECT-IDX(RG-IDX) TO SC-IDX
               MOVE 'N' TO RGT-GRADED(RG-IDX)
           END-IF.

       160-MATCH-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF-TRN = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR TR-TERM = WS-TERM-PARM
                               PERFORM 165-MATCH-ONE-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           IF WS-TRN-STATUS = '05'
               CLOSE TRANSCRIPT-FILE
           END-IF.

       165-MATCH-ONE-GRADE.
           MOVE 'N' TO REG-FOUND.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
                   OR REG-FOUND = 'Y'
               SET RG-IDX TO WS-RG
               IF RGT-STUDENT(RG-IDX) = TR-STUDENT
                       AND RGT-TERM(RG-IDX) = TR-TERM
                       AND RGT-CLASS(RG-IDX) = TR-CLASS
                       AND RGT-SECTION(RG-IDX) = TR-SECTION
                   MOVE 'Y' TO REG-FOUND
               END-IF
           END-PERFORM.
           IF REG-FOUND = 'Y'
               IF RGT-GRADED(RG-IDX) = 'N'
                   MOVE 'Y' TO RGT-GRADED(RG-IDX)
                   SET SC-IDX TO RGT-SECT-IDX(RG-IDX)
                   ADD 1 TO SCT-GRADED(SC-IDX)
               END-IF
           END-IF.

       170-SET-DEADLINE.
           IF WS-DUE-PARM-DATE IS NUMERIC
                   AND WS-DUE-PARM-DATE > 16010101
               MOVE WS-DUE-PARM-DATE TO WS-DEADLINE
           ELSE
               PERFORM 175-FIND-LAST-MEETING
               IF WS-LAST-MEET > 16010101
                   COMPUTE WS-INT-DEADLINE =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-MEET)
                       + WS-GRADE-DAYS
                   COMPUTE WS-DEADLINE =
                       FUNCTION DATE-OF-INTEGER(WS-INT-DEADLINE)
               END-IF
           END-IF.

           IF WS-DEADLINE > ZERO AND WS-RUN-DATE > WS-DEADLINE
               COMPUTE WS-INT-TODAY =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-INT-DEADLINE =
                   FUNCTION INTEGER-OF-DATE(WS-DEADLINE)
               COMPUTE WS-DAYS-LATE = WS-INT-TODAY - WS-INT-DEADLINE
           END-IF.

       175-FIND-LAST-MEETING.
           OPEN INPUT MEET-FILE.
           IF WS-MET-STATUS = '00'
               PERFORM UNTIL EOF-MET = 'Y'
                   READ MEET-FILE
                       AT END MOVE 'Y' TO EOF-MET
                       NOT AT END
                           IF (WS-TERM-PARM = SPACES
                                   OR MT-TERM = WS-TERM-PARM)
                                   AND MT-DATE IS NUMERIC
                                   AND MT-DATE > WS-LAST-MEET
                               MOVE MT-DATE TO WS-LAST-MEET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEET-FILE
           END-IF.
           IF WS-MET-STATUS = '05'
               CLOSE MEET-FILE
           END-IF.

       300-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT REMIND-FILE.

           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           IF WS-DEADLINE > ZERO
               MOVE WS-DEADLINE TO RPH-DEADLINE
           ELSE
               MOVE 'NONE' TO RPH-DEADLINE
           END-IF.
           WRITE REPORT-REC FROM RPT-HEADER-2.

           MOVE ZERO TO WS-DPC-COMPLETE WS-DPC-PARTIAL WS-DPC-MISSING.
           MOVE 'Y' TO WS-FIRST-LINE.
           PERFORM 310-FIND-NEXT-SECTION.
           PERFORM UNTIL WS-LOW-IDX = ZERO
               SET SC-IDX TO WS-LOW-IDX
               PERFORM 320-PRINT-ONE-SECTION
               PERFORM 310-FIND-NEXT-SECTION
           END-PERFORM.
           IF WS-FIRST-LINE = 'N'
               PERFORM 340-PRINT-DEPT-TOTALS
           END-IF.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'SECTIONS CHECKED:' TO RPC-LABEL.
           MOVE SECT-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'FULLY GRADED:' TO RPC-LABEL.
           MOVE WS-TOT-COMPLETE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PARTLY GRADED:' TO RPC-LABEL.
           MOVE WS-TOT-PARTIAL TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NOT SUBMITTED:' TO RPC-LABEL.
           MOVE WS-TOT-MISSING TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO ENROLLMENT:' TO RPC-LABEL.
           MOVE WS-TOT-NO-ROSTER TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PAST DEADLINE:' TO RPC-LABEL.
           MOVE WS-TOT-LATE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'REMINDERS WRITTEN:' TO RPC-LABEL.
           MOVE WS-TOT-REMIND TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           CLOSE REPORT-FILE
                 REMIND-FILE.

       310-FIND-NEXT-SECTION.
           MOVE ZERO TO WS-LOW-IDX.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               IF SCT-PRINTED(SC-IDX) = 'N'
                       AND SCT-SORT-KEY(SC-IDX) < WS-LOW-KEY
                   MOVE SCT-SORT-KEY(SC-IDX) TO WS-LOW-KEY
                   MOVE WS-SC TO WS-LOW-IDX
               END-IF
           END-PERFORM.

       320-PRINT-ONE-SECTION.
           MOVE 'Y' TO SCT-PRINTED(SC-IDX).

           IF SCT-ENROLLED(SC-IDX) = ZERO
               ADD 1 TO WS-TOT-NO-ROSTER
           ELSE
               IF WS-FIRST-LINE = 'Y'
                       OR SCT-DEPT(SC-IDX) NOT = WS-CUR-DEPT
                   IF WS-FIRST-LINE = 'N'
                       PERFORM 340-PRINT-DEPT-TOTALS
                   END-IF
                   PERFORM 330-PRINT-DEPT-HEADER
               END-IF
               IF SCT-INSTRUCTOR(SC-IDX) NOT = WS-CUR-INSTR
                   PERFORM 335-PRINT-INSTR-HEADER
               END-IF
               PERFORM 350-PRINT-SECTION-LINE
           END-IF.

       330-PRINT-DEPT-HEADER.
           MOVE 'N' TO WS-FIRST-LINE.
           MOVE SCT-DEPT(SC-IDX) TO WS-CUR-DEPT.
           MOVE HIGH-VALUES TO WS-CUR-INSTR.
           MOVE ZERO TO WS-DPC-COMPLETE WS-DPC-PARTIAL WS-DPC-MISSING.

           MOVE SPACES TO RPD-NAME.
           MOVE 'N' TO DPT-FOUND.
           PERFORM VARYING WS-DP FROM 1 BY 1 UNTIL WS-DP > DPT-COUNT
                   OR DPT-FOUND = 'Y'
               SET DP-IDX TO WS-DP
               IF DPT-CODE(DP-IDX) = WS-CUR-DEPT
                   MOVE 'Y' TO DPT-FOUND
                   MOVE DPT-NAME(DP-IDX) TO RPD-NAME
               END-IF
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE WS-CUR-DEPT TO RPD-CODE.
           WRITE REPORT-REC FROM RPT-DEPT-LINE.

       335-PRINT-INSTR-HEADER.
           MOVE SCT-INSTRUCTOR(SC-IDX) TO WS-CUR-INSTR.
           PERFORM 147-FIND-INSTRUCTOR.
           IF INSM-FOUND = 'Y'
               MOVE ISM-NAME(IM-IDX) TO WS-INSTR-NAME
           ELSE
               MOVE 'UNKNOWN INSTRUCTOR' TO WS-INSTR-NAME
           END-IF.

           MOVE WS-CUR-INSTR TO RPI-CODE.
           MOVE WS-INSTR-NAME TO RPI-NAME.
           WRITE REPORT-REC FROM RPT-INSTR-LINE.
           WRITE REPORT-REC FROM RPT-COL-HEADER.

       340-PRINT-DEPT-TOTALS.
           MOVE WS-DPC-COMPLETE TO RPS-COMPLETE.
           MOVE WS-DPC-PARTIAL TO RPS-PARTIAL.
           MOVE WS-DPC-MISSING TO RPS-MISSING.
           WRITE REPORT-REC FROM RPT-SUBTOTAL-LINE.

       350-PRINT-SECTION-LINE.
           IF SCT-GRADED(SC-IDX) >= SCT-ENROLLED(SC-IDX)
               MOVE 'COMPLETE' TO WS-SECT-STATUS
               ADD 1 TO WS-DPC-COMPLETE
               ADD 1 TO WS-TOT-COMPLETE
           ELSE
               IF SCT-GRADED(SC-IDX) > ZERO
                   MOVE 'PARTIAL' TO WS-SECT-STATUS
                   ADD 1 TO WS-DPC-PARTIAL
                   ADD 1 TO WS-TOT-PARTIAL
               ELSE
                   MOVE 'MISSING' TO WS-SECT-STATUS
                   ADD 1 TO WS-DPC-MISSING
                   ADD 1 TO WS-TOT-MISSING
               END-IF
           END-IF.

           MOVE SCT-CLASS(SC-IDX) TO RPL-CLASS.
           MOVE SCT-SECTION(SC-IDX) TO RPL-SECTION.
           MOVE SCT-ENROLLED(SC-IDX) TO RPL-ENROLLED.
           MOVE SCT-GRADED(SC-IDX) TO RPL-GRADED.
           MOVE WS-SECT-STATUS TO RPL-STATUS.
           MOVE ZERO TO RPL-DAYS-LATE.
           IF WS-SECT-STATUS NOT = 'COMPLETE'
               MOVE WS-DAYS-LATE TO RPL-DAYS-LATE
               IF WS-DAYS-LATE > ZERO
                   ADD 1 TO WS-TOT-LATE
               END-IF
               PERFORM 360-WRITE-REMINDER
           END-IF.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

       360-WRITE-REMINDER.
           MOVE SPACES TO REMIND-REC.
           MOVE SCT-INSTRUCTOR(SC-IDX) TO GM-INSTRUCTOR.
           MOVE WS-INSTR-NAME TO GM-INSTR-NAME.
           MOVE SCT-DEPT(SC-IDX) TO GM-DEPT.
           MOVE SCT-TERM(SC-IDX) TO GM-TERM.
           MOVE SCT-CLASS(SC-IDX) TO GM-CLASS.
           MOVE SCT-SECTION(SC-IDX) TO GM-SECTION.
           MOVE SCT-ENROLLED(SC-IDX) TO GM-ENROLLED.
           MOVE SCT-GRADED(SC-IDX) TO GM-GRADED.
           MOVE WS-SECT-STATUS TO GM-STATUS.
           MOVE WS-DEADLINE TO GM-DEADLINE.
           IF WS-DAYS-LATE > 999
               MOVE 999 TO GM-DAYS-LATE
           ELSE
               MOVE WS-DAYS-LATE TO GM-DAYS-LATE
           END-IF.
           WRITE REMIND-REC.
           ADD 1 TO WS-TOT-REMIND.
