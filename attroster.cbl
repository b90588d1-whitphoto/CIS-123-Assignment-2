           SELECT OPTIONAL INSTR-FILE ASSIGN DYNAMIC WS-INSM-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INSM-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICT-FILE ASSIGN DYNAMIC WS-RST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN DYNAMIC WS-PVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 IM-DEPT           PIC X(4).
           05 IM-MAX-LOAD       PIC 99.

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

       FD OUTPUT-FILE.
       01 OUTPUT-REC            PIC X(60).

       FD RESTRICT-FILE.
       01 RESTRICT-REC          PIC X(64).

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
       01 WS-CHK-STATUS         PIC XX VALUE '00'.
       01 WS-INSM-FILENAME      PIC X(40) VALUE 'instrfile.txt'.
       01 WS-INSM-STATUS        PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-OUT-FILENAME       PIC X(40) VALUE 'attroster.txt'.
       01 WS-RST-FILENAME       PIC X(40)
                                VALUE 'attroster-restricted.txt'.
       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.

       01 EOF-MET               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.
       01 WS-INSTR-NAME         PIC X(20) VALUE SPACES.
       01 WS-STUD-LINES         PIC 999 VALUE ZERO.
       01 WS-ROSTER-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-STU-CONFID         PIC X VALUE 'N'.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

           05 RSH-INSTR         PIC X(20).

       01 ROSTER-HEADER-3.
           05 FILLER            PIC X(30) VALUE
               'PRESENT  STUDENT    NAME'.

       01 ROSTER-LINE.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(3) VALUE '[ ]'.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RST-STUDENT       PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RST-NAME          PIC X(25).

       01 RESTRICT-HEADER.
           05 FILLER            PIC X(32) VALUE
               'RESTRICTED ATTENDANCE ENTRIES'.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RRH-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RRH-TIME          PIC 9(8).

       01 RESTRICT-LINE.
           05 RSL-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RSL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 RSL-SECTION       PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 FILLER            PIC X(3) VALUE '[ ]'.
           05 FILLER            PIC X VALUE SPACES.
           05 RSL-STUDENT       PIC X(9).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RSL-NAME          PIC X(25).

       01 NO-STUDENT-LINE.
           05 FILLER            PIC X(22) VALUE
               'NO REGISTERED STUDENTS'.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-OUT-FILENAME
               MOVE SPACES TO WS-RST-FILENAME
               STRING 'attroster-restricted-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 130-LOAD-INSTRUCTORS.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               WRITE OUTPUT-REC FROM RPT-ERROR-LINE
               CLOSE OUTPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESTRICT-FILE.
           MOVE WS-RUN-DATE TO RRH-DATE.
           MOVE WS-RUN-TIME TO RRH-TIME.
           WRITE RESTRICT-REC FROM RESTRICT-HEADER.
           OPEN EXTEND PRIVLOG-FILE.
           IF WS-PVL-STATUS = '35'
               OPEN OUTPUT PRIVLOG-FILE
           END-IF.

           PERFORM 200-PRINT-ROSTERS.

           CLOSE OUTPUT-FILE
                 STUDENT-MASTER
                 RESTRICT-FILE
                 PRIVLOG-FILE.
           STOP RUN.

       040-START-SECTION.
                       AND RGT-SECTION(RG-IDX) = MT-SECTION
                   ADD 1 TO WS-STUD-LINES
                   MOVE RGT-STUDENT(RG-IDX) TO RST-STUDENT
                   PERFORM 230-FIND-STUDENT-NAME
                   IF WS-STU-CONFID = 'Y'
                       PERFORM 240-WRITE-RESTRICTED
                   END-IF
                   MOVE ROSTER-LINE TO WS-PRINT-AREA
                   PERFORM 050-WRITE-REPORT-LINE
               END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       230-FIND-STUDENT-NAME.
           MOVE SPACES TO RST-NAME.
           MOVE 'N' TO WS-STU-CONFID.
           MOVE RGT-STUDENT(RG-IDX) TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE SM-NAME TO RST-NAME
               IF SM-CONFID = 'Y'
                   MOVE 'Y' TO WS-STU-CONFID
               END-IF
           END-IF.

       240-WRITE-RESTRICTED.
           MOVE MT-DATE TO RSL-DATE.
           MOVE MT-CLASS TO RSL-CLASS.
           MOVE MT-SECTION TO RSL-SECTION.
           MOVE RST-STUDENT TO RSL-STUDENT.
           MOVE RST-NAME TO RSL-NAME.
           WRITE RESTRICT-REC FROM RESTRICT-LINE.

           MOVE SPACES TO PRIVLOG-REC.
           MOVE WS-RUN-DATE TO PV-DATE.
           MOVE WS-RUN-TIME TO PV-TIME.
           MOVE 'ATTROSTER' TO PV-PROGRAM.
           MOVE MT-TERM TO PV-TERM.
           MOVE RST-STUDENT TO PV-STUDENT.
           MOVE WS-RST-FILENAME TO PV-OUTPUT.
           STRING MT-CLASS DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  MT-SECTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MT-DATE DELIMITED BY SIZE
               INTO PV-REF.
           WRITE PRIVLOG-REC.

           MOVE ALL '*' TO RST-STUDENT.
           MOVE 'CONFIDENTIAL' TO RST-NAME.
