       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleBalance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC WS-ENR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENR-STATUS.
           SELECT OPTIONAL BILL-FILE ASSIGN DYNAMIC WS-BIL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIL-STATUS.
           SELECT OPTIONAL PRIOR-FILE ASSIGN DYNAMIC WS-PRV-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRV-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN DYNAMIC WS-RST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RST-STATUS.
           SELECT OPTIONAL TRANSCRIPT-FILE
                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL ATTHIST-FILE ASSIGN DYNAMIC WS-HST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

       FD ENROLL-FILE.
       01 ENROLL-REC.
           05 EN-CLASS          PIC X(6).
           05 EN-SECTION        PIC 99.
           05 EN-TERM           PIC X(10).
           05 EN-ACTUAL         PIC 999.

       FD BILL-FILE.
       01 BILL-REC              PIC X(160).

       FD PRIOR-FILE.
       01 PRIOR-REC             PIC X(160).

       FD ROSTER-FILE.
       01 ROSTER-REC            PIC X(60).
       01 ROSTER-HDR-REC.
           05 RIH-TAG           PIC X(7).
           05 RIH-CLASS         PIC X(6).
           05 FILLER            PIC X(6).
           05 RIH-SECTION       PIC 99.
           05 FILLER            PIC X(7).
           05 RIH-TERM          PIC X(10).
       01 ROSTER-DET-REC.
           05 FILLER            PIC X.
           05 RID-STUDENT       PIC X(9).
           05 FILLER            PIC X(2).
           05 RID-NAME          PIC X(25).
           05 FILLER            PIC X(2).
           05 RID-GRADE         PIC X(5).

       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-REC.
           05 TR-STUDENT        PIC X(9).
           05 TR-TERM           PIC X(10).
           05 TR-CLASS          PIC X(6).
           05 TR-SECTION        PIC 99.
           05 TR-GRADE          PIC XX.
           05 TR-POST-DATE      PIC 9(8).

       FD ATTHIST-FILE.
       01 ATTHIST-REC.
           05 AH-STUDENT        PIC X(9).
           05 AH-TERM           PIC X(10).
           05 AH-CLASS          PIC X(6).
           05 AH-SECTION        PIC 99.
           05 AH-DATE           PIC 9(8).
           05 AH-MARK           PIC X.
           05 AH-POST-DATE      PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(70).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.

       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-ENR-FILENAME       PIC X(40) VALUE 'enrollfile.txt'.
       01 WS-ENR-STATUS         PIC XX VALUE '00'.
       01 WS-BIL-FILENAME       PIC X(40) VALUE 'billfile.txt'.
       01 WS-BIL-STATUS         PIC XX VALUE '00'.
       01 WS-PRV-FILENAME       PIC X(40) VALUE 'billprev.txt'.
       01 WS-PRV-STATUS         PIC XX VALUE '00'.
       01 WS-RST-FILENAME       PIC X(40) VALUE 'rosterfile.txt'.
       01 WS-RST-STATUS         PIC XX VALUE '00'.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-HST-FILENAME       PIC X(40) VALUE 'atthist.txt'.
       01 WS-HST-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'cyclebal.txt'.

       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-ENR               PIC X VALUE 'N'.
       01 EOF-BIL               PIC X VALUE 'N'.
       01 EOF-PRV               PIC X VALUE 'N'.
       01 EOF-RST               PIC X VALUE 'N'.
       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-HST               PIC X VALUE 'N'.

       01 WS-REG-PRESENT        PIC X VALUE 'N'.
       01 WS-ENR-PRESENT        PIC X VALUE 'N'.
       01 WS-BIL-PRESENT        PIC X VALUE 'N'.
       01 WS-BIL-ADJ-MODE       PIC X VALUE 'N'.
       01 WS-RST-PRESENT        PIC X VALUE 'N'.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.

       01 BILL-ASM-LINE.
           05 BLA-TYPE          PIC X(3).
           05 BLA-STUDENT       PIC X(9).
           05 BLA-TERM          PIC X(10).
           05 BLA-COURSES       PIC 99.
           05 BLA-TOTAL         PIC 9(7)V99.
           05 BLA-COURSE OCCURS 8 TIMES.
               10 BLA-CLASS     PIC X(6).
               10 BLA-SECTION   PIC 99.
               10 BLA-AMOUNT    PIC 9(5)V99.

       01 BILL-ADJ-LINE.
           05 BLJ-TYPE          PIC X(3).
           05 BLJ-STUDENT       PIC X(9).
           05 BLJ-TERM          PIC X(10).
           05 BLJ-CLASS         PIC X(6).
           05 BLJ-SECTION       PIC 99.
           05 BLJ-AMOUNT        PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 BLJ-REASON        PIC X(8).

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-TERM        PIC X(10).
               10 SCT-CLASS       PIC X(6).
               10 SCT-SECTION     PIC 99.
               10 SCT-REG         PIC 9(4).
               10 SCT-ENR         PIC 9(4).
               10 SCT-BILL        PIC S9(4).
               10 SCT-ROSTER      PIC 9(4).
               10 SCT-MASKED      PIC 9(4).
               10 SCT-GRADE       PIC 9(4).
               10 SCT-ATTEND      PIC 9(4).
               10 SCT-GRD-ANY     PIC X.
               10 SCT-ATT-ANY     PIC X.

       01 PAIR-COUNT            PIC 9(4) VALUE ZERO.
       01 PAIR-TABLE.
           05 PAIR-ENTRY OCCURS 6000 TIMES INDEXED BY PR-IDX.
               10 PRT-STUDENT     PIC X(9).
               10 PRT-SECT        PIC 9(4).
               10 PRT-REG         PIC X(8).
               10 PRT-BILL        PIC S99.
               10 PRT-ROSTER      PIC 99.
               10 PRT-GRADE       PIC 99.
               10 PRT-ATTEND      PIC X.

       01 WS-SC                 PIC 9(4).
       01 WS-PR                 PIC 9(4).
       01 WS-CRS                PIC 99.
       01 WS-CUR-SECT           PIC 9(4) VALUE ZERO.
       01 WS-PAIR-SECT          PIC 9(4) VALUE ZERO.

       01 WS-KEY-STUDENT        PIC X(9).
       01 WS-KEY-TERM           PIC X(10).
       01 WS-KEY-CLASS          PIC X(6).
       01 WS-KEY-SECTION        PIC 99.
       01 SECT-FOUND            PIC X VALUE 'N'.
       01 PAIR-FOUND            PIC X VALUE 'N'.

       01 WS-SECT-OUT           PIC X VALUE 'N'.
       01 WS-SECTS-OUT          PIC 9(6) VALUE ZERO.
       01 WS-STUDENTS-OUT       PIC 9(6) VALUE ZERO.
       01 WS-EXPECTED           PIC S9(4).
       01 WS-FOUND              PIC S9(4).
       01 WS-SUBSYSTEM          PIC X(10).
       01 WS-REASON             PIC X(22).

       01 WS-TOT-REG            PIC 9(6) VALUE ZERO.
       01 WS-TOT-ENR            PIC 9(6) VALUE ZERO.
       01 WS-TOT-BILL           PIC S9(6) VALUE ZERO.
       01 WS-TOT-ROSTER         PIC 9(6) VALUE ZERO.
       01 WS-TOT-GRADE          PIC 9(6) VALUE ZERO.
       01 WS-TOT-ATTEND         PIC 9(6) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'CYCLE BALANCING REPORT'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).

       01 RPT-FILE-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-SUBSYSTEM     PIC X(11).
           05 RPF-FILENAME      PIC X(40).
           05 RPF-STATE         PIC X(12).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(41) VALUE
               'TERM       CLASS  SC   REG  ENR BILL ROST'.
           05 FILLER            PIC X(20) VALUE
               '  GRD  ATT STATUS'.

       01 RPT-SECT-LINE.
           05 RPS-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-SECTION       PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-REG           PIC ZZZZ9.
           05 RPS-ENR           PIC ZZZZ9.
           05 RPS-BILL          PIC -ZZZ9.
           05 RPS-ROSTER        PIC ZZZZ9.
           05 RPS-GRADE         PIC ZZZZ9.
           05 RPS-ATTEND        PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPS-STATUS        PIC X(8).

       01 RPT-TOTAL-LINE.
           05 FILLER            PIC X(21) VALUE 'TOTAL'.
           05 RPT-REG           PIC ZZZZ9.
           05 RPT-ENR           PIC ZZZZ9.
           05 RPT-BILL          PIC -ZZZ9.
           05 RPT-ROSTER        PIC ZZZZ9.
           05 RPT-GRADE         PIC ZZZZ9.
           05 RPT-ATTEND        PIC ZZZZ9.

       01 RPT-SECT-EXCEPT.
           05 FILLER            PIC X(5) VALUE '  ** '.
           05 RPX-SUBSYSTEM     PIC X(10).
           05 FILLER            PIC X(10) VALUE ' EXPECTED '.
           05 RPX-EXPECTED      PIC -ZZZ9.
           05 FILLER            PIC X(7) VALUE ' FOUND '.
           05 RPX-FOUND         PIC -ZZZ9.

       01 RPT-STU-HEADER.
           05 FILLER            PIC X(40) VALUE
               'STUDENT   TERM       CLASS  SC SUBSYSTEM'.
           05 FILLER            PIC X(8) VALUE '  REASON'.

       01 RPT-STU-LINE.
           05 RPU-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 RPU-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACES.
           05 RPU-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 RPU-SECTION       PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 RPU-SUBSYSTEM     PIC X(10).
           05 FILLER            PIC X VALUE SPACES.
           05 RPU-REASON        PIC X(22).

       01 NO-REG-LINE.
           05 FILLER            PIC X(34) VALUE
               'REGISTRATION OUTPUT COULD NOT OPEN'.

       01 TABLE-FULL-LINE.
           05 FILLER            PIC X(38) VALUE
               'BALANCING TABLE FULL - RUN INCOMPLETE'.

       01 IN-BALANCE-LINE.
           05 FILLER            PIC X(29) VALUE
               'ALL SUBSYSTEMS IN BALANCE'.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'enrollfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-ENR-FILENAME
               STRING 'billfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-BIL-FILENAME
               STRING 'billprev-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-PRV-FILENAME
               STRING 'rosterfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
               STRING 'cyclebal-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-TERM-PARM TO RPH-TERM.
           WRITE REPORT-REC FROM RPT-HEADER-2.
           WRITE REPORT-REC FROM BLANK-LINE.

           PERFORM 110-LOAD-REGISTRATIONS.

           IF WS-REG-PRESENT = 'N'
               DISPLAY NO-REG-LINE
               WRITE REPORT-REC FROM NO-REG-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 120-LOAD-ENROLLMENT.
           PERFORM 130-LOAD-BILLING.
           IF WS-BIL-ADJ-MODE = 'Y'
               PERFORM 135-LOAD-PRIOR-BILLING
           END-IF.
           PERFORM 140-LOAD-ROSTERS.
           PERFORM 150-LOAD-GRADES.
           PERFORM 160-LOAD-ATTENDANCE.

           PERFORM 170-PRINT-FILE-STATES.

           PERFORM 200-ACCUMULATE-SECTIONS.

           PERFORM 300-BALANCE-SECTIONS.

           PERFORM 400-BALANCE-STUDENTS.

           PERFORM 500-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           IF WS-TABLE-FULL = 'Y'
                   OR WS-SECTS-OUT > ZERO
                   OR WS-STUDENTS-OUT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ENR-PRESENT = 'N'
                       OR WS-BIL-PRESENT = 'N'
                       OR WS-RST-PRESENT = 'N'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       110-LOAD-REGISTRATIONS.
           OPEN INPUT REGOUT-FILE.
           IF WS-REG-STATUS = '00'
               MOVE 'Y' TO WS-REG-PRESENT
               PERFORM UNTIL EOF-REG = 'Y'
                   READ REGOUT-FILE
                       AT END MOVE 'Y' TO EOF-REG
                       NOT AT END PERFORM 115-LOAD-ONE-REGISTRATION
                   END-READ
               END-PERFORM
               CLOSE REGOUT-FILE
           END-IF.
           IF WS-REG-STATUS = '05'
               CLOSE REGOUT-FILE
           END-IF.

       115-LOAD-ONE-REGISTRATION.
           IF (WS-TERM-PARM = SPACES OR RO-TERM = WS-TERM-PARM)
                   AND (RO-STATUS = 'ENROLLED'
                       OR RO-STATUS = 'DROPPED')
               MOVE RO-STUDENT TO WS-KEY-STUDENT
               MOVE RO-TERM TO WS-KEY-TERM
               MOVE RO-CLASS TO WS-KEY-CLASS
               MOVE RO-SECTION TO WS-KEY-SECTION
               PERFORM 190-FIND-PAIR
               IF PAIR-FOUND = 'Y'
                   IF PRT-REG(PR-IDX) NOT = 'ENROLLED'
                       MOVE RO-STATUS TO PRT-REG(PR-IDX)
                   END-IF
               END-IF
           END-IF.

       120-LOAD-ENROLLMENT.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENR-STATUS = '00'
               MOVE 'Y' TO WS-ENR-PRESENT
               PERFORM UNTIL EOF-ENR = 'Y'
                   READ ENROLL-FILE
                       AT END MOVE 'Y' TO EOF-ENR
                       NOT AT END
                           IF (WS-TERM-PARM = SPACES
                                   OR EN-TERM = WS-TERM-PARM)
                                   AND EN-ACTUAL IS NUMERIC
                               MOVE EN-TERM TO WS-KEY-TERM
                               MOVE EN-CLASS TO WS-KEY-CLASS
                               MOVE EN-SECTION TO WS-KEY-SECTION
                               PERFORM 180-FIND-SECTION
                               IF SECT-FOUND = 'Y'
                                   ADD EN-ACTUAL TO SCT-ENR(SC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
           IF WS-ENR-STATUS = '05'
               CLOSE ENROLL-FILE
           END-IF.

       130-LOAD-BILLING.
           OPEN INPUT BILL-FILE.
           IF WS-BIL-STATUS = '00'
               MOVE 'Y' TO WS-BIL-PRESENT
               PERFORM UNTIL EOF-BIL = 'Y'
                   READ BILL-FILE
                       AT END MOVE 'Y' TO EOF-BIL
                       NOT AT END PERFORM 131-LOAD-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE BILL-FILE
           END-IF.
           IF WS-BIL-STATUS = '05'
               CLOSE BILL-FILE
           END-IF.

       131-LOAD-ONE-BILL.
           MOVE BILL-REC TO BILL-ASM-LINE.
           IF BLA-TYPE = 'ASM'
               PERFORM 132-LOAD-ASSESSMENT
           END-IF.
           IF BLA-TYPE = 'ADJ'
               MOVE 'Y' TO WS-BIL-ADJ-MODE
               MOVE BILL-REC TO BILL-ADJ-LINE
               PERFORM 133-LOAD-ADJUSTMENT
           END-IF.

       132-LOAD-ASSESSMENT.
           IF (WS-TERM-PARM = SPACES OR BLA-TERM = WS-TERM-PARM)
                   AND BLA-COURSES IS NUMERIC
               PERFORM VARYING WS-CRS FROM 1 BY 1
                       UNTIL WS-CRS > BLA-COURSES OR WS-CRS > 8
                   MOVE BLA-STUDENT TO WS-KEY-STUDENT
                   MOVE BLA-TERM TO WS-KEY-TERM
                   MOVE BLA-CLASS(WS-CRS) TO WS-KEY-CLASS
                   MOVE BLA-SECTION(WS-CRS) TO WS-KEY-SECTION
                   PERFORM 190-FIND-PAIR
                   IF PAIR-FOUND = 'Y'
                       ADD 1 TO PRT-BILL(PR-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       133-LOAD-ADJUSTMENT.
           IF WS-TERM-PARM = SPACES OR BLJ-TERM = WS-TERM-PARM
               MOVE BLJ-STUDENT TO WS-KEY-STUDENT
               MOVE BLJ-TERM TO WS-KEY-TERM
               MOVE BLJ-CLASS TO WS-KEY-CLASS
               MOVE BLJ-SECTION TO WS-KEY-SECTION
               PERFORM 190-FIND-PAIR
               IF PAIR-FOUND = 'Y'
                   IF BLJ-REASON = 'ADD'
                       ADD 1 TO PRT-BILL(PR-IDX)
                   END-IF
                   IF BLJ-REASON = 'DROP'
                       SUBTRACT 1 FROM PRT-BILL(PR-IDX)
                   END-IF
               END-IF
           END-IF.

       135-LOAD-PRIOR-BILLING.
           OPEN INPUT PRIOR-FILE.
           IF WS-PRV-STATUS = '00'
               PERFORM UNTIL EOF-PRV = 'Y'
                   READ PRIOR-FILE
                       AT END MOVE 'Y' TO EOF-PRV
                       NOT AT END
                           MOVE PRIOR-REC TO BILL-ASM-LINE
                           IF BLA-TYPE = 'ASM'
                               PERFORM 132-LOAD-ASSESSMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIOR-FILE
           END-IF.
           IF WS-PRV-STATUS = '05'
               CLOSE PRIOR-FILE
           END-IF.

       140-LOAD-ROSTERS.
           OPEN INPUT ROSTER-FILE.
           IF WS-RST-STATUS = '00'
               MOVE 'Y' TO WS-RST-PRESENT
               PERFORM UNTIL EOF-RST = 'Y'
                   READ ROSTER-FILE
                       AT END MOVE 'Y' TO EOF-RST
                       NOT AT END PERFORM 145-LOAD-ROSTER-LINE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
           IF WS-RST-STATUS = '05'
               CLOSE ROSTER-FILE
           END-IF.

       145-LOAD-ROSTER-LINE.
           IF RIH-TAG = 'CLASS: '
               MOVE ZERO TO WS-CUR-SECT
               IF (WS-TERM-PARM = SPACES
                       OR RIH-TERM = WS-TERM-PARM)
                       AND RIH-SECTION IS NUMERIC
                   MOVE RIH-TERM TO WS-KEY-TERM
                   MOVE RIH-CLASS TO WS-KEY-CLASS
                   MOVE RIH-SECTION TO WS-KEY-SECTION
                   PERFORM 180-FIND-SECTION
                   IF SECT-FOUND = 'Y'
                       SET WS-CUR-SECT TO SC-IDX
                   END-IF
               END-IF
           ELSE
               IF RID-GRADE = '_____' AND WS-CUR-SECT > ZERO
                   IF RID-STUDENT = ALL '*'
                       SET SC-IDX TO WS-CUR-SECT
                       ADD 1 TO SCT-MASKED(SC-IDX)
                   ELSE
                       SET SC-IDX TO WS-CUR-SECT
                       MOVE RID-STUDENT TO WS-KEY-STUDENT
                       MOVE SCT-TERM(SC-IDX) TO WS-KEY-TERM
                       MOVE SCT-CLASS(SC-IDX) TO WS-KEY-CLASS
                       MOVE SCT-SECTION(SC-IDX) TO WS-KEY-SECTION
                       PERFORM 190-FIND-PAIR
                       IF PAIR-FOUND = 'Y'
                           ADD 1 TO PRT-ROSTER(PR-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       150-LOAD-GRADES.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF-TRN = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR TR-TERM = WS-TERM-PARM
                               MOVE TR-STUDENT TO WS-KEY-STUDENT
                               MOVE TR-TERM TO WS-KEY-TERM
                               MOVE TR-CLASS TO WS-KEY-CLASS
                               MOVE TR-SECTION TO WS-KEY-SECTION
                               PERFORM 190-FIND-PAIR
                               IF PAIR-FOUND = 'Y'
                                   ADD 1 TO PRT-GRADE(PR-IDX)
                                   MOVE 'Y' TO SCT-GRD-ANY(SC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           IF WS-TRN-STATUS = '05'
               CLOSE TRANSCRIPT-FILE
           END-IF.

       160-LOAD-ATTENDANCE.
           OPEN INPUT ATTHIST-FILE.
           IF WS-HST-STATUS = '00'
               PERFORM UNTIL EOF-HST = 'Y'
                   READ ATTHIST-FILE
                       AT END MOVE 'Y' TO EOF-HST
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR AH-TERM = WS-TERM-PARM
                               MOVE AH-STUDENT TO WS-KEY-STUDENT
                               MOVE AH-TERM TO WS-KEY-TERM
                               MOVE AH-CLASS TO WS-KEY-CLASS
                               MOVE AH-SECTION TO WS-KEY-SECTION
                               PERFORM 190-FIND-PAIR
                               IF PAIR-FOUND = 'Y'
                                   MOVE 'Y' TO PRT-ATTEND(PR-IDX)
                                   MOVE 'Y' TO SCT-ATT-ANY(SC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTHIST-FILE
           END-IF.
           IF WS-HST-STATUS = '05'
               CLOSE ATTHIST-FILE
           END-IF.

       170-PRINT-FILE-STATES.
           MOVE 'REGISTER' TO RPF-SUBSYSTEM.
           MOVE WS-REG-FILENAME TO RPF-FILENAME.
           MOVE 'READ' TO RPF-STATE.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE 'ENROLLMENT' TO RPF-SUBSYSTEM.
           MOVE WS-ENR-FILENAME TO RPF-FILENAME.
           IF WS-ENR-PRESENT = 'Y'
               MOVE 'READ' TO RPF-STATE
           ELSE
               MOVE 'NOT FOUND' TO RPF-STATE
           END-IF.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE 'BILLING' TO RPF-SUBSYSTEM.
           MOVE WS-BIL-FILENAME TO RPF-FILENAME.
           IF WS-BIL-PRESENT = 'Y'
               IF WS-BIL-ADJ-MODE = 'Y'
                   MOVE 'READ + PRIOR' TO RPF-STATE
               ELSE
                   MOVE 'READ' TO RPF-STATE
               END-IF
           ELSE
               MOVE 'NOT FOUND' TO RPF-STATE
           END-IF.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE 'ROSTER' TO RPF-SUBSYSTEM.
           MOVE WS-RST-FILENAME TO RPF-FILENAME.
           IF WS-RST-PRESENT = 'Y'
               MOVE 'READ' TO RPF-STATE
           ELSE
               MOVE 'NOT FOUND' TO RPF-STATE
           END-IF.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE 'GRADES' TO RPF-SUBSYSTEM.
           MOVE WS-TRN-FILENAME TO RPF-FILENAME.
           MOVE 'READ' TO RPF-STATE.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           MOVE 'ATTENDANCE' TO RPF-SUBSYSTEM.
           MOVE WS-HST-FILENAME TO RPF-FILENAME.
           MOVE 'READ' TO RPF-STATE.
           WRITE REPORT-REC FROM RPT-FILE-LINE.
           WRITE REPORT-REC FROM BLANK-LINE.

           IF WS-TABLE-FULL = 'Y'
               DISPLAY TABLE-FULL-LINE
               WRITE REPORT-REC FROM TABLE-FULL-LINE
               WRITE REPORT-REC FROM BLANK-LINE
           END-IF.

       180-FIND-SECTION.
           MOVE 'N' TO SECT-FOUND.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
                   OR SECT-FOUND = 'Y'
               SET SC-IDX TO WS-SC
               IF SCT-TERM(SC-IDX) = WS-KEY-TERM
                       AND SCT-CLASS(SC-IDX) = WS-KEY-CLASS
                       AND SCT-SECTION(SC-IDX) = WS-KEY-SECTION
                   MOVE 'Y' TO SECT-FOUND
               END-IF
           END-PERFORM.

           IF SECT-FOUND = 'N'
               IF SECT-COUNT < 2000
                   ADD 1 TO SECT-COUNT
                   SET SC-IDX TO SECT-COUNT
                   MOVE WS-KEY-TERM TO SCT-TERM(SC-IDX)
                   MOVE WS-KEY-CLASS TO SCT-CLASS(SC-IDX)
                   MOVE WS-KEY-SECTION TO SCT-SECTION(SC-IDX)
                   MOVE ZERO TO SCT-REG(SC-IDX)
                   MOVE ZERO TO SCT-ENR(SC-IDX)
                   MOVE ZERO TO SCT-BILL(SC-IDX)
                   MOVE ZERO TO SCT-ROSTER(SC-IDX)
                   MOVE ZERO TO SCT-MASKED(SC-IDX)
                   MOVE ZERO TO SCT-GRADE(SC-IDX)
                   MOVE ZERO TO SCT-ATTEND(SC-IDX)
                   MOVE 'N' TO SCT-GRD-ANY(SC-IDX)
                   MOVE 'N' TO SCT-ATT-ANY(SC-IDX)
                   MOVE 'Y' TO SECT-FOUND
               ELSE
                   MOVE 'Y' TO WS-TABLE-FULL
               END-IF
           END-IF.

       190-FIND-PAIR.
           PERFORM 180-FIND-SECTION.
           MOVE 'N' TO PAIR-FOUND.
           IF SECT-FOUND = 'Y'
               SET WS-PAIR-SECT TO SC-IDX
               PERFORM VARYING WS-PR FROM 1 BY 1
                       UNTIL WS-PR > PAIR-COUNT OR PAIR-FOUND = 'Y'
                   SET PR-IDX TO WS-PR
                   IF PRT-STUDENT(PR-IDX) = WS-KEY-STUDENT
                           AND PRT-SECT(PR-IDX) = WS-PAIR-SECT
                       MOVE 'Y' TO PAIR-FOUND
                   END-IF
               END-PERFORM
               IF PAIR-FOUND = 'N'
                   IF PAIR-COUNT < 6000
                       ADD 1 TO PAIR-COUNT
                       SET PR-IDX TO PAIR-COUNT
                       MOVE WS-KEY-STUDENT TO PRT-STUDENT(PR-IDX)
                       MOVE WS-PAIR-SECT TO PRT-SECT(PR-IDX)
                       MOVE SPACES TO PRT-REG(PR-IDX)
                       MOVE ZERO TO PRT-BILL(PR-IDX)
                       MOVE ZERO TO PRT-ROSTER(PR-IDX)
                       MOVE ZERO TO PRT-GRADE(PR-IDX)
                       MOVE 'N' TO PRT-ATTEND(PR-IDX)
                       MOVE 'Y' TO PAIR-FOUND
                   ELSE
                       MOVE 'Y' TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-IF.

       200-ACCUMULATE-SECTIONS.
           PERFORM VARYING WS-PR FROM 1 BY 1 UNTIL WS-PR > PAIR-COUNT
               SET PR-IDX TO WS-PR
               SET SC-IDX TO PRT-SECT(PR-IDX)
               ADD PRT-BILL(PR-IDX) TO SCT-BILL(SC-IDX)
               ADD PRT-ROSTER(PR-IDX) TO SCT-ROSTER(SC-IDX)
               IF PRT-REG(PR-IDX) = 'ENROLLED'
                   ADD 1 TO SCT-REG(SC-IDX)
               END-IF
               IF PRT-REG(PR-IDX) NOT = 'DROPPED'
                   IF PRT-GRADE(PR-IDX) > ZERO
                       ADD 1 TO SCT-GRADE(SC-IDX)
                   END-IF
                   IF PRT-ATTEND(PR-IDX) = 'Y'
                       ADD 1 TO SCT-ATTEND(SC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       300-BALANCE-SECTIONS.
           WRITE REPORT-REC FROM RPT-COL-HEADER.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               PERFORM 310-BALANCE-ONE-SECTION
           END-PERFORM.

       310-BALANCE-ONE-SECTION.
           ADD SCT-MASKED(SC-IDX) TO SCT-ROSTER(SC-IDX).
           MOVE 'N' TO WS-SECT-OUT.
           IF WS-ENR-PRESENT = 'Y'
                   AND SCT-ENR(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'Y' TO WS-SECT-OUT
           END-IF.
           IF WS-BIL-PRESENT = 'Y'
                   AND SCT-BILL(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'Y' TO WS-SECT-OUT
           END-IF.
           IF WS-RST-PRESENT = 'Y'
                   AND SCT-ROSTER(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'Y' TO WS-SECT-OUT
           END-IF.
           IF SCT-GRD-ANY(SC-IDX) = 'Y'
                   AND SCT-GRADE(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'Y' TO WS-SECT-OUT
           END-IF.
           IF SCT-ATT-ANY(SC-IDX) = 'Y'
                   AND SCT-ATTEND(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'Y' TO WS-SECT-OUT
           END-IF.

           MOVE SCT-TERM(SC-IDX) TO RPS-TERM.
           MOVE SCT-CLASS(SC-IDX) TO RPS-CLASS.
           MOVE SCT-SECTION(SC-IDX) TO RPS-SECTION.
           MOVE SCT-REG(SC-IDX) TO RPS-REG.
           MOVE SCT-ENR(SC-IDX) TO RPS-ENR.
           MOVE SCT-BILL(SC-IDX) TO RPS-BILL.
           MOVE SCT-ROSTER(SC-IDX) TO RPS-ROSTER.
           MOVE SCT-GRADE(SC-IDX) TO RPS-GRADE.
           MOVE SCT-ATTEND(SC-IDX) TO RPS-ATTEND.
           IF WS-SECT-OUT = 'Y'
               MOVE 'OUT' TO RPS-STATUS
               ADD 1 TO WS-SECTS-OUT
           ELSE
               MOVE 'OK' TO RPS-STATUS
           END-IF.
           WRITE REPORT-REC FROM RPT-SECT-LINE.

           ADD SCT-REG(SC-IDX) TO WS-TOT-REG.
           ADD SCT-ENR(SC-IDX) TO WS-TOT-ENR.
           ADD SCT-BILL(SC-IDX) TO WS-TOT-BILL.
           ADD SCT-ROSTER(SC-IDX) TO WS-TOT-ROSTER.
           ADD SCT-GRADE(SC-IDX) TO WS-TOT-GRADE.
           ADD SCT-ATTEND(SC-IDX) TO WS-TOT-ATTEND.

           IF WS-SECT-OUT = 'Y'
               PERFORM 320-LIST-SECTION-EXCEPTIONS
           END-IF.

       320-LIST-SECTION-EXCEPTIONS.
           MOVE SCT-REG(SC-IDX) TO WS-EXPECTED.
           IF WS-ENR-PRESENT = 'Y'
                   AND SCT-ENR(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'ENROLLMENT' TO WS-SUBSYSTEM
               MOVE SCT-ENR(SC-IDX) TO WS-FOUND
               PERFORM 330-WRITE-SECTION-EXCEPTION
           END-IF.
           IF WS-BIL-PRESENT = 'Y'
                   AND SCT-BILL(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'BILLING' TO WS-SUBSYSTEM
               MOVE SCT-BILL(SC-IDX) TO WS-FOUND
               PERFORM 330-WRITE-SECTION-EXCEPTION
           END-IF.
           IF WS-RST-PRESENT = 'Y'
                   AND SCT-ROSTER(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'ROSTER' TO WS-SUBSYSTEM
               MOVE SCT-ROSTER(SC-IDX) TO WS-FOUND
               PERFORM 330-WRITE-SECTION-EXCEPTION
           END-IF.
           IF SCT-GRD-ANY(SC-IDX) = 'Y'
                   AND SCT-GRADE(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'GRADES' TO WS-SUBSYSTEM
               MOVE SCT-GRADE(SC-IDX) TO WS-FOUND
               PERFORM 330-WRITE-SECTION-EXCEPTION
           END-IF.
           IF SCT-ATT-ANY(SC-IDX) = 'Y'
                   AND SCT-ATTEND(SC-IDX) NOT = SCT-REG(SC-IDX)
               MOVE 'ATTENDANCE' TO WS-SUBSYSTEM
               MOVE SCT-ATTEND(SC-IDX) TO WS-FOUND
               PERFORM 330-WRITE-SECTION-EXCEPTION
           END-IF.

       330-WRITE-SECTION-EXCEPTION.
           MOVE WS-SUBSYSTEM TO RPX-SUBSYSTEM.
           MOVE WS-EXPECTED TO RPX-EXPECTED.
           MOVE WS-FOUND TO RPX-FOUND.
           WRITE REPORT-REC FROM RPT-SECT-EXCEPT.

       400-BALANCE-STUDENTS.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RPT-STU-HEADER.
           PERFORM VARYING WS-PR FROM 1 BY 1 UNTIL WS-PR > PAIR-COUNT
               SET PR-IDX TO WS-PR
               SET SC-IDX TO PRT-SECT(PR-IDX)
               PERFORM 410-BALANCE-ONE-STUDENT
           END-PERFORM.

       410-BALANCE-ONE-STUDENT.
           IF WS-BIL-PRESENT = 'Y'
               IF PRT-REG(PR-IDX) = 'ENROLLED'
                   IF PRT-BILL(PR-IDX) = ZERO
                       MOVE 'BILLING' TO WS-SUBSYSTEM
                       MOVE 'ENROLLED NOT BILLED' TO WS-REASON
                       PERFORM 420-WRITE-STUDENT-EXCEPTION
                   END-IF
                   IF PRT-BILL(PR-IDX) > 1
                       MOVE 'BILLING' TO WS-SUBSYSTEM
                       MOVE 'BILLED MORE THAN ONCE' TO WS-REASON
                       PERFORM 420-WRITE-STUDENT-EXCEPTION
                   END-IF
               ELSE
                   IF PRT-BILL(PR-IDX) NOT = ZERO
                       MOVE 'BILLING' TO WS-SUBSYSTEM
                       MOVE 'BILLED NOT ENROLLED' TO WS-REASON
                       PERFORM 420-WRITE-STUDENT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           IF WS-RST-PRESENT = 'Y'
               IF PRT-REG(PR-IDX) = 'ENROLLED'
                   IF PRT-ROSTER(PR-IDX) = ZERO
                           AND SCT-MASKED(SC-IDX) = ZERO
                       MOVE 'ROSTER' TO WS-SUBSYSTEM
                       MOVE 'NOT ON ROSTER' TO WS-REASON
                       PERFORM 420-WRITE-STUDENT-EXCEPTION
                   END-IF
                   IF PRT-ROSTER(PR-IDX) > 1
                       MOVE 'ROSTER' TO WS-SUBSYSTEM
                       MOVE 'ON ROSTER TWICE' TO WS-REASON
                       PERFORM 420-WRITE-STUDENT-EXCEPTION
                   END-IF
               ELSE
                   IF PRT-ROSTER(PR-IDX) > ZERO
                       MOVE 'ROSTER' TO WS-SUBSYSTEM
                       MOVE 'ON ROSTER NOT ENROLLED' TO WS-REASON
                       PERFORM 420-WRITE-STUDENT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           IF SCT-GRD-ANY(SC-IDX) = 'Y'
               IF PRT-REG(PR-IDX) = 'ENROLLED'
                       AND PRT-GRADE(PR-IDX) = ZERO
                   MOVE 'GRADES' TO WS-SUBSYSTEM
                   MOVE 'NO GRADE POSTED' TO WS-REASON
                   PERFORM 420-WRITE-STUDENT-EXCEPTION
               END-IF
               IF PRT-REG(PR-IDX) = SPACES
                       AND PRT-GRADE(PR-IDX) > ZERO
                   MOVE 'GRADES' TO WS-SUBSYSTEM
                   MOVE 'GRADED NOT ENROLLED' TO WS-REASON
                   PERFORM 420-WRITE-STUDENT-EXCEPTION
               END-IF
           END-IF.

           IF SCT-ATT-ANY(SC-IDX) = 'Y'
               IF PRT-REG(PR-IDX) = 'ENROLLED'
                       AND PRT-ATTEND(PR-IDX) = 'N'
                   MOVE 'ATTENDANCE' TO WS-SUBSYSTEM
                   MOVE 'NO ATTENDANCE' TO WS-REASON
                   PERFORM 420-WRITE-STUDENT-EXCEPTION
               END-IF
               IF PRT-REG(PR-IDX) = SPACES
                       AND PRT-ATTEND(PR-IDX) = 'Y'
                   MOVE 'ATTENDANCE' TO WS-SUBSYSTEM
                   MOVE 'ATTENDED NOT ENROLLED' TO WS-REASON
                   PERFORM 420-WRITE-STUDENT-EXCEPTION
               END-IF
           END-IF.

       420-WRITE-STUDENT-EXCEPTION.
           ADD 1 TO WS-STUDENTS-OUT.
           MOVE PRT-STUDENT(PR-IDX) TO RPU-STUDENT.
           MOVE SCT-TERM(SC-IDX) TO RPU-TERM.
           MOVE SCT-CLASS(SC-IDX) TO RPU-CLASS.
           MOVE SCT-SECTION(SC-IDX) TO RPU-SECTION.
           MOVE WS-SUBSYSTEM TO RPU-SUBSYSTEM.
           MOVE WS-REASON TO RPU-REASON.
           WRITE REPORT-REC FROM RPT-STU-LINE.

       500-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE WS-TOT-REG TO RPT-REG.
           MOVE WS-TOT-ENR TO RPT-ENR.
           MOVE WS-TOT-BILL TO RPT-BILL.
           MOVE WS-TOT-ROSTER TO RPT-ROSTER.
           MOVE WS-TOT-GRADE TO RPT-GRADE.
           MOVE WS-TOT-ATTEND TO RPT-ATTEND.
           WRITE REPORT-REC FROM RPT-TOTAL-LINE.
           WRITE REPORT-REC FROM BLANK-LINE.

           MOVE 'SECTIONS CHECKED:' TO RPC-LABEL.
           MOVE SECT-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SECTIONS OUT:' TO RPC-LABEL.
           MOVE WS-SECTS-OUT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'STUDENTS OUT:' TO RPC-LABEL.
           MOVE WS-STUDENTS-OUT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           IF WS-SECTS-OUT = ZERO AND WS-STUDENTS-OUT = ZERO
                   AND WS-TABLE-FULL = 'N'
               WRITE REPORT-REC FROM IN-BALANCE-LINE
           END-IF.
