       IDENTIFICATION DIVISION.
       PROGRAM-ID. UnofficialWd.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSCRIPT-FILE
                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL MEET-FILE ASSIGN DYNAMIC WS-MET-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MET-STATUS.
           SELECT OPTIONAL ATTHIST-FILE ASSIGN DYNAMIC WS-HST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT FAID-FILE ASSIGN DYNAMIC WS-FAX-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICT-FILE ASSIGN DYNAMIC WS-RST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN DYNAMIC WS-PVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STATUS.
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

       FD ATTHIST-FILE.
       01 ATTHIST-REC.
           05 AH-STUDENT        PIC X(9).
           05 AH-TERM           PIC X(10).
           05 AH-CLASS          PIC X(6).
           05 AH-SECTION        PIC 99.
           05 AH-DATE           PIC 9(8).
           05 AH-MARK           PIC X.
           05 AH-POST-DATE      PIC 9(8).

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

       FD FAID-FILE.
       01 FAID-REC.
           05 FA-STUDENT        PIC X(9).
           05 FA-TERM           PIC X(10).
           05 FA-TERM-START     PIC 9(8).
           05 FA-TERM-END       PIC 9(8).
           05 FA-LDA            PIC 9(8).
           05 FA-LDA-SOURCE     PIC X(4).
           05 FA-DAYS-DONE      PIC 9(3).
           05 FA-DAYS-TERM      PIC 9(3).
           05 FA-PCT-COMPLETE   PIC 9(3)V9.
           05 FA-GRADES         PIC 99.
           05 FA-F-GRADES       PIC 99.
           05 FA-W-GRADES       PIC 99.
           05 FA-RETURN-FLAG    PIC X.

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

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(90).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-MET-FILENAME       PIC X(40) VALUE 'meetfile.txt'.
       01 WS-MET-STATUS         PIC XX VALUE '00'.
       01 WS-HST-FILENAME       PIC X(40) VALUE 'atthist.txt'.
       01 WS-HST-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-FAX-FILENAME       PIC X(40) VALUE 'faidlda.txt'.
       01 WS-RST-FILENAME       PIC X(40)
                                VALUE 'faidlda-restricted.txt'.
       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'unoffwd.txt'.

       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-MET               PIC X VALUE 'N'.
       01 EOF-HST               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-TERM-START         PIC 9(8) VALUE 99999999.
       01 WS-TERM-END           PIC 9(8) VALUE ZERO.
       01 WS-INT-START          PIC 9(7).
       01 WS-INT-END            PIC 9(7).
       01 WS-INT-LDA            PIC 9(7).
       01 WS-DAYS-TERM          PIC 9(4) VALUE ZERO.
       01 WS-DAYS-DONE          PIC 9(4) VALUE ZERO.
       01 WS-PCT-COMPLETE       PIC 9(3)V9 VALUE ZERO.
       01 WS-RETURN-PCT         PIC 9(3)V9 VALUE 60.0.

       01 TRN-COUNT             PIC 9(4) VALUE ZERO.
       01 TRN-TABLE.
           05 TRN-ENTRY OCCURS 5000 TIMES INDEXED BY TN-IDX.
               10 TRT-STUDENT     PIC X(9).
               10 TRT-CLASS       PIC X(6).
               10 TRT-SECTION     PIC 99.
               10 TRT-GRADE       PIC XX.

       01 WS-TN                 PIC 9(4).
       01 TRN-FOUND             PIC X VALUE 'N'.
       01 WS-TRN-OVERFLOW       PIC X VALUE 'N'.

       01 MEET-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-MEET-OVERFLOW      PIC X VALUE 'N'.
       01 MEET-TABLE.
           05 MEET-ENTRY OCCURS 9000 TIMES INDEXED BY MT-IDX.
               10 MET-CLASS       PIC X(6).
               10 MET-SECTION     PIC 99.
               10 MET-DATE        PIC 9(8).

       01 WS-MT                 PIC 9(4).

       01 WS-ABS-OVERFLOW       PIC X VALUE 'N'.
       01 ABS-COUNT             PIC 9(4) VALUE ZERO.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 5000 TIMES INDEXED BY AB-IDX.
               10 ABT-STUDENT     PIC X(9).
               10 ABT-CLASS       PIC X(6).
               10 ABT-SECTION     PIC 99.
               10 ABT-DATE        PIC 9(8).

       01 WS-AB                 PIC 9(4).
       01 ABS-FOUND             PIC X VALUE 'N'.

       01 WS-STU-OVERFLOW       PIC X VALUE 'N'.
       01 STU-COUNT             PIC 9(4) VALUE ZERO.
       01 STU-TABLE.
           05 STU-ENTRY OCCURS 3000 TIMES INDEXED BY ST-IDX.
               10 STT-STUDENT     PIC X(9).
               10 STT-GRADES      PIC 99.
               10 STT-F-GRADES    PIC 99.
               10 STT-W-GRADES    PIC 99.
               10 STT-OTHER       PIC 99.

       01 WS-ST                 PIC 9(4).
       01 STU-FOUND             PIC X VALUE 'N'.

       01 WS-GRADE-WORK.
           05 WS-GRADE-1        PIC X.
           05 WS-GRADE-2        PIC X.

       01 WS-LDA                PIC 9(8) VALUE ZERO.
       01 WS-SECT-LDA           PIC 9(8) VALUE ZERO.

       01 WS-STUDENTS-GRADED    PIC 9(4) VALUE ZERO.
       01 WS-STUDENTS-LISTED    PIC 9(4) VALUE ZERO.
       01 WS-STUDENTS-NO-LDA    PIC 9(4) VALUE ZERO.
       01 WS-STUDENTS-RETURN    PIC 9(4) VALUE ZERO.
       01 WS-STUDENTS-RESTRICT  PIC 9(4) VALUE ZERO.
       01 WS-STU-CONFID         PIC X VALUE 'N'.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(33) VALUE
               'UNOFFICIAL WITHDRAWAL REPORT'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-HEADER-2.
           05 FILLER            PIC X(12) VALUE 'TERM START: '.
           05 RPH-START         PIC X(8).
           05 FILLER            PIC X(12) VALUE '  TERM END: '.
           05 RPH-END           PIC X(8).
           05 FILLER            PIC X(8) VALUE '  DAYS: '.
           05 RPH-DAYS          PIC ZZZ9.

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(37) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(45) VALUE
               'GRD  F  W LAST ATT  DAYS  PCT DONE RETURN'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-NAME          PIC X(25).
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-GRADES        PIC Z9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-F-GRADES      PIC Z9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-W-GRADES      PIC Z9.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-LDA           PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-DAYS          PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-PCT           PIC ZZ9.9.
           05 FILLER            PIC X(6) VALUE SPACES.
           05 RPL-RETURN        PIC X(3).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       01 TABLE-FULL-LINE.
           05 FILLER            PIC X(40) VALUE
               'TABLE FULL - FAIDLDA NOT WRITTEN'.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'meetfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-MET-FILENAME
               STRING 'faidlda-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-FAX-FILENAME
               MOVE SPACES TO WS-RST-FILENAME
               STRING 'faidlda-restricted-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
               STRING 'unoffwd-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 110-LOAD-TRANSCRIPT.

           PERFORM 120-LOAD-MEETINGS.

           PERFORM 130-LOAD-ABSENCES.

           PERFORM 140-SET-TERM-SPAN.

           PERFORM 200-TALLY-STUDENTS.

           IF WS-ABS-OVERFLOW = 'Y' OR WS-STU-OVERFLOW = 'Y'
               DISPLAY TABLE-FULL-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT FAID-FILE.
           OPEN OUTPUT RESTRICT-FILE.
           OPEN EXTEND PRIVLOG-FILE.
           IF WS-PVL-STATUS = '35'
               OPEN OUTPUT PRIVLOG-FILE
           END-IF.

           PERFORM 300-PRINT-REPORT.

           CLOSE REPORT-FILE
                 FAID-FILE
                 STUDENT-MASTER
                 RESTRICT-FILE
                 PRIVLOG-FILE.

           IF WS-TRN-OVERFLOW = 'Y' OR WS-MEET-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       110-LOAD-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF-TRN = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR TR-TERM = WS-TERM-PARM
                               PERFORM 115-STORE-TRANSCRIPT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           IF WS-TRN-STATUS = '05'
               CLOSE TRANSCRIPT-FILE
           END-IF.

       115-STORE-TRANSCRIPT-ROW.
           MOVE 'N' TO TRN-FOUND.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
                   OR TRN-FOUND = 'Y'
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = TR-STUDENT
                       AND TRT-CLASS(TN-IDX) = TR-CLASS
                       AND TRT-SECTION(TN-IDX) = TR-SECTION
                   MOVE 'Y' TO TRN-FOUND
               END-IF
           END-PERFORM.
           IF TRN-FOUND = 'N'
               IF TRN-COUNT < 5000
                   ADD 1 TO TRN-COUNT
                   SET TN-IDX TO TRN-COUNT
                   MOVE TR-STUDENT TO TRT-STUDENT(TN-IDX)
                   MOVE TR-CLASS TO TRT-CLASS(TN-IDX)
                   MOVE TR-SECTION TO TRT-SECTION(TN-IDX)
                   MOVE 'Y' TO TRN-FOUND
               ELSE
                   MOVE 'Y' TO WS-TRN-OVERFLOW
               END-IF
           END-IF.
           IF TRN-FOUND = 'Y'
               MOVE TR-GRADE TO TRT-GRADE(TN-IDX)
           END-IF.

       120-LOAD-MEETINGS.
           OPEN INPUT MEET-FILE.
           IF WS-MET-STATUS = '00'
               PERFORM UNTIL EOF-MET = 'Y'
                   READ MEET-FILE
                       AT END MOVE 'Y' TO EOF-MET
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR MT-TERM = WS-TERM-PARM
                               PERFORM 125-STORE-MEETING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEET-FILE
           END-IF.
           IF WS-MET-STATUS = '05'
               CLOSE MEET-FILE
           END-IF.

       125-STORE-MEETING.
           IF MT-DATE IS NUMERIC
               IF MT-DATE < WS-TERM-START
                   MOVE MT-DATE TO WS-TERM-START
               END-IF
               IF MT-DATE > WS-TERM-END
                   MOVE MT-DATE TO WS-TERM-END
               END-IF
               IF MEET-COUNT < 9000
                   ADD 1 TO MEET-COUNT
                   SET MT-IDX TO MEET-COUNT
                   MOVE MT-CLASS TO MET-CLASS(MT-IDX)
                   MOVE MT-SECTION TO MET-SECTION(MT-IDX)
                   MOVE MT-DATE TO MET-DATE(MT-IDX)
               ELSE
                   MOVE 'Y' TO WS-MEET-OVERFLOW
               END-IF
           END-IF.

       130-LOAD-ABSENCES.
           OPEN INPUT ATTHIST-FILE.
           IF WS-HST-STATUS = '00'
               PERFORM UNTIL EOF-HST = 'Y'
                   READ ATTHIST-FILE
                       AT END MOVE 'Y' TO EOF-HST
                       NOT AT END
                           IF AH-MARK = 'A'
                                   AND (WS-TERM-PARM = SPACES
                                       OR AH-TERM = WS-TERM-PARM)
                               PERFORM 135-STORE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTHIST-FILE
           END-IF.
           IF WS-HST-STATUS = '05'
               CLOSE ATTHIST-FILE
           END-IF.

       135-STORE-ABSENCE.
           IF ABS-COUNT < 5000
               ADD 1 TO ABS-COUNT
               SET AB-IDX TO ABS-COUNT
               MOVE AH-STUDENT TO ABT-STUDENT(AB-IDX)
               MOVE AH-CLASS TO ABT-CLASS(AB-IDX)
               MOVE AH-SECTION TO ABT-SECTION(AB-IDX)
               MOVE AH-DATE TO ABT-DATE(AB-IDX)
           ELSE
               MOVE 'Y' TO WS-ABS-OVERFLOW
           END-IF.

       140-SET-TERM-SPAN.
           IF WS-TERM-END > ZERO
               COMPUTE WS-INT-START =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-START)
               COMPUTE WS-INT-END =
                   FUNCTION INTEGER-OF-DATE(WS-TERM-END)
               COMPUTE WS-DAYS-TERM = WS-INT-END - WS-INT-START + 1
           ELSE
               MOVE ZERO TO WS-TERM-START
           END-IF.

       200-TALLY-STUDENTS.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
               SET TN-IDX TO WS-TN
               PERFORM 210-FIND-STUDENT
               IF STU-FOUND = 'Y'
                   MOVE TRT-GRADE(TN-IDX) TO WS-GRADE-WORK
                   ADD 1 TO STT-GRADES(ST-IDX)
                   IF WS-GRADE-1 = 'F'
                       ADD 1 TO STT-F-GRADES(ST-IDX)
                   ELSE
                       IF WS-GRADE-1 = 'W'
                           ADD 1 TO STT-W-GRADES(ST-IDX)
                       ELSE
                           ADD 1 TO STT-OTHER(ST-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       210-FIND-STUDENT.
           MOVE 'N' TO STU-FOUND.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STU-COUNT
                   OR STU-FOUND = 'Y'
               SET ST-IDX TO WS-ST
               IF STT-STUDENT(ST-IDX) = TRT-STUDENT(TN-IDX)
                   MOVE 'Y' TO STU-FOUND
               END-IF
           END-PERFORM.
           IF STU-FOUND = 'N' AND STU-COUNT < 3000
               ADD 1 TO STU-COUNT
               SET ST-IDX TO STU-COUNT
               MOVE TRT-STUDENT(TN-IDX) TO STT-STUDENT(ST-IDX)
               MOVE ZERO TO STT-GRADES(ST-IDX)
               MOVE ZERO TO STT-F-GRADES(ST-IDX)
               MOVE ZERO TO STT-W-GRADES(ST-IDX)
               MOVE ZERO TO STT-OTHER(ST-IDX)
               MOVE 'Y' TO STU-FOUND
           END-IF.
           IF STU-FOUND = 'N'
               MOVE 'Y' TO WS-STU-OVERFLOW
           END-IF.

       300-PRINT-REPORT.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           IF WS-TERM-END > ZERO
               MOVE WS-TERM-START TO RPH-START
               MOVE WS-TERM-END TO RPH-END
           ELSE
               MOVE 'NONE' TO RPH-START
               MOVE 'NONE' TO RPH-END
           END-IF.
           MOVE WS-DAYS-TERM TO RPH-DAYS.
           WRITE REPORT-REC FROM RPT-HEADER-2.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RPT-COL-HEADER.

           MOVE STU-COUNT TO WS-STUDENTS-GRADED.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STU-COUNT
               SET ST-IDX TO WS-ST
               IF STT-OTHER(ST-IDX) = ZERO
                       AND STT-GRADES(ST-IDX) > ZERO
                   PERFORM 310-FIND-LAST-ATTENDED
                   PERFORM 320-COMPUTE-COMPLETION
                   PERFORM 330-PRINT-ONE-STUDENT
                   PERFORM 340-WRITE-EXTRACT
               END-IF
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'STUDENTS GRADED:' TO RPC-LABEL.
           MOVE WS-STUDENTS-GRADED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'ALL F/W STUDENTS:' TO RPC-LABEL.
           MOVE WS-STUDENTS-LISTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO ATTENDANCE:' TO RPC-LABEL.
           MOVE WS-STUDENTS-NO-LDA TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'RETURN REQUIRED:' TO RPC-LABEL.
           MOVE WS-STUDENTS-RETURN TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'RESTRICTED:' TO RPC-LABEL.
           MOVE WS-STUDENTS-RESTRICT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

       310-FIND-LAST-ATTENDED.
           MOVE ZERO TO WS-LDA.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = STT-STUDENT(ST-IDX)
                   PERFORM 315-SECTION-LAST-ATTENDED
                   IF WS-SECT-LDA > WS-LDA
                       MOVE WS-SECT-LDA TO WS-LDA
                   END-IF
               END-IF
           END-PERFORM.

       315-SECTION-LAST-ATTENDED.
           MOVE ZERO TO WS-SECT-LDA.
           PERFORM VARYING WS-MT FROM 1 BY 1 UNTIL WS-MT > MEET-COUNT
               SET MT-IDX TO WS-MT
               IF MET-CLASS(MT-IDX) = TRT-CLASS(TN-IDX)
                       AND MET-SECTION(MT-IDX) = TRT-SECTION(TN-IDX)
                       AND MET-DATE(MT-IDX) <= WS-RUN-DATE
                       AND MET-DATE(MT-IDX) > WS-SECT-LDA
                   MOVE 'N' TO ABS-FOUND
                   PERFORM VARYING WS-AB FROM 1 BY 1
                           UNTIL WS-AB > ABS-COUNT OR ABS-FOUND = 'Y'
                       SET AB-IDX TO WS-AB
                       IF ABT-STUDENT(AB-IDX) = TRT-STUDENT(TN-IDX)
                               AND ABT-CLASS(AB-IDX)
                                   = TRT-CLASS(TN-IDX)
                               AND ABT-SECTION(AB-IDX)
                                   = TRT-SECTION(TN-IDX)
                               AND ABT-DATE(AB-IDX)
                                   = MET-DATE(MT-IDX)
                           MOVE 'Y' TO ABS-FOUND
                       END-IF
                   END-PERFORM
                   IF ABS-FOUND = 'N'
                       MOVE MET-DATE(MT-IDX) TO WS-SECT-LDA
                   END-IF
               END-IF
           END-PERFORM.

       320-COMPUTE-COMPLETION.
           MOVE ZERO TO WS-DAYS-DONE.
           MOVE ZERO TO WS-PCT-COMPLETE.
           IF WS-LDA > ZERO AND WS-DAYS-TERM > ZERO
               COMPUTE WS-INT-LDA = FUNCTION INTEGER-OF-DATE(WS-LDA)
               COMPUTE WS-DAYS-DONE = WS-INT-LDA - WS-INT-START + 1
               COMPUTE WS-PCT-COMPLETE ROUNDED =
                   WS-DAYS-DONE * 100 / WS-DAYS-TERM
           END-IF.

       330-PRINT-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-LISTED.
           MOVE SPACES TO RPL-NAME.
           MOVE 'N' TO WS-STU-CONFID.
           MOVE STT-STUDENT(ST-IDX) TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE SM-NAME TO RPL-NAME
               IF SM-CONFID = 'Y'
                   MOVE 'Y' TO WS-STU-CONFID
               END-IF
           END-IF.
           MOVE STT-STUDENT(ST-IDX) TO RPL-STUDENT.
           MOVE STT-GRADES(ST-IDX) TO RPL-GRADES.
           MOVE STT-F-GRADES(ST-IDX) TO RPL-F-GRADES.
           MOVE STT-W-GRADES(ST-IDX) TO RPL-W-GRADES.
           IF WS-LDA > ZERO
               MOVE WS-LDA TO RPL-LDA
           ELSE
               MOVE 'NONE' TO RPL-LDA
               ADD 1 TO WS-STUDENTS-NO-LDA
           END-IF.
           MOVE WS-DAYS-DONE TO RPL-DAYS.
           MOVE WS-PCT-COMPLETE TO RPL-PCT.
           IF WS-PCT-COMPLETE > WS-RETURN-PCT
               MOVE 'NO' TO RPL-RETURN
           ELSE
               MOVE 'YES' TO RPL-RETURN
               ADD 1 TO WS-STUDENTS-RETURN
           END-IF.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

       340-WRITE-EXTRACT.
           MOVE SPACES TO FAID-REC.
           MOVE STT-STUDENT(ST-IDX) TO FA-STUDENT.
           MOVE WS-TERM-PARM TO FA-TERM.
           MOVE WS-TERM-START TO FA-TERM-START.
           MOVE WS-TERM-END TO FA-TERM-END.
           MOVE WS-LDA TO FA-LDA.
           IF WS-LDA > ZERO
               MOVE 'ATTN' TO FA-LDA-SOURCE
           ELSE
               MOVE 'NONE' TO FA-LDA-SOURCE
           END-IF.
           MOVE WS-DAYS-DONE TO FA-DAYS-DONE.
           MOVE WS-DAYS-TERM TO FA-DAYS-TERM.
           MOVE WS-PCT-COMPLETE TO FA-PCT-COMPLETE.
           MOVE STT-GRADES(ST-IDX) TO FA-GRADES.
           MOVE STT-F-GRADES(ST-IDX) TO FA-F-GRADES.
           MOVE STT-W-GRADES(ST-IDX) TO FA-W-GRADES.
           IF WS-PCT-COMPLETE > WS-RETURN-PCT
               MOVE 'N' TO FA-RETURN-FLAG
           ELSE
               MOVE 'Y' TO FA-RETURN-FLAG
           END-IF.
           IF WS-STU-CONFID = 'Y'
               PERFORM 345-WRITE-RESTRICTED
           ELSE
               WRITE FAID-REC
           END-IF.

       345-WRITE-RESTRICTED.
           ADD 1 TO WS-STUDENTS-RESTRICT.
           WRITE RESTRICT-REC FROM FAID-REC.

           MOVE SPACES TO PRIVLOG-REC.
           MOVE WS-RUN-DATE TO PV-DATE.
           MOVE WS-RUN-TIME TO PV-TIME.
           MOVE 'UNOFFWD' TO PV-PROGRAM.
           MOVE WS-TERM-PARM TO PV-TERM.
           MOVE STT-STUDENT(ST-IDX) TO PV-STUDENT.
           MOVE WS-RST-FILENAME TO PV-OUTPUT.
           MOVE 'FINANCIAL AID LDA' TO PV-REF.
           WRITE PRIVLOG-REC.
