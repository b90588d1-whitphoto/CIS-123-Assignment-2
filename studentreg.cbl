                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-CAT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL TRANSCRIPT-FILE
                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN DYNAMIC WS-OVR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OVR-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL HOLD-FILE ASSIGN DYNAMIC WS-HLD-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HLD-STATUS.
           SELECT OPTIONAL STANDING-FILE ASSIGN DYNAMIC WS-STD-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STD-STATUS.
           SELECT REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WAIT-FILE ASSIGN DYNAMIC WS-WTL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICT-FILE ASSIGN DYNAMIC WS-RST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN DYNAMIC WS-PVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 MF-LENGTH         PIC 9.
           05 MF-ROOMTYPE       PIC X(4).

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

       FD CATALOG-FILE.
       01 CATALOG-REC.
           05 CT-CLASS          PIC X(6).
           05 CT-CREDITS        PIC 9.
           05 CT-MIN-GRADE      PIC XX.
           05 CT-PREREQ         PIC X(6) OCCURS 3 TIMES.

       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-REC.
           05 TR-STUDENT        PIC X(9).
           05 TR-TERM           PIC X(10).
           05 TR-CLASS          PIC X(6).
           05 TR-SECTION        PIC 99.
           05 TR-GRADE          PIC XX.
           05 TR-POST-DATE      PIC 9(8).

       FD OVERRIDE-FILE.
       01 OVERRIDE-REC.
           05 OV-STUDENT        PIC X(9).
           05 OV-TERM           PIC X(10).
           05 OV-CLASS          PIC X(6).
           05 OV-TYPE           PIC X(4).
           05 OV-ADVISOR        PIC X(4).
           05 OV-APPROVED       PIC X.

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD HOLD-FILE.
       01 HOLD-REC.
           05 HD-STUDENT        PIC X(9).
           05 HD-TERM           PIC X(10).
           05 HD-TYPE           PIC X(4).
           05 HD-AMOUNT         PIC 9(7)V99.
           05 HD-DATE           PIC 9(8).

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

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
       FD OUTPUT-FILE.
       01 OUTPUT-REC            PIC X(60).

       FD RESTRICT-FILE.
       01 RESTRICT-REC          PIC X(60).

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
       01 WS-REQ-STATUS         PIC XX VALUE '00'.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-CAT-FILENAME       PIC X(40) VALUE 'catalog.txt'.
       01 WS-CAT-STATUS         PIC XX VALUE '00'.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-OVR-FILENAME       PIC X(40) VALUE 'advoverride.txt'.
       01 WS-OVR-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-HLD-FILENAME       PIC X(40) VALUE 'holdfile.txt'.
       01 WS-HLD-STATUS         PIC XX VALUE '00'.
       01 WS-STD-FILENAME       PIC X(40) VALUE 'standing.txt'.
       01 WS-STD-STATUS         PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-WTL-FILENAME       PIC X(40) VALUE 'waitfile.txt'.
       01 WS-ENR-FILENAME       PIC X(40) VALUE 'enrollfile.txt'.
       01 WS-OUT-FILENAME       PIC X(40) VALUE 'regreport.txt'.
       01 WS-RST-FILENAME       PIC X(40)
                                VALUE 'regreport-restricted.txt'.
       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.

       01 EOF-REQ               PIC X VALUE 'N'.
       01 EOF-CAT               PIC X VALUE 'N'.
       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-OVR               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.
       01 EOF-HLD               PIC X VALUE 'N'.
       01 EOF-STD               PIC X VALUE 'N'.

       01 WS-MAX-CREDITS        PIC 99 VALUE 18.
       01 WS-DFLT-CREDITS       PIC 9 VALUE 3.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
           05 STUD-ENTRY OCCURS 300 TIMES INDEXED BY SU-IDX.
               10 STU-ID          PIC X(9).
               10 STU-TERM        PIC X(10).
               10 STU-CREDITS     PIC 99.
               10 STU-WAIT-CREDITS PIC 99.
               10 STU-CONFID      PIC X.
               10 STU-PERIOD OCCURS 14 TIMES INDEXED BY SP-IDX.
                   15 STU-DAY OCCURS 5 TIMES INDEXED BY SD-IDX.
                       20 SW-CLASS  PIC X(6).
                       20 SW-ROOM   PIC X(4).

       01 WS-SU                 PIC 999.
       01 SMF-FOUND             PIC X VALUE 'N'.
       01 STUD-FOUND            PIC X VALUE 'N'.
       01 WS-STUD-IDX           PIC 999 VALUE ZERO.
       01 WS-RESTRICT-COUNT     PIC 999 VALUE ZERO.

       01 CAT-COUNT             PIC 9(4) VALUE ZERO.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 1000 TIMES INDEXED BY CT-IDX.
               10 CTT-CLASS       PIC X(6).
               10 CTT-CREDITS     PIC 9.
               10 CTT-MIN-GRADE   PIC XX.
               10 CTT-PREREQ      PIC X(6) OCCURS 3 TIMES.

       01 WS-CT                 PIC 9(4).
       01 CAT-FOUND             PIC X VALUE 'N'.
       01 WS-CAT-IDX            PIC 9(4) VALUE ZERO.
       01 WS-REQ-CREDITS        PIC 9 VALUE ZERO.
       01 WS-LOAD-CREDITS       PIC 999 VALUE ZERO.

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

       01 OVR-COUNT             PIC 999 VALUE ZERO.
       01 OVR-TABLE.
           05 OVR-ENTRY OCCURS 500 TIMES INDEXED BY OV-IDX.
               10 OVT-STUDENT     PIC X(9).
               10 OVT-TERM        PIC X(10).
               10 OVT-CLASS       PIC X(6).
               10 OVT-TYPE        PIC X(4).

       01 WS-OV                 PIC 999.
       01 OVR-FOUND             PIC X VALUE 'N'.
       01 WS-OVR-TYPE           PIC X(4) VALUE SPACES.
       01 WS-OVR-USED           PIC 9(4) VALUE ZERO.

       01 HOLD-COUNT            PIC 9(4) VALUE ZERO.
       01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 2000 TIMES INDEXED BY HL-IDX.
               10 HLT-STUDENT     PIC X(9).

       01 WS-HL                 PIC 9(4).
       01 HOLD-FOUND            PIC X VALUE 'N'.

       01 SUSP-COUNT            PIC 9(4) VALUE ZERO.
       01 SUSP-TABLE.
           05 SUSP-ENTRY OCCURS 2000 TIMES INDEXED BY SS-IDX.
               10 SST-STUDENT     PIC X(9).

       01 WS-SS                 PIC 9(4).
       01 SUSP-FOUND            PIC X VALUE 'N'.

       01 WS-PQ                 PIC 9.
       01 WS-PREREQ-OK          PIC X VALUE 'Y'.
       01 WS-PQ-MET             PIC X VALUE 'N'.
       01 WS-PQ-CLASS           PIC X(6) VALUE SPACES.
       01 WS-MIN-RANK           PIC 99 VALUE ZERO.
       01 WS-GRADE-RANK         PIC 99 VALUE ZERO.
       01 WS-GRADE-WORK.
           05 WS-GRADE-1        PIC X.
           05 WS-GRADE-2        PIC X.

       01 WS-PATTERN-WORK.
           05 WS-PATTERN-TEXT   PIC X(5).
       01 WS-REJ-COUNT          PIC 9(4) VALUE ZERO.
       01 WS-WAIT-SEQ           PIC 9(4) VALUE ZERO.

       01 WS-REJ-REASON         PIC X(15) VALUE SPACES.

       01 REJECT-COUNT          PIC 999 VALUE ZERO.
       01 REJECT-TABLE.
               10 RJ-TERM         PIC X(10).
               10 RJ-CLASS        PIC X(6).
               10 RJ-SECTION      PIC 99.
               10 RJ-REASON       PIC X(15).

       01 WS-DAY                PIC 9.
       01 WS-PERIOD             PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 SDT-ROOM          PIC X(4).

       01 RESTRICT-HEADER.
           05 FILLER            PIC X(30) VALUE
               'RESTRICTED STUDENT SCHEDULES'.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RRH-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RRH-TIME          PIC 9(8).

       01 REJ-HEADER-1.
           05 FILLER            PIC X(17) VALUE 'REJECTED REQUESTS'.

           05 FILLER            PIC X VALUE SPACES.
           05 RJT-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RJT-REASON        PIC X(15).

       01 REG-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RGC-LABEL         PIC X(18).
           05 RGC-VALUE         PIC ZZZ9.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-OUT-FILENAME
               MOVE SPACES TO WS-RST-FILENAME
               STRING 'regreport-restricted-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-SECTIONS.

           PERFORM 120-LOAD-CATALOG.

           PERFORM 125-LOAD-TRANSCRIPT.

           PERFORM 130-LOAD-OVERRIDES.

           PERFORM 135-LOAD-RUN-CONTROL.

           PERFORM 140-LOAD-HOLDS.

           PERFORM 145-LOAD-SUSPENSIONS.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REGOUT-FILE
                OUTPUT WAIT-FILE
                OUTPUT OUTPUT-FILE.
           PERFORM 200-PROCESS-REQUESTS.

           CLOSE REGOUT-FILE
                 WAIT-FILE
                 STUDENT-MASTER.

           OPEN OUTPUT RESTRICT-FILE.
           MOVE WS-RUN-DATE TO RRH-DATE.
           MOVE WS-RUN-TIME TO RRH-TIME.
           WRITE RESTRICT-REC FROM RESTRICT-HEADER.
           OPEN EXTEND PRIVLOG-FILE.
           IF WS-PVL-STATUS = '35'
               OPEN OUTPUT PRIVLOG-FILE
           END-IF.

           PERFORM 300-PRINT-SCHEDULES.

           CLOSE RESTRICT-FILE
                 PRIVLOG-FILE.

           PERFORM 350-PRINT-REJECTS.

           PERFORM 360-PRINT-TOTALS.
               END-IF
           END-IF.

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
                                   MOVE WS-DFLT-CREDITS
                                       TO CTT-CREDITS(CT-IDX)
                               END-IF
                               MOVE CT-MIN-GRADE
                                   TO CTT-MIN-GRADE(CT-IDX)
                               PERFORM VARYING WS-PQ FROM 1 BY 1
                                       UNTIL WS-PQ > 3
                                   MOVE CT-PREREQ(WS-PQ)
                                       TO CTT-PREREQ(CT-IDX, WS-PQ)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-CAT-STATUS = '05'
               CLOSE CATALOG-FILE
           END-IF.

       125-LOAD-TRANSCRIPT.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '00'
               PERFORM UNTIL EOF-TRN = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
                           PERFORM 127-STORE-TRANSCRIPT-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           IF WS-TRN-STATUS = '05'
               CLOSE TRANSCRIPT-FILE
           END-IF.

       127-STORE-TRANSCRIPT-ROW.
           MOVE 'N' TO TRN-FOUND.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
                   OR TRN-FOUND = 'Y'
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = TR-STUDENT
                       AND TRT-TERM(TN-IDX) = TR-TERM
                       AND TRT-CLASS(TN-IDX) = TR-CLASS
                       AND TRT-SECTION(TN-IDX) = TR-SECTION
                   MOVE 'Y' TO TRN-FOUND
               END-IF
           END-PERFORM.
           IF TRN-FOUND = 'N' AND TRN-COUNT < 5000
               ADD 1 TO TRN-COUNT
               SET TN-IDX TO TRN-COUNT
               MOVE TR-STUDENT TO TRT-STUDENT(TN-IDX)
               MOVE TR-TERM TO TRT-TERM(TN-IDX)
               MOVE TR-CLASS TO TRT-CLASS(TN-IDX)
               MOVE TR-SECTION TO TRT-SECTION(TN-IDX)
               MOVE 'Y' TO TRN-FOUND
           END-IF.
           IF TRN-FOUND = 'Y'
               MOVE TR-GRADE TO TRT-GRADE(TN-IDX)
           END-IF.

       130-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVR-STATUS = '00'
               PERFORM UNTIL EOF-OVR = 'Y'
                   READ OVERRIDE-FILE
                       AT END MOVE 'Y' TO EOF-OVR
                       NOT AT END
                           IF OV-APPROVED = 'Y'
                                   AND OVR-COUNT < 500
                               ADD 1 TO OVR-COUNT
                               SET OV-IDX TO OVR-COUNT
                               MOVE OV-STUDENT TO OVT-STUDENT(OV-IDX)
                               MOVE OV-TERM TO OVT-TERM(OV-IDX)
                               MOVE OV-CLASS TO OVT-CLASS(OV-IDX)
                               MOVE OV-TYPE TO OVT-TYPE(OV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.
           IF WS-OVR-STATUS = '05'
               CLOSE OVERRIDE-FILE
           END-IF.

       135-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM UNTIL EOF-RCT = 'Y'
                   READ RUNCTL-FILE
                       AT END MOVE 'Y' TO EOF-RCT
                       NOT AT END
                           IF RCT-VALUE IS NUMERIC
                               IF RCT-KEYWORD = 'MAXCREDIT'
                                       AND RCT-VALUE < 100
                                   MOVE RCT-VALUE TO WS-MAX-CREDITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       140-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HLD-STATUS = '00'
               PERFORM UNTIL EOF-HLD = 'Y'
                   READ HOLD-FILE
                       AT END MOVE 'Y' TO EOF-HLD
                       NOT AT END
                           IF HD-TYPE = 'FIN'
                                   AND HOLD-COUNT < 2000
                               ADD 1 TO HOLD-COUNT
                               SET HL-IDX TO HOLD-COUNT
                               MOVE HD-STUDENT TO HLT-STUDENT(HL-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
           IF WS-HLD-STATUS = '05'
               CLOSE HOLD-FILE
           END-IF.

       145-LOAD-SUSPENSIONS.
           OPEN INPUT STANDING-FILE.
           IF WS-STD-STATUS = '00'
               PERFORM UNTIL EOF-STD = 'Y'
                   READ STANDING-FILE
                       AT END MOVE 'Y' TO EOF-STD
                       NOT AT END
                           IF SG-STANDING = 'SUSP'
                                   AND SUSP-COUNT < 2000
                               ADD 1 TO SUSP-COUNT
                               SET SS-IDX TO SUSP-COUNT
                               MOVE SG-STUDENT TO SST-STUDENT(SS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF.
           IF WS-STD-STATUS = '05'
               CLOSE STANDING-FILE
           END-IF.

       200-PROCESS-REQUESTS.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQ-STATUS = '00'
               END-IF
           END-IF.

           IF WS-REJ-REASON = SPACES
               PERFORM 225-CHECK-STUDENT-MASTER
               IF SMF-FOUND = 'N'
                   MOVE 'UNKNOWN STUD' TO WS-REJ-REASON
               ELSE
                   IF SM-STATUS NOT = 'A'
                       MOVE 'INACTIVE STUD' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJ-REASON = SPACES
               PERFORM 227-CHECK-HOLD
               IF HOLD-FOUND = 'Y'
                   MOVE 'FINANCIAL HOLD' TO WS-REJ-REASON
               END-IF
           END-IF.

           IF WS-REJ-REASON = SPACES
               PERFORM 228-CHECK-SUSPENSION
               IF SUSP-FOUND = 'Y'
                   MOVE 'SUSP' TO WS-OVR-TYPE
                   PERFORM 238-FIND-OVERRIDE
                   IF OVR-FOUND = 'Y'
                       ADD 1 TO WS-OVR-USED
                   ELSE
                       MOVE 'ACAD SUSPENSION' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJ-REASON = SPACES
               PERFORM 232-FIND-CATALOG
               PERFORM 234-CHECK-PREREQS
               IF WS-PREREQ-OK = 'N'
                   MOVE 'PREQ' TO WS-OVR-TYPE
                   PERFORM 238-FIND-OVERRIDE
                   IF OVR-FOUND = 'Y'
                       ADD 1 TO WS-OVR-USED
                   ELSE
                       MOVE 'PREREQ NOT MET' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJ-REASON = SPACES
               PERFORM 230-FIND-STUDENT
               IF STUD-FOUND = 'N'
               END-IF
           END-IF.

           IF WS-REJ-REASON = SPACES
               SET SU-IDX TO WS-STUD-IDX
               SET SC-IDX TO WS-SECT-IDX
               COMPUTE WS-LOAD-CREDITS =
                   STU-CREDITS(SU-IDX) + WS-REQ-CREDITS
               IF SCT-ENROLLED(SC-IDX) >= SCT-SIZE(SC-IDX)
                   ADD STU-WAIT-CREDITS(SU-IDX) TO WS-LOAD-CREDITS
               END-IF
               IF WS-LOAD-CREDITS > WS-MAX-CREDITS
                   MOVE 'LOAD' TO WS-OVR-TYPE
                   PERFORM 238-FIND-OVERRIDE
                   IF OVR-FOUND = 'Y'
                       ADD 1 TO WS-OVR-USED
                   ELSE
                       MOVE 'OVER CREDIT MAX' TO WS-REJ-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJ-REASON NOT = SPACES
               PERFORM 280-RECORD-REJECT
           ELSE
               END-IF
           END-PERFORM.

       225-CHECK-STUDENT-MASTER.
           MOVE 'N' TO SMF-FOUND.
           MOVE RQ-STUDENT TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE 'Y' TO SMF-FOUND
           END-IF.

       227-CHECK-HOLD.
           MOVE 'N' TO HOLD-FOUND.
           PERFORM VARYING WS-HL FROM 1 BY 1 UNTIL WS-HL > HOLD-COUNT
                   OR HOLD-FOUND = 'Y'
               SET HL-IDX TO WS-HL
               IF HLT-STUDENT(HL-IDX) = RQ-STUDENT
                   MOVE 'Y' TO HOLD-FOUND
               END-IF
           END-PERFORM.

       228-CHECK-SUSPENSION.
           MOVE 'N' TO SUSP-FOUND.
           PERFORM VARYING WS-SS FROM 1 BY 1 UNTIL WS-SS > SUSP-COUNT
                   OR SUSP-FOUND = 'Y'
               SET SS-IDX TO WS-SS
               IF SST-STUDENT(SS-IDX) = RQ-STUDENT
                   MOVE 'Y' TO SUSP-FOUND
               END-IF
           END-PERFORM.

       230-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND.
           PERFORM VARYING WS-SU FROM 1 BY 1 UNTIL WS-SU > STUD-COUNT
               SET SU-IDX TO STUD-COUNT
               MOVE RQ-STUDENT TO STU-ID(SU-IDX)
               MOVE RQ-TERM TO STU-TERM(SU-IDX)
               MOVE ZERO TO STU-CREDITS(SU-IDX)
               MOVE ZERO TO STU-WAIT-CREDITS(SU-IDX)
               IF SM-CONFID = 'Y'
                   MOVE 'Y' TO STU-CONFID(SU-IDX)
               ELSE
                   MOVE 'N' TO STU-CONFID(SU-IDX)
               END-IF
               MOVE STUD-COUNT TO WS-STUD-IDX
               MOVE 'Y' TO STUD-FOUND
           END-IF.

       232-FIND-CATALOG.
           MOVE 'N' TO CAT-FOUND.
           MOVE ZERO TO WS-CAT-IDX.
           MOVE WS-DFLT-CREDITS TO WS-REQ-CREDITS.
           PERFORM VARYING WS-CT FROM 1 BY 1 UNTIL WS-CT > CAT-COUNT
                   OR CAT-FOUND = 'Y'
               SET CT-IDX TO WS-CT
               IF CTT-CLASS(CT-IDX) = RQ-CLASS
                   MOVE 'Y' TO CAT-FOUND
                   MOVE WS-CT TO WS-CAT-IDX
                   MOVE CTT-CREDITS(CT-IDX) TO WS-REQ-CREDITS
               END-IF
           END-PERFORM.

       234-CHECK-PREREQS.
           MOVE 'Y' TO WS-PREREQ-OK.
           IF CAT-FOUND = 'Y'
               SET CT-IDX TO WS-CAT-IDX
               IF CTT-MIN-GRADE(CT-IDX) = SPACES
                   MOVE 2 TO WS-MIN-RANK
               ELSE
                   MOVE CTT-MIN-GRADE(CT-IDX) TO WS-GRADE-WORK
                   PERFORM 236-RANK-GRADE
                   MOVE WS-GRADE-RANK TO WS-MIN-RANK
               END-IF
               PERFORM VARYING WS-PQ FROM 1 BY 1 UNTIL WS-PQ > 3
                   IF CTT-PREREQ(CT-IDX, WS-PQ) NOT = SPACES
                       MOVE CTT-PREREQ(CT-IDX, WS-PQ) TO WS-PQ-CLASS
                       PERFORM 235-FIND-PREREQ-GRADE
                       IF WS-PQ-MET = 'N'
                           MOVE 'N' TO WS-PREREQ-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       235-FIND-PREREQ-GRADE.
           MOVE 'N' TO WS-PQ-MET.
           PERFORM VARYING WS-TN FROM 1 BY 1 UNTIL WS-TN > TRN-COUNT
                   OR WS-PQ-MET = 'Y'
               SET TN-IDX TO WS-TN
               IF TRT-STUDENT(TN-IDX) = RQ-STUDENT
                       AND TRT-CLASS(TN-IDX) = WS-PQ-CLASS
                   MOVE TRT-GRADE(TN-IDX) TO WS-GRADE-WORK
                   PERFORM 236-RANK-GRADE
                   IF WS-GRADE-RANK >= WS-MIN-RANK
                           AND WS-GRADE-RANK > ZERO
                       MOVE 'Y' TO WS-PQ-MET
                   END-IF
               END-IF
           END-PERFORM.

       236-RANK-GRADE.
           MOVE ZERO TO WS-GRADE-RANK.
           IF WS-GRADE-1 = 'A' MOVE 12 TO WS-GRADE-RANK END-IF
           IF WS-GRADE-1 = 'B' MOVE 9 TO WS-GRADE-RANK END-IF
           IF WS-GRADE-1 = 'C' MOVE 6 TO WS-GRADE-RANK END-IF
           IF WS-GRADE-1 = 'D' MOVE 3 TO WS-GRADE-RANK END-IF
           IF WS-GRADE-1 = 'P' MOVE 6 TO WS-GRADE-RANK END-IF
           IF WS-GRADE-RANK > ZERO AND WS-GRADE-1 NOT = 'P'
               IF WS-GRADE-2 = '+'
                   ADD 1 TO WS-GRADE-RANK
               END-IF
               IF WS-GRADE-2 = '-'
                   SUBTRACT 1 FROM WS-GRADE-RANK
               END-IF
           END-IF.

       238-FIND-OVERRIDE.
           MOVE 'N' TO OVR-FOUND.
           PERFORM VARYING WS-OV FROM 1 BY 1 UNTIL WS-OV > OVR-COUNT
                   OR OVR-FOUND = 'Y'
               SET OV-IDX TO WS-OV
               IF OVT-STUDENT(OV-IDX) = RQ-STUDENT
                       AND OVT-TERM(OV-IDX) = RQ-TERM
                       AND OVT-TYPE(OV-IDX) = WS-OVR-TYPE
                       AND (OVT-CLASS(OV-IDX) = RQ-CLASS
                           OR OVT-CLASS(OV-IDX) = SPACES)
                   MOVE 'Y' TO OVR-FOUND
               END-IF
           END-PERFORM.

       240-BUILD-SECTION-MEETING.
           MOVE 'Y' TO WS-MEET-OK.
           MOVE ZERO TO WS-MEET-DAY-CNT.
           ADD 1 TO WS-ENROLLED-COUNT.

           SET SU-IDX TO WS-STUD-IDX.
           ADD WS-REQ-CREDITS TO STU-CREDITS(SU-IDX).
           PERFORM VARYING WS-MD FROM 1 BY 1
                   UNTIL WS-MD > WS-MEET-DAY-CNT
               MOVE WS-MEET-DAY(WS-MD) TO WS-MD-NUM

       270-WAITLIST-REQUEST.
           ADD 1 TO WS-WAIT-COUNT.
           SET SU-IDX TO WS-STUD-IDX.
           ADD WS-REQ-CREDITS TO STU-WAIT-CREDITS(SU-IDX).
           ADD 1 TO WS-WAIT-SEQ.
           MOVE SPACES TO WAIT-REC.
           MOVE WS-WAIT-SEQ TO WL-SEQ.
       300-PRINT-SCHEDULES.
           PERFORM VARYING WS-SU FROM 1 BY 1 UNTIL WS-SU > STUD-COUNT
               SET SU-IDX TO WS-SU
               IF STU-CONFID(SU-IDX) = 'Y'
                   PERFORM 330-PRINT-RESTRICTED-SCHEDULE
               ELSE
                   PERFORM 310-PRINT-ONE-SCHEDULE
               END-IF
           END-PERFORM.

       310-PRINT-ONE-SCHEDULE.
           END-PERFORM.

       320-PRINT-SCHEDULE-LINE.
           PERFORM 325-BUILD-SCHEDULE-LINE.
           MOVE STUD-LINE TO WS-PRINT-AREA
           PERFORM 050-WRITE-REPORT-LINE.

       325-BUILD-SCHEDULE-LINE.
           MOVE SPACES TO STUD-LINE.
           IF WS-DAY = 1 MOVE 'M' TO SDT-DAY END-IF
           IF WS-DAY = 2 MOVE 'T' TO SDT-DAY END-IF
           MOVE SW-CLASS(SU-IDX, SP-IDX, SD-IDX) TO SDT-CLASS.
           MOVE SW-SEC(SU-IDX, SP-IDX, SD-IDX) TO SDT-SEC.
           MOVE SW-ROOM(SU-IDX, SP-IDX, SD-IDX) TO SDT-ROOM.

       330-PRINT-RESTRICTED-SCHEDULE.
           ADD 1 TO WS-RESTRICT-COUNT.
           MOVE STU-ID(SU-IDX) TO SDH-STUDENT.
           MOVE STU-TERM(SU-IDX) TO SDH-TERM.
           WRITE RESTRICT-REC FROM BLANK-LINE.
           WRITE RESTRICT-REC FROM STUD-HEADER-1.
           WRITE RESTRICT-REC FROM STUD-HEADER-2.

           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 5
               SET SD-IDX TO WS-DAY
               PERFORM VARYING WS-PERIOD FROM 1 BY 1
                       UNTIL WS-PERIOD > 14
                   SET SP-IDX TO WS-PERIOD
                   IF SW-CLASS(SU-IDX, SP-IDX, SD-IDX) NOT = SPACES
                       PERFORM 325-BUILD-SCHEDULE-LINE
                       WRITE RESTRICT-REC FROM STUD-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO PRIVLOG-REC.
           MOVE WS-RUN-DATE TO PV-DATE.
           MOVE WS-RUN-TIME TO PV-TIME.
           MOVE 'STUDENTREG' TO PV-PROGRAM.
           MOVE STU-TERM(SU-IDX) TO PV-TERM.
           MOVE STU-ID(SU-IDX) TO PV-STUDENT.
           MOVE WS-RST-FILENAME TO PV-OUTPUT.
           MOVE 'WEEKLY SCHEDULE' TO PV-REF.
           WRITE PRIVLOG-REC.

       350-PRINT-REJECTS.
           PERFORM 041-SET-GLOBAL-TERM.
           MOVE WS-REJ-COUNT TO RGC-VALUE.
           MOVE REG-COUNT-LINE TO WS-PRINT-AREA
           PERFORM 050-WRITE-REPORT-LINE.
           MOVE 'OVERRIDES USED:' TO RGC-LABEL.
           MOVE WS-OVR-USED TO RGC-VALUE.
           MOVE REG-COUNT-LINE TO WS-PRINT-AREA
           PERFORM 050-WRITE-REPORT-LINE.
           MOVE 'SCHED RESTRICTED:' TO RGC-LABEL.
           MOVE WS-RESTRICT-COUNT TO RGC-VALUE.
           MOVE REG-COUNT-LINE TO WS-PRINT-AREA
           PERFORM 050-WRITE-REPORT-LINE.

       400-WRITE-ENROLLMENT.
           OPEN OUTPUT ENROLL-FILE.
