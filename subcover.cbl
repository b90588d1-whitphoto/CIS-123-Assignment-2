       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubCoverage.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL MEET-FILE ASSIGN DYNAMIC WS-MET-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MET-STATUS.
           SELECT OPTIONAL INSTR-FILE ASSIGN DYNAMIC WS-INSM-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-INSM-STATUS.
           SELECT OPTIONAL AVAIL-FILE ASSIGN DYNAMIC WS-AVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AVL-STATUS.
           SELECT OPTIONAL ABSENCE-FILE ASSIGN DYNAMIC WS-ABS-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ABS-STATUS.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN DYNAMIC WS-NTC-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTRICT-FILE ASSIGN DYNAMIC WS-RST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN DYNAMIC WS-PVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STATUS.

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

       FD INSTR-FILE.
       01 INSTR-REC.
           05 IM-CODE           PIC X(4).
           05 IM-NAME           PIC X(20).
           05 IM-DEPT           PIC X(4).
           05 IM-MAX-LOAD       PIC 99.

       FD AVAIL-FILE.
       01 AVAIL-REC.
           05 IA-CODE           PIC X(4).
           05 IA-DAYS           PIC X(5).
           05 IA-FROM           PIC 99.
           05 IA-TO             PIC 99.
           05 IA-REASON         PIC X(20).

       FD ABSENCE-FILE.
       01 ABSENCE-REC.
           05 AB-INSTRUCTOR     PIC X(4).
           05 AB-FROM-DATE      PIC 9(8).
           05 AB-TO-DATE        PIC 9(8).
           05 AB-REASON         PIC X(20).

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

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

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

       FD NOTICE-FILE.
       01 NOTICE-REC            PIC X(90).

       FD RESTRICT-FILE.
       01 RESTRICT-REC          PIC X(90).

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
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-MET-FILENAME       PIC X(40) VALUE 'meetfile.txt'.
       01 WS-MET-STATUS         PIC XX VALUE '00'.
       01 WS-INSM-FILENAME      PIC X(40) VALUE 'instrfile.txt'.
       01 WS-INSM-STATUS        PIC XX VALUE '00'.
       01 WS-AVL-FILENAME       PIC X(40) VALUE 'instravail.txt'.
       01 WS-AVL-STATUS         PIC XX VALUE '00'.
       01 WS-ABS-FILENAME       PIC X(40) VALUE 'instabs.txt'.
       01 WS-ABS-STATUS         PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'subcover.txt'.
       01 WS-NTC-FILENAME       PIC X(40) VALUE 'cancnotice.txt'.
       01 WS-RST-FILENAME       PIC X(40)
                                VALUE 'cancnotice-restricted.txt'.
       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.

       01 EOF-MET               PIC X VALUE 'N'.
       01 EOF-INSM              PIC X VALUE 'N'.
       01 EOF-AVL               PIC X VALUE 'N'.
       01 EOF-ABS               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-OVERFLOW           PIC X VALUE 'N'.

       01 INSM-COUNT            PIC 999 VALUE ZERO.
       01 INSM-TABLE.
           05 INSM-ENTRY OCCURS 300 TIMES INDEXED BY IM-IDX.
               10 ISM-CODE        PIC X(4).
               10 ISM-NAME        PIC X(20).
               10 ISM-DEPT        PIC X(4).

       01 WS-IM                 PIC 999.
       01 INSM-FOUND            PIC X VALUE 'N'.

       01 AVAIL-COUNT           PIC 999 VALUE ZERO.
       01 AVAIL-TABLE.
           05 AVAIL-ENTRY OCCURS 200 TIMES INDEXED BY AV-IDX.
               10 AVL-CODE        PIC X(4).
               10 AVL-DAYS        PIC X(5).
               10 FILLER REDEFINES AVL-DAYS.
                   15 AVL-DAY-CH  PIC X OCCURS 5 TIMES.
               10 AVL-FROM        PIC 99.
               10 AVL-TO          PIC 99.

       01 WS-AV                 PIC 999.
       01 WS-IA-HIT             PIC X VALUE 'N'.
       01 WS-PC                 PIC 9.

       01 ABS-COUNT             PIC 999 VALUE ZERO.
       01 ABS-TABLE.
           05 ABS-ENTRY OCCURS 200 TIMES INDEXED BY AB-IDX.
               10 ABT-INSTRUCTOR  PIC X(4).
               10 ABT-FROM        PIC 9(8).
               10 ABT-TO          PIC 9(8).
               10 ABT-REASON      PIC X(20).
               10 ABT-MEETINGS    PIC 9(4).

       01 WS-AB                 PIC 999.
       01 ABS-FOUND             PIC X VALUE 'N'.
       01 WS-ABS-IDX            PIC 999.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-CLASS       PIC X(6).
               10 SCT-SECTION     PIC 99.
               10 SCT-INSTRUCTOR  PIC X(4).
               10 SCT-DAYS        PIC X(5).
               10 FILLER REDEFINES SCT-DAYS.
                   15 SCT-DAY-CH  PIC X OCCURS 5 TIMES.
               10 SCT-PERIOD      PIC 99.
               10 SCT-LENGTH      PIC 9.

       01 WS-SC                 PIC 9(4).
       01 SECT-FOUND            PIC X VALUE 'N'.

       01 REG-COUNT             PIC 9(4) VALUE ZERO.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 6000 TIMES INDEXED BY RG-IDX.
               10 RGT-STUDENT     PIC X(9).
               10 RGT-CLASS       PIC X(6).
               10 RGT-SECTION     PIC 99.

       01 WS-RG                 PIC 9(4).

       01 AFF-COUNT             PIC 9(4) VALUE ZERO.
       01 AFF-TABLE.
           05 AFF-ENTRY OCCURS 1000 TIMES INDEXED BY AF-IDX.
               10 AFT-SORT-KEY.
                   15 AFT-INSTRUCTOR  PIC X(4).
                   15 AFT-DATE        PIC 9(8).
                   15 AFT-PERIOD      PIC 99.
                   15 AFT-CLASS       PIC X(6).
                   15 AFT-SECTION     PIC 99.
               10 AFT-DAY         PIC X.
               10 AFT-LENGTH      PIC 9.
               10 AFT-ROOM        PIC X(4).
               10 AFT-START       PIC X(5).
               10 AFT-DEPT        PIC X(4).
               10 AFT-SUB-COUNT   PIC 9.
               10 AFT-SUB         PIC X(4) OCCURS 3 TIMES.
               10 AFT-PRINTED     PIC X.

       01 WS-AF                 PIC 9(4).
       01 WS-LOW-KEY            PIC X(22).
       01 WS-LOW-IDX            PIC 9(4).
       01 WS-CUR-INSTR          PIC X(4).
       01 WS-SB                 PIC 9.

       01 WS-CAND-CODE          PIC X(4).
       01 WS-CHECK-DATE         PIC 9(8).
       01 WS-CAND-OK            PIC X VALUE 'N'.
       01 WS-SLOT-DAY           PIC X.
       01 WS-SLOT-PERIOD        PIC 99.
       01 WS-MEET-FIRST         PIC 99.
       01 WS-MEET-LAST          PIC 99.
       01 WS-SECT-LAST          PIC 99.
       01 WS-ML                 PIC 9.
       01 WS-DAY-HIT            PIC X VALUE 'N'.

       01 WS-TOTALS.
           05 WS-TOT-ABSENCES   PIC 9(5) VALUE ZERO.
           05 WS-TOT-PAST       PIC 9(5) VALUE ZERO.
           05 WS-TOT-BAD-ABS    PIC 9(5) VALUE ZERO.
           05 WS-TOT-AFFECTED   PIC 9(5) VALUE ZERO.
           05 WS-TOT-COVERED    PIC 9(5) VALUE ZERO.
           05 WS-TOT-UNCOVERED  PIC 9(5) VALUE ZERO.
           05 WS-TOT-NOTICES    PIC 9(6) VALUE ZERO.
           05 WS-TOT-RESTRICTED PIC 9(6) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'SUBSTITUTE COVERAGE SHEET'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-INSTR-LINE.
           05 FILLER            PIC X(16) VALUE 'ABSENT INSTR:   '.
           05 RPI-CODE          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPI-NAME          PIC X(20).
           05 FILLER            PIC X(7) VALUE ' DEPT: '.
           05 RPI-DEPT          PIC X(4).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(40) VALUE
               ' DATE     DAY PER LEN CLASS  SEC ROOM  '.
           05 FILLER            PIC X(40) VALUE
               'PROPOSED SUBSTITUTES'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-DATE          PIC 9(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-DAY           PIC X.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-PERIOD        PIC Z9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RPL-LENGTH        PIC 9.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-ROOM          PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-SUBS.
               10 RPL-SUB-ENTRY OCCURS 3 TIMES.
                   15 RPL-SUB-CODE  PIC X(4).
                   15 FILLER        PIC X VALUE SPACE.
                   15 RPL-SUB-NAME  PIC X(14).
                   15 FILLER        PIC X VALUE SPACE.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 NTC-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'CLASS CANCELLATION NOTICES'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 NTH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 NTH-DATE          PIC 9(8).

       01 NTC-COL-HEADER.
           05 FILLER            PIC X(36) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(50) VALUE
               'CLASS  SEC DATE     PER START NOTICE'.

       01 NTC-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACE.
           05 NTL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 NTL-NAME          PIC X(25).
           05 NTL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 NTL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NTL-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 NTL-PERIOD        PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NTL-START         PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 NTL-NOTICE        PIC X(20).

       01 RESTRICT-HEADER.
           05 FILLER            PIC X(32) VALUE
               'RESTRICTED CANCELLATION NOTICES'.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RRH-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RRH-TIME          PIC 9(8).

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'meetfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-MET-FILENAME
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'subcover-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
               STRING 'cancnotice-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-NTC-FILENAME
               MOVE SPACES TO WS-RST-FILENAME
               STRING 'cancnotice-restricted-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 110-LOAD-INSTRUCTORS.

           PERFORM 120-LOAD-AVAILABILITY.

           PERFORM 130-LOAD-ABSENCES.

           PERFORM 140-LOAD-SECTIONS.

           PERFORM 150-LOAD-REGISTRATIONS.

           PERFORM 200-FIND-AFFECTED-MEETINGS.

           PERFORM 250-PROPOSE-SUBSTITUTES.

           PERFORM 300-PRINT-COVERAGE-SHEET.

           PERFORM 400-PRINT-NOTICES.

           IF WS-OVERFLOW = 'Y' OR WS-TOT-BAD-ABS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       110-LOAD-INSTRUCTORS.
           OPEN INPUT INSTR-FILE.
           IF WS-INSM-STATUS = '00'
               PERFORM UNTIL EOF-INSM = 'Y'
                   READ INSTR-FILE
                       AT END MOVE 'Y' TO EOF-INSM
                       NOT AT END
                           IF INSM-COUNT < 300
                               ADD 1 TO INSM-COUNT
                               SET IM-IDX TO INSM-COUNT
                               MOVE IM-CODE TO ISM-CODE(IM-IDX)
                               MOVE IM-NAME TO ISM-NAME(IM-IDX)
                               MOVE IM-DEPT TO ISM-DEPT(IM-IDX)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTR-FILE
           END-IF.
           IF WS-INSM-STATUS = '05'
               CLOSE INSTR-FILE
           END-IF.

       120-LOAD-AVAILABILITY.
           OPEN INPUT AVAIL-FILE.
           IF WS-AVL-STATUS = '00'
               PERFORM UNTIL EOF-AVL = 'Y'
                   READ AVAIL-FILE
                       AT END MOVE 'Y' TO EOF-AVL
                       NOT AT END
                           IF AVAIL-COUNT < 200
                                   AND IA-FROM IS NUMERIC
                                   AND IA-TO IS NUMERIC
                               ADD 1 TO AVAIL-COUNT
                               SET AV-IDX TO AVAIL-COUNT
                               MOVE IA-CODE TO AVL-CODE(AV-IDX)
                               MOVE IA-DAYS TO AVL-DAYS(AV-IDX)
                               MOVE IA-FROM TO AVL-FROM(AV-IDX)
                               MOVE IA-TO TO AVL-TO(AV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVAIL-FILE
           END-IF.
           IF WS-AVL-STATUS = '05'
               CLOSE AVAIL-FILE
           END-IF.

       130-LOAD-ABSENCES.
           OPEN INPUT ABSENCE-FILE.
           IF WS-ABS-STATUS = '00'
               PERFORM UNTIL EOF-ABS = 'Y'
                   READ ABSENCE-FILE
                       AT END MOVE 'Y' TO EOF-ABS
                       NOT AT END
                           PERFORM 135-STORE-ABSENCE
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.
           IF WS-ABS-STATUS = '05'
               CLOSE ABSENCE-FILE
           END-IF.

       135-STORE-ABSENCE.
           ADD 1 TO WS-TOT-ABSENCES.
           IF AB-TO-DATE NOT NUMERIC OR AB-TO-DATE = ZERO
               MOVE AB-FROM-DATE TO AB-TO-DATE
           END-IF.

           EVALUATE TRUE
               WHEN AB-INSTRUCTOR = SPACES
                       OR AB-FROM-DATE NOT NUMERIC
                       OR AB-FROM-DATE = ZERO
                       OR AB-TO-DATE < AB-FROM-DATE
                   ADD 1 TO WS-TOT-BAD-ABS
               WHEN AB-TO-DATE < WS-RUN-DATE
                   ADD 1 TO WS-TOT-PAST
               WHEN ABS-COUNT < 200
                   ADD 1 TO ABS-COUNT
                   SET AB-IDX TO ABS-COUNT
                   MOVE AB-INSTRUCTOR TO ABT-INSTRUCTOR(AB-IDX)
                   MOVE AB-FROM-DATE TO ABT-FROM(AB-IDX)
                   MOVE AB-TO-DATE TO ABT-TO(AB-IDX)
                   MOVE AB-REASON TO ABT-REASON(AB-IDX)
                   MOVE ZERO TO ABT-MEETINGS(AB-IDX)
               WHEN OTHER
                   MOVE 'Y' TO WS-OVERFLOW
           END-EVALUATE.

       140-LOAD-SECTIONS.
           OPEN INPUT MASTER-FILE.
           IF WS-MF-STATUS = '00'
               MOVE LOW-VALUES TO MF-KEY
               START MASTER-FILE KEY IS NOT LESS THAN MF-KEY
               IF WS-MF-STATUS = '00'
                   PERFORM UNTIL WS-MF-STATUS NOT = '00'
                       READ MASTER-FILE NEXT
                       IF WS-MF-STATUS = '00'
                               AND (WS-TERM-PARM = SPACES
                               OR MF-TERM = WS-TERM-PARM)
                               AND MF-ACTIVE NOT = 'N'
                           PERFORM 145-LOAD-ONE-SECTION
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       145-LOAD-ONE-SECTION.
           IF SECT-COUNT < 2000
               ADD 1 TO SECT-COUNT
               SET SC-IDX TO SECT-COUNT
               MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
               MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
               MOVE MF-INSTRUCTOR TO SCT-INSTRUCTOR(SC-IDX)
               IF MF-PATTERN = SPACES
                   MOVE MF-DAY TO SCT-DAYS(SC-IDX)
               ELSE
                   MOVE MF-PATTERN TO SCT-DAYS(SC-IDX)
               END-IF
               IF MF-PERIOD IS NUMERIC
                   MOVE MF-PERIOD TO SCT-PERIOD(SC-IDX)
               ELSE
                   MOVE ZERO TO SCT-PERIOD(SC-IDX)
               END-IF
               IF MF-LENGTH IS NUMERIC AND MF-LENGTH > ZERO
                   MOVE MF-LENGTH TO SCT-LENGTH(SC-IDX)
               ELSE
                   MOVE 1 TO SCT-LENGTH(SC-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       150-LOAD-REGISTRATIONS.
           OPEN INPUT REGOUT-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM UNTIL EOF-REG = 'Y'
                   READ REGOUT-FILE
                       AT END MOVE 'Y' TO EOF-REG
                       NOT AT END
                           IF RO-STATUS = 'ENROLLED'
                                   AND (WS-TERM-PARM = SPACES
                                   OR RO-TERM = WS-TERM-PARM)
                               IF REG-COUNT < 6000
                                   ADD 1 TO REG-COUNT
                                   SET RG-IDX TO REG-COUNT
                                   MOVE RO-STUDENT
                                       TO RGT-STUDENT(RG-IDX)
                                   MOVE RO-CLASS TO RGT-CLASS(RG-IDX)
                                   MOVE RO-SECTION
                                       TO RGT-SECTION(RG-IDX)
                               ELSE
                                   MOVE 'Y' TO WS-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGOUT-FILE
           END-IF.
           IF WS-REG-STATUS = '05'
               CLOSE REGOUT-FILE
           END-IF.

       200-FIND-AFFECTED-MEETINGS.
           OPEN INPUT MEET-FILE.
           IF WS-MET-STATUS = '00'
               PERFORM UNTIL EOF-MET = 'Y'
                   READ MEET-FILE
                       AT END MOVE 'Y' TO EOF-MET
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR MT-TERM = WS-TERM-PARM
                               PERFORM 210-CHECK-ONE-MEETING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEET-FILE
           END-IF.
           IF WS-MET-STATUS = '05'
               CLOSE MEET-FILE
           END-IF.

       210-CHECK-ONE-MEETING.
           MOVE 'N' TO SECT-FOUND.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
                   OR SECT-FOUND = 'Y'
               SET SC-IDX TO WS-SC
               IF SCT-CLASS(SC-IDX) = MT-CLASS
                       AND SCT-SECTION(SC-IDX) = MT-SECTION
                   MOVE 'Y' TO SECT-FOUND
               END-IF
           END-PERFORM.

           IF SECT-FOUND = 'Y'
               IF SCT-INSTRUCTOR(SC-IDX) NOT = SPACES
                   MOVE SCT-INSTRUCTOR(SC-IDX) TO WS-CAND-CODE
                   MOVE MT-DATE TO WS-CHECK-DATE
                   PERFORM 220-FIND-ABSENCE
                   IF ABS-FOUND = 'Y'
                       PERFORM 215-ADD-AFFECTED-MEETING
                   END-IF
               END-IF
           END-IF.

       215-ADD-AFFECTED-MEETING.
           SET AB-IDX TO WS-ABS-IDX.
           ADD 1 TO ABT-MEETINGS(AB-IDX).
           IF AFF-COUNT < 1000
               ADD 1 TO AFF-COUNT
               SET AF-IDX TO AFF-COUNT
               MOVE WS-CAND-CODE TO AFT-INSTRUCTOR(AF-IDX)
               MOVE MT-DATE TO AFT-DATE(AF-IDX)
               MOVE MT-PERIOD TO AFT-PERIOD(AF-IDX)
               MOVE MT-CLASS TO AFT-CLASS(AF-IDX)
               MOVE MT-SECTION TO AFT-SECTION(AF-IDX)
               MOVE MT-DAY TO AFT-DAY(AF-IDX)
               IF MT-LENGTH IS NUMERIC AND MT-LENGTH > ZERO
                   MOVE MT-LENGTH TO AFT-LENGTH(AF-IDX)
               ELSE
                   MOVE 1 TO AFT-LENGTH(AF-IDX)
               END-IF
               MOVE MT-ROOM TO AFT-ROOM(AF-IDX)
               MOVE MT-START TO AFT-START(AF-IDX)
               MOVE ZERO TO AFT-SUB-COUNT(AF-IDX)
               MOVE SPACES TO AFT-SUB(AF-IDX, 1) AFT-SUB(AF-IDX, 2)
                              AFT-SUB(AF-IDX, 3)
               MOVE 'N' TO AFT-PRINTED(AF-IDX)
               PERFORM 225-FIND-INSTRUCTOR
               IF INSM-FOUND = 'Y'
                   MOVE ISM-DEPT(IM-IDX) TO AFT-DEPT(AF-IDX)
               ELSE
                   MOVE SPACES TO AFT-DEPT(AF-IDX)
               END-IF
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       220-FIND-ABSENCE.
           MOVE 'N' TO ABS-FOUND.
           MOVE ZERO TO WS-ABS-IDX.
           PERFORM VARYING WS-AB FROM 1 BY 1 UNTIL WS-AB > ABS-COUNT
                   OR ABS-FOUND = 'Y'
               SET AB-IDX TO WS-AB
               IF ABT-INSTRUCTOR(AB-IDX) = WS-CAND-CODE
                       AND WS-CHECK-DATE NOT < ABT-FROM(AB-IDX)
                       AND WS-CHECK-DATE NOT > ABT-TO(AB-IDX)
                   MOVE 'Y' TO ABS-FOUND
                   MOVE WS-AB TO WS-ABS-IDX
               END-IF
           END-PERFORM.

       225-FIND-INSTRUCTOR.
           MOVE 'N' TO INSM-FOUND.
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > INSM-COUNT
                   OR INSM-FOUND = 'Y'
               SET IM-IDX TO WS-IM
               IF ISM-CODE(IM-IDX) = WS-CAND-CODE
                   MOVE 'Y' TO INSM-FOUND
               END-IF
           END-PERFORM.

       250-PROPOSE-SUBSTITUTES.
           PERFORM VARYING WS-AF FROM 1 BY 1 UNTIL WS-AF > AFF-COUNT
               SET AF-IDX TO WS-AF
               IF AFT-DEPT(AF-IDX) NOT = SPACES
                   PERFORM VARYING WS-IM FROM 1 BY 1
                           UNTIL WS-IM > INSM-COUNT
                           OR AFT-SUB-COUNT(AF-IDX) = 3
                       SET IM-IDX TO WS-IM
                       IF ISM-DEPT(IM-IDX) = AFT-DEPT(AF-IDX)
                               AND ISM-CODE(IM-IDX)
                                   NOT = AFT-INSTRUCTOR(AF-IDX)
                           MOVE ISM-CODE(IM-IDX) TO WS-CAND-CODE
                           PERFORM 260-CHECK-CANDIDATE
                           IF WS-CAND-OK = 'Y'
                               ADD 1 TO AFT-SUB-COUNT(AF-IDX)
                               MOVE AFT-SUB-COUNT(AF-IDX) TO WS-SB
                               MOVE WS-CAND-CODE
                                   TO AFT-SUB(AF-IDX, WS-SB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       260-CHECK-CANDIDATE.
           MOVE 'Y' TO WS-CAND-OK.
           MOVE AFT-DAY(AF-IDX) TO WS-SLOT-DAY.
           MOVE AFT-PERIOD(AF-IDX) TO WS-MEET-FIRST.
           COMPUTE WS-MEET-LAST =
               AFT-PERIOD(AF-IDX) + AFT-LENGTH(AF-IDX) - 1.

           MOVE AFT-DATE(AF-IDX) TO WS-CHECK-DATE.
           PERFORM 220-FIND-ABSENCE.
           IF ABS-FOUND = 'Y'
               MOVE 'N' TO WS-CAND-OK
           END-IF.

           IF WS-CAND-OK = 'Y'
               PERFORM VARYING WS-SC FROM 1 BY 1
                       UNTIL WS-SC > SECT-COUNT OR WS-CAND-OK = 'N'
                   SET SC-IDX TO WS-SC
                   IF SCT-INSTRUCTOR(SC-IDX) = WS-CAND-CODE
                       PERFORM 265-CHECK-SECTION-CLASH
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-CAND-OK = 'Y' AND AVAIL-COUNT > ZERO
               MOVE 'N' TO WS-IA-HIT
               PERFORM VARYING WS-ML FROM ZERO BY 1
                       UNTIL WS-ML >= AFT-LENGTH(AF-IDX)
                       OR WS-IA-HIT = 'Y'
                   COMPUTE WS-SLOT-PERIOD = WS-MEET-FIRST + WS-ML
                   PERFORM 270-AVAIL-SLOT-CHECK
               END-PERFORM
               IF WS-IA-HIT = 'Y'
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF.

       265-CHECK-SECTION-CLASH.
           MOVE 'N' TO WS-DAY-HIT.
           PERFORM VARYING WS-PC FROM 1 BY 1 UNTIL WS-PC > 5
                   OR WS-DAY-HIT = 'Y'
               IF SCT-DAY-CH(SC-IDX, WS-PC) = WS-SLOT-DAY
                   MOVE 'Y' TO WS-DAY-HIT
               END-IF
           END-PERFORM.

           IF WS-DAY-HIT = 'Y'
               COMPUTE WS-SECT-LAST =
                   SCT-PERIOD(SC-IDX) + SCT-LENGTH(SC-IDX) - 1
               IF SCT-PERIOD(SC-IDX) NOT > WS-MEET-LAST
                       AND WS-SECT-LAST NOT < WS-MEET-FIRST
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF.

       270-AVAIL-SLOT-CHECK.
           PERFORM VARYING WS-AV FROM 1 BY 1
                   UNTIL WS-AV > AVAIL-COUNT OR WS-IA-HIT = 'Y'
               SET AV-IDX TO WS-AV
               IF AVL-CODE(AV-IDX) = WS-CAND-CODE
                       AND WS-SLOT-PERIOD >= AVL-FROM(AV-IDX)
                       AND WS-SLOT-PERIOD <= AVL-TO(AV-IDX)
                   IF AVL-DAYS(AV-IDX) = SPACES
                       MOVE 'Y' TO WS-IA-HIT
                   ELSE
                       PERFORM VARYING WS-PC FROM 1 BY 1
                               UNTIL WS-PC > 5 OR WS-IA-HIT = 'Y'
                           IF AVL-DAY-CH(AV-IDX, WS-PC) = WS-SLOT-DAY
                               MOVE 'Y' TO WS-IA-HIT
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       300-PRINT-COVERAGE-SHEET.
           OPEN OUTPUT REPORT-FILE.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           MOVE HIGH-VALUES TO WS-CUR-INSTR.
           PERFORM 310-FIND-NEXT-MEETING.
           PERFORM UNTIL WS-LOW-IDX = ZERO
               SET AF-IDX TO WS-LOW-IDX
               PERFORM 320-PRINT-ONE-MEETING
               PERFORM 310-FIND-NEXT-MEETING
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'ABSENCES READ:' TO RPC-LABEL.
           MOVE WS-TOT-ABSENCES TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'ABSENCES INVALID:' TO RPC-LABEL.
           MOVE WS-TOT-BAD-ABS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'ABSENCES PAST:' TO RPC-LABEL.
           MOVE WS-TOT-PAST TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'MEETINGS AFFECTED:' TO RPC-LABEL.
           MOVE WS-TOT-AFFECTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SUBSTITUTE FOUND:' TO RPC-LABEL.
           MOVE WS-TOT-COVERED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO SUBSTITUTE:' TO RPC-LABEL.
           MOVE WS-TOT-UNCOVERED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           CLOSE REPORT-FILE.

       310-FIND-NEXT-MEETING.
           MOVE ZERO TO WS-LOW-IDX.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           PERFORM VARYING WS-AF FROM 1 BY 1 UNTIL WS-AF > AFF-COUNT
               SET AF-IDX TO WS-AF
               IF AFT-PRINTED(AF-IDX) = 'N'
                       AND AFT-SORT-KEY(AF-IDX) < WS-LOW-KEY
                   MOVE AFT-SORT-KEY(AF-IDX) TO WS-LOW-KEY
                   MOVE WS-AF TO WS-LOW-IDX
               END-IF
           END-PERFORM.

       320-PRINT-ONE-MEETING.
           MOVE 'Y' TO AFT-PRINTED(AF-IDX).
           ADD 1 TO WS-TOT-AFFECTED.

           IF AFT-INSTRUCTOR(AF-IDX) NOT = WS-CUR-INSTR
               MOVE AFT-INSTRUCTOR(AF-IDX) TO WS-CUR-INSTR
               MOVE WS-CUR-INSTR TO WS-CAND-CODE
               PERFORM 225-FIND-INSTRUCTOR
               MOVE WS-CUR-INSTR TO RPI-CODE
               IF INSM-FOUND = 'Y'
                   MOVE ISM-NAME(IM-IDX) TO RPI-NAME
               ELSE
                   MOVE 'UNKNOWN INSTRUCTOR' TO RPI-NAME
               END-IF
               MOVE AFT-DEPT(AF-IDX) TO RPI-DEPT
               WRITE REPORT-REC FROM BLANK-LINE
               WRITE REPORT-REC FROM RPT-INSTR-LINE
               WRITE REPORT-REC FROM RPT-COL-HEADER
           END-IF.

           MOVE AFT-DATE(AF-IDX) TO RPL-DATE.
           MOVE AFT-DAY(AF-IDX) TO RPL-DAY.
           MOVE AFT-PERIOD(AF-IDX) TO RPL-PERIOD.
           MOVE AFT-LENGTH(AF-IDX) TO RPL-LENGTH.
           MOVE AFT-CLASS(AF-IDX) TO RPL-CLASS.
           MOVE AFT-SECTION(AF-IDX) TO RPL-SECTION.
           MOVE AFT-ROOM(AF-IDX) TO RPL-ROOM.
           MOVE SPACES TO RPL-SUBS.
           IF AFT-SUB-COUNT(AF-IDX) = ZERO
               MOVE 'NONE' TO RPL-SUB-CODE(1)
               MOVE 'NO SUB FREE' TO RPL-SUB-NAME(1)
               ADD 1 TO WS-TOT-UNCOVERED
           ELSE
               ADD 1 TO WS-TOT-COVERED
               PERFORM VARYING WS-SB FROM 1 BY 1
                       UNTIL WS-SB > AFT-SUB-COUNT(AF-IDX)
                   MOVE AFT-SUB(AF-IDX, WS-SB) TO WS-CAND-CODE
                   PERFORM 225-FIND-INSTRUCTOR
                   MOVE WS-CAND-CODE TO RPL-SUB-CODE(WS-SB)
                   IF INSM-FOUND = 'Y'
                       MOVE ISM-NAME(IM-IDX) TO RPL-SUB-NAME(WS-SB)
                   END-IF
               END-PERFORM
           END-IF.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

       400-PRINT-NOTICES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           OPEN OUTPUT RESTRICT-FILE.
           MOVE WS-RUN-DATE TO RRH-DATE.
           MOVE WS-RUN-TIME TO RRH-TIME.
           WRITE RESTRICT-REC FROM RESTRICT-HEADER.
           WRITE RESTRICT-REC FROM BLANK-LINE.
           WRITE RESTRICT-REC FROM NTC-COL-HEADER.
           OPEN EXTEND PRIVLOG-FILE.
           IF WS-PVL-STATUS = '35'
               OPEN OUTPUT PRIVLOG-FILE
           END-IF.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO NTH-TERM
           ELSE
               MOVE WS-TERM-PARM TO NTH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO NTH-DATE.
           WRITE NOTICE-REC FROM NTC-HEADER-1.
           WRITE NOTICE-REC FROM BLANK-LINE.
           WRITE NOTICE-REC FROM NTC-COL-HEADER.

           PERFORM VARYING WS-AF FROM 1 BY 1 UNTIL WS-AF > AFF-COUNT
               SET AF-IDX TO WS-AF
               PERFORM VARYING WS-RG FROM 1 BY 1
                       UNTIL WS-RG > REG-COUNT
                   SET RG-IDX TO WS-RG
                   IF RGT-CLASS(RG-IDX) = AFT-CLASS(AF-IDX)
                           AND RGT-SECTION(RG-IDX) = AFT-SECTION(AF-IDX)
                       PERFORM 410-WRITE-ONE-NOTICE
                   END-IF
               END-PERFORM
           END-PERFORM.

           WRITE NOTICE-REC FROM BLANK-LINE.
           MOVE 'NOTICES LISTED:' TO RPC-LABEL.
           MOVE WS-TOT-NOTICES TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.

           WRITE RESTRICT-REC FROM BLANK-LINE.
           MOVE 'NOTICES LISTED:' TO RPC-LABEL.
           MOVE WS-TOT-RESTRICTED TO RPC-VALUE.
           WRITE RESTRICT-REC FROM RPT-COUNT-LINE.

           CLOSE NOTICE-FILE
                 STUDENT-MASTER
                 RESTRICT-FILE
                 PRIVLOG-FILE.

       410-WRITE-ONE-NOTICE.
           MOVE RGT-STUDENT(RG-IDX) TO NTL-STUDENT.
           MOVE SPACES TO NTL-NAME.
           MOVE 'N' TO SM-CONFID.
           MOVE RGT-STUDENT(RG-IDX) TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE SM-NAME TO NTL-NAME
           END-IF.
           MOVE AFT-CLASS(AF-IDX) TO NTL-CLASS.
           MOVE AFT-SECTION(AF-IDX) TO NTL-SECTION.
           MOVE AFT-DATE(AF-IDX) TO NTL-DATE.
           MOVE AFT-PERIOD(AF-IDX) TO NTL-PERIOD.
           MOVE AFT-START(AF-IDX) TO NTL-START.
           IF AFT-SUB-COUNT(AF-IDX) = ZERO
               MOVE 'CLASS CANCELLED' TO NTL-NOTICE
           ELSE
               MOVE 'SUBSTITUTE PENDING' TO NTL-NOTICE
           END-IF.
           IF WS-SM-STATUS = '00' AND SM-CONFID = 'Y'
               PERFORM 420-WRITE-RESTRICTED
           END-IF.
           WRITE NOTICE-REC FROM NTC-DETAIL-LINE.
           ADD 1 TO WS-TOT-NOTICES.

       420-WRITE-RESTRICTED.
           WRITE RESTRICT-REC FROM NTC-DETAIL-LINE.
           ADD 1 TO WS-TOT-RESTRICTED.

           MOVE SPACES TO PRIVLOG-REC.
           MOVE WS-RUN-DATE TO PV-DATE.
           MOVE WS-RUN-TIME TO PV-TIME.
           MOVE 'SUBCOVER' TO PV-PROGRAM.
           MOVE WS-TERM-PARM TO PV-TERM.
           MOVE RGT-STUDENT(RG-IDX) TO PV-STUDENT.
           MOVE WS-RST-FILENAME TO PV-OUTPUT.
           STRING AFT-CLASS(AF-IDX) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  AFT-SECTION(AF-IDX) DELIMITED BY SIZE
               INTO PV-REF.
           WRITE PRIVLOG-REC.

           MOVE ALL '*' TO NTL-STUDENT.
           MOVE 'CONFIDENTIAL' TO NTL-NAME.
