       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensusRun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-CAT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL CENSUS-FILE ASSIGN DYNAMIC WS-CEN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CEN-STATUS.
           SELECT STATE-FILE ASSIGN DYNAMIC WS-STA-FILENAME
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

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

       FD CATALOG-FILE.
       01 CATALOG-REC.
           05 CT-CLASS          PIC X(6).
           05 CT-CREDITS        PIC 9.
           05 CT-MIN-GRADE      PIC XX.
           05 CT-PREREQ         PIC X(6) OCCURS 3 TIMES.

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).
       01 RUNCTL-DATE-REC.
           05 RCD-KEYWORD       PIC X(10).
           05 RCD-DATE          PIC 9(8).
           05 RCD-TERM          PIC X(10).

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

       FD CENSUS-FILE.
       01 CENSUS-REC.
           05 CS-TERM           PIC X(10).
           05 CS-CENSUS-DATE    PIC 9(8).
           05 CS-STUDENT        PIC X(9).
           05 CS-CLASS          PIC X(6).
           05 CS-SECTION        PIC 99.
           05 CS-CREDITS        PIC 9.
           05 CS-DEPT           PIC X(4).
           05 CS-BUILDING       PIC X(4).
           05 CS-ROOM           PIC X(4).
           05 CS-INSTRUCTOR     PIC X(4).
           05 CS-LEVEL          PIC XX.
           05 CS-TAKEN-DATE     PIC 9(8).

       FD STATE-FILE.
       01 STATE-REC             PIC X(60).

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

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-CAT-FILENAME       PIC X(40) VALUE 'catalog.txt'.
       01 WS-CAT-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-CEN-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-CEN-STATUS         PIC XX VALUE '00'.
       01 WS-STA-FILENAME       PIC X(40) VALUE 'stcensus.txt'.
       01 WS-RST-FILENAME       PIC X(40)
                                VALUE 'stcensus-restricted.txt'.
       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'censusrpt.txt'.

       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-CAT               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.
       01 EOF-CEN               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-CENSUS-DATE        PIC 9(8) VALUE ZERO.
       01 WS-INST-CODE          PIC 9(4) VALUE ZERO.
       01 WS-FTE-UG-HOURS       PIC 9(4) VALUE 15.
       01 WS-FTE-GR-HOURS       PIC 9(4) VALUE 12.
       01 WS-SNAP-SOURCE        PIC X(8) VALUE SPACES.
       01 WS-SNAP-OVERFLOW      PIC X VALUE 'N'.

       01 CAT-COUNT             PIC 9(4) VALUE ZERO.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 1000 TIMES INDEXED BY CT-IDX.
               10 CTT-CLASS       PIC X(6).
               10 CTT-CREDITS     PIC 9.

       01 WS-CT                 PIC 9(4).
       01 CAT-FOUND             PIC X VALUE 'N'.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-CLASS       PIC X(6).
               10 SCT-SECTION     PIC 99.
               10 SCT-BUILDING    PIC X(4).
               10 SCT-ROOM        PIC X(4).
               10 SCT-INSTRUCTOR  PIC X(4).

       01 WS-SC                 PIC 9(4).
       01 SECT-FOUND            PIC X VALUE 'N'.

       01 SNP-COUNT             PIC 9(4) VALUE ZERO.
       01 SNP-TABLE.
           05 SNP-ENTRY OCCURS 6000 TIMES INDEXED BY SN-IDX SN2-IDX.
               10 SNT-STUDENT     PIC X(9).
               10 SNT-CREDITS     PIC 9.
               10 SNT-DEPT        PIC X(4).
               10 SNT-BUILDING    PIC X(4).
               10 SNT-LEVEL       PIC XX.

       01 WS-SN                 PIC 9(4).
       01 WS-SN2                PIC 9(4).
       01 WS-DEPT-SEEN          PIC X VALUE 'N'.
       01 WS-BLDG-SEEN          PIC X VALUE 'N'.

       01 STU-COUNT             PIC 9(4) VALUE ZERO.
       01 STU-TABLE.
           05 STU-ENTRY OCCURS 4000 TIMES INDEXED BY ST-IDX.
               10 STT-STUDENT     PIC X(9).
               10 STT-LEVEL       PIC XX.
               10 STT-CREDITS     PIC 999.

       01 WS-ST                 PIC 9(4).
       01 STU-FOUND             PIC X VALUE 'N'.

       01 GRP-COUNT             PIC 999 VALUE ZERO.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 400 TIMES INDEXED BY GR-IDX.
               10 GRT-TYPE        PIC X.
               10 GRT-CODE        PIC X(4).
               10 GRT-HEAD        PIC 9(5).
               10 GRT-UG-CREDITS  PIC 9(6).
               10 GRT-GR-CREDITS  PIC 9(6).
               10 GRT-PRINTED     PIC X.

       01 WS-GR                 PIC 999.
       01 GRP-FOUND             PIC X VALUE 'N'.
       01 WS-GRP-TYPE           PIC X.
       01 WS-GRP-CODE           PIC X(4).
       01 WS-LOW-CODE           PIC X(4).
       01 WS-LOW-IDX            PIC 999.

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

       01 WS-FTE                PIC 9(6)V99 VALUE ZERO.
       01 WS-STU-FTE            PIC 9V999 VALUE ZERO.
       01 WS-TOT-CREDITS        PIC 9(7) VALUE ZERO.
       01 WS-TOT-UG-CREDITS     PIC 9(7) VALUE ZERO.
       01 WS-TOT-GR-CREDITS     PIC 9(7) VALUE ZERO.
       01 WS-TOT-FTE            PIC 9(6)V999 VALUE ZERO.
       01 WS-STATE-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-ROWS-SKIPPED       PIC 9(4) VALUE ZERO.
       01 WS-RST-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-RST-CREDITS        PIC 9(7) VALUE ZERO.
       01 WS-RST-FTE            PIC 9(6)V999 VALUE ZERO.

       01 STATE-HDR.
           05 SH-TYPE           PIC X VALUE 'H'.
           05 SH-INST           PIC 9(4).
           05 SH-TERM           PIC X(10).
           05 SH-CENSUS-DATE    PIC 9(8).
           05 SH-CREATE-DATE    PIC 9(8).
           05 FILLER            PIC X(29) VALUE SPACES.

       01 STATE-DET.
           05 SD-TYPE           PIC X VALUE 'D'.
           05 SD-INST           PIC 9(4).
           05 SD-TERM           PIC X(10).
           05 SD-STUDENT        PIC X(9).
           05 SD-LEVEL          PIC XX.
           05 SD-CREDITS        PIC 999.
           05 SD-FTE            PIC 9V999.
           05 FILLER            PIC X(27) VALUE SPACES.

       01 STATE-TRL.
           05 ST-TYPE           PIC X VALUE 'T'.
           05 ST-INST           PIC 9(4).
           05 ST-TERM           PIC X(10).
           05 ST-COUNT          PIC 9(6).
           05 ST-HEADCOUNT      PIC 9(6).
           05 ST-CREDITS        PIC 9(7).
           05 ST-FTE            PIC 9(6)V999.
           05 FILLER            PIC X(17) VALUE SPACES.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(25) VALUE
               'CENSUS ENROLLMENT REPORT'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-HEADER-2.
           05 FILLER            PIC X(13) VALUE 'CENSUS DATE: '.
           05 RPH-CENSUS        PIC 9(8).
           05 FILLER            PIC X(12) VALUE '  SNAPSHOT: '.
           05 RPH-SOURCE        PIC X(8).
           05 FILLER            PIC X(12) VALUE '  FTE UG/GR:'.
           05 RPH-FTE-UG        PIC ZZZ9.
           05 FILLER            PIC X VALUE '/'.
           05 RPH-FTE-GR        PIC ZZZ9.

       01 RPT-GROUP-TITLE.
           05 FILLER            PIC X(3) VALUE 'BY '.
           05 RPG-TITLE         PIC X(20).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(40) VALUE
               ' CODE  HEADCOUNT  CREDITS       FTE'.

       01 RPT-GROUP-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPL-CODE          PIC X(4).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RPL-HEAD          PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RPL-CREDITS       PIC ZZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 RPL-FTE           PIC ZZZZZ9.99.

       01 RPT-MSG-LINE.
           05 RPM-TEXT          PIC X(40).
           05 RPM-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RPM-DATE          PIC X(8).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 RPT-FTE-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPF-LABEL         PIC X(18).
           05 RPF-VALUE         PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'stcensus-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-STA-FILENAME
               MOVE SPACES TO WS-RST-FILENAME
               STRING 'stcensus-restricted-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RST-FILENAME
               STRING 'censusrpt-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-TERM-PARM TO RPH-TERM.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           PERFORM 110-LOAD-RUN-CONTROL.

           IF WS-TERM-PARM = SPACES OR WS-CENSUS-DATE = ZERO
               MOVE 'NO CENSUS DATE IN RUN CONTROL FOR TERM'
                   TO RPM-TEXT
               MOVE WS-TERM-PARM TO RPM-TERM
               MOVE SPACES TO RPM-DATE
               DISPLAY RPT-MSG-LINE
               WRITE REPORT-REC FROM RPT-MSG-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING 'census-' DELIMITED BY SIZE
                  WS-TERM-PARM DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-CENSUS-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-CEN-FILENAME.

           PERFORM 120-LOAD-SNAPSHOT.

           IF SNP-COUNT = ZERO
               IF WS-RUN-DATE < WS-CENSUS-DATE
                   MOVE 'CENSUS DATE NOT YET REACHED FOR TERM'
                       TO RPM-TEXT
                   MOVE WS-TERM-PARM TO RPM-TERM
                   MOVE WS-CENSUS-DATE TO RPM-DATE
                   DISPLAY RPT-MSG-LINE
                   WRITE REPORT-REC FROM RPT-MSG-LINE
                   CLOSE REPORT-FILE
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 130-LOAD-CATALOG
               PERFORM 140-LOAD-SECTIONS
               PERFORM 200-TAKE-SNAPSHOT
           END-IF.

           PERFORM 300-SUMMARIZE.

           PERFORM 400-PRINT-REPORT.

           PERFORM 500-WRITE-STATE-FILE.

           CLOSE REPORT-FILE.

           IF WS-SNAP-OVERFLOW = 'Y'
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
                           PERFORM 115-APPLY-RUN-CONTROL
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       115-APPLY-RUN-CONTROL.
           IF RCD-KEYWORD = 'CENSUS'
               IF RCD-TERM = WS-TERM-PARM
                       AND RCD-DATE IS NUMERIC
                   MOVE RCD-DATE TO WS-CENSUS-DATE
               END-IF
           ELSE
               IF RCT-VALUE IS NUMERIC
                   IF RCT-KEYWORD = 'FTEUGHRS'
                           AND RCT-VALUE > ZERO
                       MOVE RCT-VALUE TO WS-FTE-UG-HOURS
                   END-IF
                   IF RCT-KEYWORD = 'FTEGRHRS'
                           AND RCT-VALUE > ZERO
                       MOVE RCT-VALUE TO WS-FTE-GR-HOURS
                   END-IF
                   IF RCT-KEYWORD = 'INSTCODE'
                       MOVE RCT-VALUE TO WS-INST-CODE
                   END-IF
               END-IF
           END-IF.

       120-LOAD-SNAPSHOT.
           OPEN INPUT CENSUS-FILE.
           IF WS-CEN-STATUS = '00'
               PERFORM UNTIL EOF-CEN = 'Y'
                   READ CENSUS-FILE
                       AT END MOVE 'Y' TO EOF-CEN
                       NOT AT END
                           PERFORM 125-STORE-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE CENSUS-FILE
               MOVE 'FROZEN' TO WS-SNAP-SOURCE
           END-IF.
           IF WS-CEN-STATUS = '05'
               CLOSE CENSUS-FILE
           END-IF.

       125-STORE-SNAPSHOT-ROW.
           IF SNP-COUNT < 6000
               ADD 1 TO SNP-COUNT
               SET SN-IDX TO SNP-COUNT
               MOVE CS-STUDENT TO SNT-STUDENT(SN-IDX)
               MOVE CS-CREDITS TO SNT-CREDITS(SN-IDX)
               MOVE CS-DEPT TO SNT-DEPT(SN-IDX)
               MOVE CS-BUILDING TO SNT-BUILDING(SN-IDX)
               MOVE CS-LEVEL TO SNT-LEVEL(SN-IDX)
           ELSE
               MOVE 'Y' TO WS-SNAP-OVERFLOW
           END-IF.

       130-LOAD-CATALOG.
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

       140-LOAD-SECTIONS.
           OPEN INPUT MASTER-FILE.
           IF WS-MF-STATUS = '00'
               MOVE LOW-VALUES TO MF-KEY
               START MASTER-FILE KEY IS NOT LESS THAN MF-KEY
               IF WS-MF-STATUS = '00'
                   PERFORM UNTIL WS-MF-STATUS NOT = '00'
                       READ MASTER-FILE NEXT
                       IF WS-MF-STATUS = '00'
                               AND MF-TERM = WS-TERM-PARM
                               AND SECT-COUNT < 2000
                           ADD 1 TO SECT-COUNT
                           SET SC-IDX TO SECT-COUNT
                           MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
                           MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
                           MOVE MF-BUILDING TO SCT-BUILDING(SC-IDX)
                           MOVE MF-ROOM TO SCT-ROOM(SC-IDX)
                           MOVE MF-INSTRUCTOR
                               TO SCT-INSTRUCTOR(SC-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       200-TAKE-SNAPSHOT.
           MOVE 'TAKEN' TO WS-SNAP-SOURCE.
           MOVE SPACES TO RPM-TEXT.
           MOVE SPACES TO RPM-DATE.
           OPEN INPUT REGOUT-FILE.
           EVALUATE TRUE
               WHEN WS-MF-STATUS NOT = '00'
                   MOVE 'SECTION MASTER NOT AVAILABLE FOR TERM'
                       TO RPM-TEXT
                   MOVE WS-MF-STATUS TO RPM-DATE
               WHEN SECT-COUNT = ZERO
                   MOVE 'NO SECTIONS ON MASTER FOR TERM' TO RPM-TEXT
               WHEN WS-REG-STATUS NOT = '00'
                   MOVE 'REGISTRATIONS NOT AVAILABLE FOR TERM'
                       TO RPM-TEXT
                   MOVE WS-REG-STATUS TO RPM-DATE
           END-EVALUATE.
           IF RPM-TEXT NOT = SPACES
               MOVE WS-TERM-PARM TO RPM-TERM
               DISPLAY RPT-MSG-LINE
               WRITE REPORT-REC FROM RPT-MSG-LINE
               IF WS-REG-STATUS = '00' OR WS-REG-STATUS = '05'
                   CLOSE REGOUT-FILE
               END-IF
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE 'STUDENT MASTER NOT AVAILABLE FOR TERM'
                   TO RPM-TEXT
               MOVE WS-TERM-PARM TO RPM-TERM
               MOVE WS-SM-STATUS TO RPM-DATE
               DISPLAY RPT-MSG-LINE
               WRITE REPORT-REC FROM RPT-MSG-LINE
               CLOSE REGOUT-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CENSUS-FILE.
           PERFORM UNTIL EOF-REG = 'Y'
               READ REGOUT-FILE
                   AT END MOVE 'Y' TO EOF-REG
                   NOT AT END
                       IF RO-STATUS = 'ENROLLED'
                               AND RO-TERM = WS-TERM-PARM
                           PERFORM 210-SNAPSHOT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGOUT-FILE
                 CENSUS-FILE
                 STUDENT-MASTER.

       210-SNAPSHOT-ONE-ROW.
           MOVE 'N' TO SECT-FOUND.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
                   OR SECT-FOUND = 'Y'
               SET SC-IDX TO WS-SC
               IF SCT-CLASS(SC-IDX) = RO-CLASS
                       AND SCT-SECTION(SC-IDX) = RO-SECTION
                   MOVE 'Y' TO SECT-FOUND
               END-IF
           END-PERFORM.

           MOVE SPACES TO CENSUS-REC.
           MOVE WS-TERM-PARM TO CS-TERM.
           MOVE WS-CENSUS-DATE TO CS-CENSUS-DATE.
           MOVE RO-STUDENT TO CS-STUDENT.
           MOVE RO-CLASS TO CS-CLASS.
           MOVE RO-SECTION TO CS-SECTION.
           MOVE WS-RUN-DATE TO CS-TAKEN-DATE.
           IF SECT-FOUND = 'Y'
               MOVE SCT-BUILDING(SC-IDX) TO CS-BUILDING
               MOVE SCT-ROOM(SC-IDX) TO CS-ROOM
               MOVE SCT-INSTRUCTOR(SC-IDX) TO CS-INSTRUCTOR
           ELSE
               ADD 1 TO WS-ROWS-SKIPPED
           END-IF.

           MOVE 'N' TO CAT-FOUND.
           MOVE 3 TO CS-CREDITS.
           PERFORM VARYING WS-CT FROM 1 BY 1 UNTIL WS-CT > CAT-COUNT
                   OR CAT-FOUND = 'Y'
               SET CT-IDX TO WS-CT
               IF CTT-CLASS(CT-IDX) = RO-CLASS
                   MOVE 'Y' TO CAT-FOUND
                   MOVE CTT-CREDITS(CT-IDX) TO CS-CREDITS
               END-IF
           END-PERFORM.

           MOVE RO-CLASS TO WS-DEPT-SRC.
           PERFORM 220-EXTRACT-DEPT.
           MOVE WS-DEPT-CODE TO CS-DEPT.

           MOVE 'ND' TO CS-LEVEL.
           MOVE RO-STUDENT TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00' AND SM-LEVEL NOT = SPACES
               MOVE SM-LEVEL TO CS-LEVEL
           END-IF.

           WRITE CENSUS-REC.
           PERFORM 125-STORE-SNAPSHOT-ROW.

       220-EXTRACT-DEPT.
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

       300-SUMMARIZE.
           PERFORM VARYING WS-SN FROM 1 BY 1 UNTIL WS-SN > SNP-COUNT
               SET SN-IDX TO WS-SN
               PERFORM 310-FIND-STUDENT
               PERFORM 320-CHECK-FIRST-SEEN

               MOVE 'D' TO WS-GRP-TYPE
               MOVE SNT-DEPT(SN-IDX) TO WS-GRP-CODE
               PERFORM 330-FIND-GROUP
               IF WS-DEPT-SEEN = 'N'
                   ADD 1 TO GRT-HEAD(GR-IDX)
               END-IF
               PERFORM 340-ADD-CREDITS

               MOVE 'B' TO WS-GRP-TYPE
               MOVE SNT-BUILDING(SN-IDX) TO WS-GRP-CODE
               PERFORM 330-FIND-GROUP
               IF WS-BLDG-SEEN = 'N'
                   ADD 1 TO GRT-HEAD(GR-IDX)
               END-IF
               PERFORM 340-ADD-CREDITS

               MOVE 'L' TO WS-GRP-TYPE
               MOVE SNT-LEVEL(SN-IDX) TO WS-GRP-CODE
               PERFORM 330-FIND-GROUP
               IF STU-FOUND = 'N'
                   ADD 1 TO GRT-HEAD(GR-IDX)
               END-IF
               PERFORM 340-ADD-CREDITS
           END-PERFORM.

       310-FIND-STUDENT.
           MOVE 'N' TO STU-FOUND.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STU-COUNT
                   OR STU-FOUND = 'Y'
               SET ST-IDX TO WS-ST
               IF STT-STUDENT(ST-IDX) = SNT-STUDENT(SN-IDX)
                   MOVE 'Y' TO STU-FOUND
               END-IF
           END-PERFORM.
           IF STU-FOUND = 'N'
               IF STU-COUNT < 4000
                   ADD 1 TO STU-COUNT
                   SET ST-IDX TO STU-COUNT
                   MOVE SNT-STUDENT(SN-IDX) TO STT-STUDENT(ST-IDX)
                   MOVE SNT-LEVEL(SN-IDX) TO STT-LEVEL(ST-IDX)
                   MOVE ZERO TO STT-CREDITS(ST-IDX)
               ELSE
                   MOVE 'Y' TO WS-SNAP-OVERFLOW
                   SET ST-IDX TO STU-COUNT
               END-IF
           END-IF.
           ADD SNT-CREDITS(SN-IDX) TO STT-CREDITS(ST-IDX).

       320-CHECK-FIRST-SEEN.
           MOVE 'N' TO WS-DEPT-SEEN.
           MOVE 'N' TO WS-BLDG-SEEN.
           IF STU-FOUND = 'Y'
               PERFORM VARYING WS-SN2 FROM 1 BY 1
                       UNTIL WS-SN2 >= WS-SN
                   SET SN2-IDX TO WS-SN2
                   IF SNT-STUDENT(SN2-IDX) = SNT-STUDENT(SN-IDX)
                       IF SNT-DEPT(SN2-IDX) = SNT-DEPT(SN-IDX)
                           MOVE 'Y' TO WS-DEPT-SEEN
                       END-IF
                       IF SNT-BUILDING(SN2-IDX)
                               = SNT-BUILDING(SN-IDX)
                           MOVE 'Y' TO WS-BLDG-SEEN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       330-FIND-GROUP.
           MOVE 'N' TO GRP-FOUND.
           PERFORM VARYING WS-GR FROM 1 BY 1 UNTIL WS-GR > GRP-COUNT
                   OR GRP-FOUND = 'Y'
               SET GR-IDX TO WS-GR
               IF GRT-TYPE(GR-IDX) = WS-GRP-TYPE
                       AND GRT-CODE(GR-IDX) = WS-GRP-CODE
                   MOVE 'Y' TO GRP-FOUND
               END-IF
           END-PERFORM.
           IF GRP-FOUND = 'N'
               IF GRP-COUNT < 400
                   ADD 1 TO GRP-COUNT
                   SET GR-IDX TO GRP-COUNT
                   MOVE WS-GRP-TYPE TO GRT-TYPE(GR-IDX)
                   MOVE WS-GRP-CODE TO GRT-CODE(GR-IDX)
                   MOVE ZERO TO GRT-HEAD(GR-IDX)
                   MOVE ZERO TO GRT-UG-CREDITS(GR-IDX)
                   MOVE ZERO TO GRT-GR-CREDITS(GR-IDX)
                   MOVE 'N' TO GRT-PRINTED(GR-IDX)
               ELSE
                   MOVE 'Y' TO WS-SNAP-OVERFLOW
                   SET GR-IDX TO GRP-COUNT
               END-IF
           END-IF.

       340-ADD-CREDITS.
           IF SNT-LEVEL(SN-IDX) = 'GR'
               ADD SNT-CREDITS(SN-IDX) TO GRT-GR-CREDITS(GR-IDX)
           ELSE
               ADD SNT-CREDITS(SN-IDX) TO GRT-UG-CREDITS(GR-IDX)
           END-IF.

       400-PRINT-REPORT.
           MOVE WS-CENSUS-DATE TO RPH-CENSUS.
           MOVE WS-SNAP-SOURCE TO RPH-SOURCE.
           MOVE WS-FTE-UG-HOURS TO RPH-FTE-UG.
           MOVE WS-FTE-GR-HOURS TO RPH-FTE-GR.
           WRITE REPORT-REC FROM RPT-HEADER-2.

           MOVE 'D' TO WS-GRP-TYPE.
           MOVE 'DEPARTMENT' TO RPG-TITLE.
           PERFORM 410-PRINT-GROUP-TYPE.
           MOVE 'B' TO WS-GRP-TYPE.
           MOVE 'BUILDING' TO RPG-TITLE.
           PERFORM 410-PRINT-GROUP-TYPE.
           MOVE 'L' TO WS-GRP-TYPE.
           MOVE 'CLASS LEVEL' TO RPG-TITLE.
           PERFORM 410-PRINT-GROUP-TYPE.

           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STU-COUNT
               SET ST-IDX TO WS-ST
               ADD STT-CREDITS(ST-IDX) TO WS-TOT-CREDITS
               IF STT-LEVEL(ST-IDX) = 'GR'
                   ADD STT-CREDITS(ST-IDX) TO WS-TOT-GR-CREDITS
               ELSE
                   ADD STT-CREDITS(ST-IDX) TO WS-TOT-UG-CREDITS
               END-IF
           END-PERFORM.
           COMPUTE WS-FTE ROUNDED =
               WS-TOT-UG-CREDITS / WS-FTE-UG-HOURS
               + WS-TOT-GR-CREDITS / WS-FTE-GR-HOURS.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'SNAPSHOT ROWS:' TO RPC-LABEL.
           MOVE SNP-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'HEADCOUNT:' TO RPC-LABEL.
           MOVE STU-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'CREDIT HOURS:' TO RPC-LABEL.
           MOVE WS-TOT-CREDITS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO SECTION FOUND:' TO RPC-LABEL.
           MOVE WS-ROWS-SKIPPED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'TOTAL FTE:' TO RPF-LABEL.
           MOVE WS-FTE TO RPF-VALUE.
           WRITE REPORT-REC FROM RPT-FTE-LINE.

       410-PRINT-GROUP-TYPE.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RPT-GROUP-TITLE.
           WRITE REPORT-REC FROM RPT-COL-HEADER.
           PERFORM 420-FIND-NEXT-GROUP.
           PERFORM UNTIL WS-LOW-IDX = ZERO
               SET GR-IDX TO WS-LOW-IDX
               MOVE 'Y' TO GRT-PRINTED(GR-IDX)
               MOVE GRT-CODE(GR-IDX) TO RPL-CODE
               MOVE GRT-HEAD(GR-IDX) TO RPL-HEAD
               COMPUTE RPL-CREDITS =
                   GRT-UG-CREDITS(GR-IDX) + GRT-GR-CREDITS(GR-IDX)
               COMPUTE WS-FTE ROUNDED =
                   GRT-UG-CREDITS(GR-IDX) / WS-FTE-UG-HOURS
                   + GRT-GR-CREDITS(GR-IDX) / WS-FTE-GR-HOURS
               MOVE WS-FTE TO RPL-FTE
               WRITE REPORT-REC FROM RPT-GROUP-LINE
               PERFORM 420-FIND-NEXT-GROUP
           END-PERFORM.

       420-FIND-NEXT-GROUP.
           MOVE ZERO TO WS-LOW-IDX.
           MOVE HIGH-VALUES TO WS-LOW-CODE.
           PERFORM VARYING WS-GR FROM 1 BY 1 UNTIL WS-GR > GRP-COUNT
               SET GR-IDX TO WS-GR
               IF GRT-TYPE(GR-IDX) = WS-GRP-TYPE
                       AND GRT-PRINTED(GR-IDX) = 'N'
                       AND GRT-CODE(GR-IDX) < WS-LOW-CODE
                   MOVE GRT-CODE(GR-IDX) TO WS-LOW-CODE
                   MOVE WS-GR TO WS-LOW-IDX
               END-IF
           END-PERFORM.

       500-WRITE-STATE-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE 'STUDENT MASTER NOT AVAILABLE FOR TERM'
                   TO RPM-TEXT
               MOVE WS-TERM-PARM TO RPM-TERM
               MOVE WS-SM-STATUS TO RPM-DATE
               DISPLAY RPT-MSG-LINE
               WRITE REPORT-REC FROM RPT-MSG-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STATE-FILE.
           OPEN OUTPUT RESTRICT-FILE.
           OPEN EXTEND PRIVLOG-FILE.
           IF WS-PVL-STATUS = '35'
               OPEN OUTPUT PRIVLOG-FILE
           END-IF.
           MOVE WS-INST-CODE TO SH-INST.
           MOVE WS-TERM-PARM TO SH-TERM.
           MOVE WS-CENSUS-DATE TO SH-CENSUS-DATE.
           MOVE WS-RUN-DATE TO SH-CREATE-DATE.
           WRITE STATE-REC FROM STATE-HDR.
           WRITE RESTRICT-REC FROM STATE-HDR.

           MOVE ZERO TO WS-TOT-FTE.
           PERFORM VARYING WS-ST FROM 1 BY 1 UNTIL WS-ST > STU-COUNT
               SET ST-IDX TO WS-ST
               MOVE WS-INST-CODE TO SD-INST
               MOVE WS-TERM-PARM TO SD-TERM
               MOVE STT-STUDENT(ST-IDX) TO SD-STUDENT
               MOVE STT-LEVEL(ST-IDX) TO SD-LEVEL
               MOVE STT-CREDITS(ST-IDX) TO SD-CREDITS
               IF STT-LEVEL(ST-IDX) = 'GR'
                   COMPUTE WS-STU-FTE ROUNDED =
                       STT-CREDITS(ST-IDX) / WS-FTE-GR-HOURS
               ELSE
                   COMPUTE WS-STU-FTE ROUNDED =
                       STT-CREDITS(ST-IDX) / WS-FTE-UG-HOURS
               END-IF
               MOVE WS-STU-FTE TO SD-FTE
               ADD WS-STU-FTE TO WS-TOT-FTE
               MOVE STT-STUDENT(ST-IDX) TO SM-ID
               READ STUDENT-MASTER
               IF WS-SM-STATUS = '00' AND SM-CONFID = 'Y'
                   PERFORM 510-WRITE-RESTRICTED
               END-IF
               WRITE STATE-REC FROM STATE-DET
               ADD 1 TO WS-STATE-COUNT
           END-PERFORM.

           MOVE WS-INST-CODE TO ST-INST.
           MOVE WS-TERM-PARM TO ST-TERM.
           MOVE WS-STATE-COUNT TO ST-COUNT.
           MOVE STU-COUNT TO ST-HEADCOUNT.
           MOVE WS-TOT-CREDITS TO ST-CREDITS.
           MOVE WS-TOT-FTE TO ST-FTE.
           WRITE STATE-REC FROM STATE-TRL.

           MOVE WS-RST-COUNT TO ST-COUNT.
           MOVE WS-RST-COUNT TO ST-HEADCOUNT.
           MOVE WS-RST-CREDITS TO ST-CREDITS.
           MOVE WS-RST-FTE TO ST-FTE.
           WRITE RESTRICT-REC FROM STATE-TRL.

           CLOSE STATE-FILE
                 RESTRICT-FILE
                 STUDENT-MASTER
                 PRIVLOG-FILE.

       510-WRITE-RESTRICTED.
           WRITE RESTRICT-REC FROM STATE-DET.
           ADD 1 TO WS-RST-COUNT.
           ADD STT-CREDITS(ST-IDX) TO WS-RST-CREDITS.
           ADD WS-STU-FTE TO WS-RST-FTE.

           MOVE SPACES TO PRIVLOG-REC.
           MOVE WS-RUN-DATE TO PV-DATE.
           MOVE WS-RUN-TIME TO PV-TIME.
           MOVE 'CENSUSRUN' TO PV-PROGRAM.
           MOVE WS-TERM-PARM TO PV-TERM.
           MOVE STT-STUDENT(ST-IDX) TO PV-STUDENT.
           MOVE WS-RST-FILENAME TO PV-OUTPUT.
           MOVE 'STATE CENSUS' TO PV-REF.
           WRITE PRIVLOG-REC.

           MOVE ALL '*' TO SD-STUDENT.
