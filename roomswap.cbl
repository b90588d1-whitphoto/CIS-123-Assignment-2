       IDENTIFICATION DIVISION.
       PROGRAM-ID. RoomSwap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC WS-ENR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENR-STATUS.
           SELECT OPTIONAL CAPACITY-FILE ASSIGN DYNAMIC WS-CAP-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAP-STATUS.
           SELECT OPTIONAL ROOM-FILE ASSIGN DYNAMIC WS-RMF-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RMF-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-FILE ASSIGN DYNAMIC WS-TRANS-FILENAME
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

       FD ENROLL-FILE.
       01 ENROLL-REC.
           05 EN-CLASS          PIC X(6).
           05 EN-SECTION        PIC 99.
           05 EN-TERM           PIC X(10).
           05 EN-ACTUAL         PIC 999.

       FD CAPACITY-FILE.
       01 CAP-REC.
           05 CR-ROOM           PIC X(4).
           05 CR-LIMIT          PIC 99.

       FD ROOM-FILE.
       01 ROOM-REC.
           05 RF-ROOM           PIC X(4).
           05 RF-TYPE           PIC X(4).
           05 RF-FEATURES       PIC X(12).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(80).

       FD TRANS-FILE.
       01 TRANS-REC.
           05 TX-ACTION         PIC X.
           05 TX-CLASS          PIC X(6).
           05 TX-SECTION        PIC 99.
           05 TX-SIZE           PIC 99.
           05 FILLER            PIC XX.
           05 TX-DAY            PIC X.
           05 TX-PERIOD         PIC 99.
           05 TX-ROOM           PIC X(4).
           05 TX-INSTRUCTOR     PIC X(4).
           05 TX-TERM           PIC X(10).
           05 TX-LINK           PIC X(6).
           05 TX-BUILDING       PIC X(4).
           05 TX-PATTERN        PIC X(5).
           05 TX-LENGTH         PIC 9.
           05 TX-ROOMTYPE       PIC X(4).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-ENR-FILENAME       PIC X(40) VALUE 'enrollfile.txt'.
       01 WS-ENR-STATUS         PIC XX VALUE '00'.
       01 WS-CAP-FILENAME       PIC X(40) VALUE 'capfile.txt'.
       01 WS-CAP-STATUS         PIC XX VALUE '00'.
       01 WS-RMF-FILENAME       PIC X(40) VALUE 'roomfile.txt'.
       01 WS-RMF-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'roomswap.txt'.
       01 WS-TRANS-FILENAME     PIC X(40) VALUE 'swaptrans.txt'.

       01 EOF-ENR               PIC X VALUE 'N'.
       01 EOF-CAP               PIC X VALUE 'N'.
       01 EOF-RMF               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-OVERFLOW           PIC X VALUE 'N'.

       01 CAPACITY-COUNT        PIC 999 VALUE ZERO.
       01 CAPACITY-TABLE.
           05 CAP-ENTRY OCCURS 200 TIMES INDEXED BY CAP-IDX.
               10 CAP-ROOM        PIC X(4).
               10 CAP-LIMIT       PIC 99.

       01 WS-CP                 PIC 999.
       01 CAP-FOUND             PIC X VALUE 'N'.

       01 ROOM-COUNT            PIC 999 VALUE ZERO.
       01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 200 TIMES INDEXED BY RF-IDX.
               10 RMM-ROOM        PIC X(4).
               10 RMM-TYPE        PIC X(4).

       01 WS-RF                 PIC 999.
       01 ROOM-FOUND            PIC X VALUE 'N'.
       01 WS-FIND-ROOM          PIC X(4).

       01 ENROLL-COUNT          PIC 9(4) VALUE ZERO.
       01 ENROLL-TABLE.
           05 ENROLL-ENTRY OCCURS 2000 TIMES INDEXED BY EN-IDX.
               10 ENR-CLASS       PIC X(6).
               10 ENR-SECTION     PIC 99.
               10 ENR-ACTUAL      PIC 999.

       01 WS-EN                 PIC 9(4).
       01 ENROLL-FOUND          PIC X VALUE 'N'.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-IMAGE.
                   15 SCT-CLASS       PIC X(6).
                   15 SCT-SECTION     PIC 99.
                   15 SCT-SIZE        PIC 99.
                   15 SCT-DAY         PIC X.
                   15 SCT-PERIOD      PIC 99.
                   15 SCT-ROOM        PIC X(4).
                   15 SCT-INSTRUCTOR  PIC X(4).
                   15 SCT-LINK        PIC X(6).
                   15 SCT-BUILDING    PIC X(4).
                   15 SCT-PATTERN     PIC X(5).
                   15 SCT-LENGTH      PIC 9.
                   15 SCT-ROOMTYPE    PIC X(4).
               10 SCT-TERM        PIC X(10).
               10 SCT-DAYS        PIC X(5).
               10 SCT-ENROLL      PIC 999.
               10 SCT-CAP         PIC 99.
               10 SCT-RTYPE       PIC X(4).
               10 SCT-GROUP       PIC 9(4).
               10 SCT-GRP-LENGTH  PIC 9.

       01 WS-SC                 PIC 9(4).
       01 WS-SC2                PIC 9(4).

       01 GRP-COUNT             PIC 9(4) VALUE ZERO.
       01 GRP-TABLE.
           05 GRP-ENTRY OCCURS 1000 TIMES INDEXED BY GR-IDX.
               10 GRT-MEMBERS     PIC 99.
               10 GRT-OK          PIC X.

       01 WS-GR                 PIC 9(4).

       01 WK-COUNT              PIC 99 VALUE ZERO.
       01 WK-TABLE.
           05 WK-ENTRY OCCURS 50 TIMES INDEXED BY WK-IDX.
               10 WK-SECT         PIC 9(4).
               10 WK-ENROLL       PIC 999.
               10 WK-NEED-TYPE    PIC X(4).
               10 WK-ROOM         PIC X(4).
               10 WK-CAP          PIC 99.
               10 WK-RTYPE        PIC X(4).
               10 WK-NEW          PIC 99.
               10 WK-ASSIGNED     PIC X.
               10 WK-USED         PIC X.
               10 WK-PRINTED      PIC X.

       01 WS-WK                 PIC 99.
       01 WS-WK2                PIC 99.
       01 WS-PASS               PIC 99.
       01 WS-PICK               PIC 99.
       01 WS-BEST-FIT           PIC 99.
       01 WS-BEST-BIG           PIC 99.
       01 WS-GRP-FAIL           PIC X VALUE 'N'.
       01 WS-OVER-BEFORE        PIC 9(5).
       01 WS-OVER-AFTER         PIC 9(5).
       01 WS-CHAIN-LEN          PIC 99.
       01 WS-CHAIN-NO           PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-TYPE         PIC X(5).

       01 WS-TOTALS.
           05 WS-TOT-SECTIONS   PIC 9(5) VALUE ZERO.
           05 WS-TOT-ELIGIBLE   PIC 9(5) VALUE ZERO.
           05 WS-TOT-NO-ENROLL  PIC 9(5) VALUE ZERO.
           05 WS-TOT-NO-CAP     PIC 9(5) VALUE ZERO.
           05 WS-TOT-GROUPS     PIC 9(5) VALUE ZERO.
           05 WS-TOT-SWAPS      PIC 9(5) VALUE ZERO.
           05 WS-TOT-CHAINS     PIC 9(5) VALUE ZERO.
           05 WS-TOT-MOVED      PIC 9(5) VALUE ZERO.
           05 WS-TOT-OVER-BEF   PIC 9(5) VALUE ZERO.
           05 WS-TOT-OVER-AFT   PIC 9(5) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'ROOM SWAP PROPOSALS'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(40) VALUE
               ' CHAIN TYPE  CLASS  SEC DAYS  PER BLDG '.
           05 FILLER            PIC X(40) VALUE
               'ENRL FROM  CAP TO    CAP'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-CHAIN         PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-TYPE          PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-DAYS          PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-PERIOD        PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-BUILDING      PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-ENROLL        PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-OLD-ROOM      PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-OLD-CAP       PIC Z9.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-NEW-ROOM      PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-NEW-CAP       PIC Z9.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'enrollfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-ENR-FILENAME
               STRING 'roomswap-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
               STRING 'swaptrans-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-TRANS-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-CAPACITY.

           PERFORM 120-LOAD-ROOMS.

           PERFORM 130-LOAD-ENROLLMENT.

           PERFORM 140-LOAD-SECTIONS.

           PERFORM 200-BUILD-GROUPS.

           OPEN OUTPUT REPORT-FILE
                       TRANS-FILE.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RPT-COL-HEADER.

           PERFORM VARYING WS-GR FROM 1 BY 1 UNTIL WS-GR > GRP-COUNT
               SET GR-IDX TO WS-GR
               IF GRT-OK(GR-IDX) = 'Y' AND GRT-MEMBERS(GR-IDX) > 1
                   ADD 1 TO WS-TOT-GROUPS
                   PERFORM 220-REASSIGN-GROUP
               END-IF
           END-PERFORM.

           PERFORM 300-PRINT-TOTALS.

           CLOSE REPORT-FILE
                 TRANS-FILE.

           IF WS-OVERFLOW = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       110-LOAD-CAPACITY.
           OPEN INPUT CAPACITY-FILE.
           IF WS-CAP-STATUS = '00'
               PERFORM UNTIL EOF-CAP = 'Y'
                   READ CAPACITY-FILE
                       AT END MOVE 'Y' TO EOF-CAP
                       NOT AT END
                           IF CAPACITY-COUNT < 200
                                   AND CR-LIMIT IS NUMERIC
                               ADD 1 TO CAPACITY-COUNT
                               SET CAP-IDX TO CAPACITY-COUNT
                               MOVE CR-ROOM TO CAP-ROOM(CAP-IDX)
                               MOVE CR-LIMIT TO CAP-LIMIT(CAP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAPACITY-FILE
           END-IF.
           IF WS-CAP-STATUS = '05'
               CLOSE CAPACITY-FILE
           END-IF.

       120-LOAD-ROOMS.
           OPEN INPUT ROOM-FILE.
           IF WS-RMF-STATUS = '00'
               PERFORM UNTIL EOF-RMF = 'Y'
                   READ ROOM-FILE
                       AT END MOVE 'Y' TO EOF-RMF
                       NOT AT END
                           IF ROOM-COUNT < 200
                               ADD 1 TO ROOM-COUNT
                               SET RF-IDX TO ROOM-COUNT
                               MOVE RF-ROOM TO RMM-ROOM(RF-IDX)
                               MOVE RF-TYPE TO RMM-TYPE(RF-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-FILE
           END-IF.
           IF WS-RMF-STATUS = '05'
               CLOSE ROOM-FILE
           END-IF.

       130-LOAD-ENROLLMENT.
           OPEN INPUT ENROLL-FILE.
           IF WS-ENR-STATUS = '00'
               PERFORM UNTIL EOF-ENR = 'Y'
                   READ ENROLL-FILE
                       AT END MOVE 'Y' TO EOF-ENR
                       NOT AT END
                           IF (WS-TERM-PARM = SPACES
                                   OR EN-TERM = WS-TERM-PARM)
                                   AND EN-ACTUAL IS NUMERIC
                               IF ENROLL-COUNT < 2000
                                   ADD 1 TO ENROLL-COUNT
                                   SET EN-IDX TO ENROLL-COUNT
                                   MOVE EN-CLASS TO ENR-CLASS(EN-IDX)
                                   MOVE EN-SECTION
                                       TO ENR-SECTION(EN-IDX)
                                   MOVE EN-ACTUAL TO ENR-ACTUAL(EN-IDX)
                               ELSE
                                   MOVE 'Y' TO WS-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
           IF WS-ENR-STATUS = '05'
               CLOSE ENROLL-FILE
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
                               AND (WS-TERM-PARM = SPACES
                               OR MF-TERM = WS-TERM-PARM)
                               AND MF-ACTIVE NOT = 'N'
                           ADD 1 TO WS-TOT-SECTIONS
                           PERFORM 145-LOAD-ONE-SECTION
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       145-LOAD-ONE-SECTION.
           MOVE 'N' TO ENROLL-FOUND.
           MOVE 'N' TO CAP-FOUND.
           IF MF-ROOM NOT = SPACES AND MF-LINK = SPACES
                   AND MF-PERIOD IS NUMERIC
               PERFORM VARYING WS-EN FROM 1 BY 1
                       UNTIL WS-EN > ENROLL-COUNT
                       OR ENROLL-FOUND = 'Y'
                   SET EN-IDX TO WS-EN
                   IF ENR-CLASS(EN-IDX) = MF-CLASS
                           AND ENR-SECTION(EN-IDX) = MF-SECTION
                       MOVE 'Y' TO ENROLL-FOUND
                   END-IF
               END-PERFORM
               IF ENROLL-FOUND = 'N'
                   ADD 1 TO WS-TOT-NO-ENROLL
               ELSE
                   MOVE MF-ROOM TO WS-FIND-ROOM
                   PERFORM 150-FIND-CAPACITY
                   IF CAP-FOUND = 'N'
                       ADD 1 TO WS-TOT-NO-CAP
                   END-IF
               END-IF
           END-IF.

           IF ENROLL-FOUND = 'Y' AND CAP-FOUND = 'Y'
               PERFORM 146-STORE-SECTION
           END-IF.

       146-STORE-SECTION.
           IF SECT-COUNT < 2000
               ADD 1 TO SECT-COUNT
               ADD 1 TO WS-TOT-ELIGIBLE
               SET SC-IDX TO SECT-COUNT
               MOVE MF-TERM TO SCT-TERM(SC-IDX)
               MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
               MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
               MOVE MF-SIZE TO SCT-SIZE(SC-IDX)
               MOVE MF-DAY TO SCT-DAY(SC-IDX)
               MOVE MF-PERIOD TO SCT-PERIOD(SC-IDX)
               MOVE MF-ROOM TO SCT-ROOM(SC-IDX)
               MOVE MF-INSTRUCTOR TO SCT-INSTRUCTOR(SC-IDX)
               MOVE MF-LINK TO SCT-LINK(SC-IDX)
               MOVE MF-BUILDING TO SCT-BUILDING(SC-IDX)
               MOVE MF-PATTERN TO SCT-PATTERN(SC-IDX)
               MOVE MF-LENGTH TO SCT-LENGTH(SC-IDX)
               MOVE MF-ROOMTYPE TO SCT-ROOMTYPE(SC-IDX)
               IF MF-PATTERN = SPACES
                   MOVE MF-DAY TO SCT-DAYS(SC-IDX)
               ELSE
                   MOVE MF-PATTERN TO SCT-DAYS(SC-IDX)
               END-IF
               IF MF-LENGTH IS NOT NUMERIC OR MF-LENGTH = ZERO
                   MOVE 1 TO SCT-GRP-LENGTH(SC-IDX)
               ELSE
                   MOVE MF-LENGTH TO SCT-GRP-LENGTH(SC-IDX)
               END-IF
               MOVE ENR-ACTUAL(EN-IDX) TO SCT-ENROLL(SC-IDX)
               MOVE CAP-LIMIT(CAP-IDX) TO SCT-CAP(SC-IDX)
               PERFORM 155-FIND-ROOM-TYPE
               IF ROOM-FOUND = 'Y'
                   MOVE RMM-TYPE(RF-IDX) TO SCT-RTYPE(SC-IDX)
               ELSE
                   MOVE SPACES TO SCT-RTYPE(SC-IDX)
               END-IF
               MOVE ZERO TO SCT-GROUP(SC-IDX)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       150-FIND-CAPACITY.
           MOVE 'N' TO CAP-FOUND.
           PERFORM VARYING WS-CP FROM 1 BY 1
                   UNTIL WS-CP > CAPACITY-COUNT OR CAP-FOUND = 'Y'
               SET CAP-IDX TO WS-CP
               IF CAP-ROOM(CAP-IDX) = WS-FIND-ROOM
                   MOVE 'Y' TO CAP-FOUND
               END-IF
           END-PERFORM.

       155-FIND-ROOM-TYPE.
           MOVE 'N' TO ROOM-FOUND.
           PERFORM VARYING WS-RF FROM 1 BY 1
                   UNTIL WS-RF > ROOM-COUNT OR ROOM-FOUND = 'Y'
               SET RF-IDX TO WS-RF
               IF RMM-ROOM(RF-IDX) = WS-FIND-ROOM
                   MOVE 'Y' TO ROOM-FOUND
               END-IF
           END-PERFORM.

       200-BUILD-GROUPS.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               PERFORM VARYING WS-SC2 FROM 1 BY 1
                       UNTIL WS-SC2 >= WS-SC
                       OR SCT-GROUP(WS-SC) > ZERO
                   IF SCT-TERM(WS-SC2) = SCT-TERM(WS-SC)
                           AND SCT-DAYS(WS-SC2) = SCT-DAYS(WS-SC)
                           AND SCT-PERIOD(WS-SC2) = SCT-PERIOD(WS-SC)
                           AND SCT-GRP-LENGTH(WS-SC2)
                               = SCT-GRP-LENGTH(WS-SC)
                           AND SCT-BUILDING(WS-SC2)
                               = SCT-BUILDING(WS-SC)
                       MOVE SCT-GROUP(WS-SC2) TO SCT-GROUP(WS-SC)
                   END-IF
               END-PERFORM
               IF SCT-GROUP(WS-SC) = ZERO
                   PERFORM 205-NEW-GROUP
               ELSE
                   PERFORM 210-JOIN-GROUP
               END-IF
           END-PERFORM.

       205-NEW-GROUP.
           IF GRP-COUNT < 1000
               ADD 1 TO GRP-COUNT
               SET GR-IDX TO GRP-COUNT
               MOVE GRP-COUNT TO SCT-GROUP(WS-SC)
               MOVE 1 TO GRT-MEMBERS(GR-IDX)
               MOVE 'Y' TO GRT-OK(GR-IDX)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       210-JOIN-GROUP.
           SET GR-IDX TO SCT-GROUP(WS-SC).
           PERFORM VARYING WS-SC2 FROM 1 BY 1 UNTIL WS-SC2 >= WS-SC
               IF SCT-GROUP(WS-SC2) = SCT-GROUP(WS-SC)
                       AND SCT-ROOM(WS-SC2) = SCT-ROOM(WS-SC)
                   MOVE 'N' TO GRT-OK(GR-IDX)
               END-IF
           END-PERFORM.
           IF GRT-MEMBERS(GR-IDX) < 50
               ADD 1 TO GRT-MEMBERS(GR-IDX)
           ELSE
               MOVE 'N' TO GRT-OK(GR-IDX)
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       220-REASSIGN-GROUP.
           MOVE ZERO TO WK-COUNT.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               IF SCT-GROUP(SC-IDX) = WS-GR AND WK-COUNT < 50
                   ADD 1 TO WK-COUNT
                   SET WK-IDX TO WK-COUNT
                   MOVE WS-SC TO WK-SECT(WK-IDX)
                   MOVE SCT-ENROLL(SC-IDX) TO WK-ENROLL(WK-IDX)
                   MOVE SCT-ROOMTYPE(SC-IDX) TO WK-NEED-TYPE(WK-IDX)
                   MOVE SCT-ROOM(SC-IDX) TO WK-ROOM(WK-IDX)
                   MOVE SCT-CAP(SC-IDX) TO WK-CAP(WK-IDX)
                   MOVE SCT-RTYPE(SC-IDX) TO WK-RTYPE(WK-IDX)
                   MOVE ZERO TO WK-NEW(WK-IDX)
                   MOVE 'N' TO WK-ASSIGNED(WK-IDX)
                   MOVE 'N' TO WK-USED(WK-IDX)
                   MOVE 'N' TO WK-PRINTED(WK-IDX)
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-GRP-FAIL.
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > WK-COUNT OR WS-GRP-FAIL = 'Y'
               PERFORM 230-PLACE-LARGEST
           END-PERFORM.

           IF WS-GRP-FAIL = 'N'
               MOVE ZERO TO WS-OVER-BEFORE
                            WS-OVER-AFTER
               PERFORM VARYING WS-WK FROM 1 BY 1
                       UNTIL WS-WK > WK-COUNT
                   IF WK-ENROLL(WS-WK) > WK-CAP(WS-WK)
                       COMPUTE WS-OVER-BEFORE = WS-OVER-BEFORE
                           + WK-ENROLL(WS-WK) - WK-CAP(WS-WK)
                   END-IF
                   MOVE WK-NEW(WS-WK) TO WS-WK2
                   IF WK-ENROLL(WS-WK) > WK-CAP(WS-WK2)
                       COMPUTE WS-OVER-AFTER = WS-OVER-AFTER
                           + WK-ENROLL(WS-WK) - WK-CAP(WS-WK2)
                   END-IF
               END-PERFORM
               ADD WS-OVER-BEFORE TO WS-TOT-OVER-BEF
               IF WS-OVER-AFTER < WS-OVER-BEFORE
                   ADD WS-OVER-AFTER TO WS-TOT-OVER-AFT
                   PERFORM 250-WRITE-CHAINS
               ELSE
                   ADD WS-OVER-BEFORE TO WS-TOT-OVER-AFT
               END-IF
           END-IF.

       230-PLACE-LARGEST.
           MOVE ZERO TO WS-PICK.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WK-COUNT
               IF WK-ASSIGNED(WS-WK) = 'N'
                   IF WS-PICK = ZERO
                       MOVE WS-WK TO WS-PICK
                   ELSE
                       IF WK-ENROLL(WS-WK) > WK-ENROLL(WS-PICK)
                           MOVE WS-WK TO WS-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-BEST-FIT
                        WS-BEST-BIG.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WK-COUNT
               IF WK-USED(WS-WK) = 'N'
                   IF WK-NEED-TYPE(WS-PICK) = SPACES
                           OR WK-NEED-TYPE(WS-PICK) = WK-RTYPE(WS-WK)
                       PERFORM 235-RATE-ROOM
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-FIT = ZERO
               MOVE WS-BEST-BIG TO WS-BEST-FIT
           END-IF.
           IF WS-BEST-FIT = ZERO
               MOVE 'Y' TO WS-GRP-FAIL
           ELSE
               MOVE WS-BEST-FIT TO WK-NEW(WS-PICK)
               MOVE 'Y' TO WK-ASSIGNED(WS-PICK)
               MOVE 'Y' TO WK-USED(WS-BEST-FIT)
           END-IF.

       235-RATE-ROOM.
           IF WK-CAP(WS-WK) NOT < WK-ENROLL(WS-PICK)
               IF WS-BEST-FIT = ZERO
                   MOVE WS-WK TO WS-BEST-FIT
               ELSE
                   IF WK-CAP(WS-WK) < WK-CAP(WS-BEST-FIT)
                           OR (WK-CAP(WS-WK) = WK-CAP(WS-BEST-FIT)
                           AND WS-WK = WS-PICK)
                       MOVE WS-WK TO WS-BEST-FIT
                   END-IF
               END-IF
           END-IF.

           IF WS-BEST-BIG = ZERO
               MOVE WS-WK TO WS-BEST-BIG
           ELSE
               IF WK-CAP(WS-WK) > WK-CAP(WS-BEST-BIG)
                       OR (WK-CAP(WS-WK) = WK-CAP(WS-BEST-BIG)
                       AND WS-WK = WS-PICK)
                   MOVE WS-WK TO WS-BEST-BIG
               END-IF
           END-IF.

       250-WRITE-CHAINS.
           PERFORM VARYING WS-WK FROM 1 BY 1 UNTIL WS-WK > WK-COUNT
               IF WK-NEW(WS-WK) NOT = WS-WK
                       AND WK-PRINTED(WS-WK) = 'N'
                   ADD 1 TO WS-CHAIN-NO
                   MOVE ZERO TO WS-CHAIN-LEN
                   MOVE WS-WK TO WS-WK2
                   PERFORM UNTIL WK-PRINTED(WS-WK2) = 'Y'
                       ADD 1 TO WS-CHAIN-LEN
                       MOVE 'Y' TO WK-PRINTED(WS-WK2)
                       MOVE WK-NEW(WS-WK2) TO WS-WK2
                   END-PERFORM
                   IF WS-CHAIN-LEN = 2
                       MOVE 'SWAP' TO WS-CHAIN-TYPE
                       ADD 1 TO WS-TOT-SWAPS
                   ELSE
                       MOVE 'CHAIN' TO WS-CHAIN-TYPE
                       ADD 1 TO WS-TOT-CHAINS
                   END-IF
                   MOVE WS-WK TO WS-WK2
                   PERFORM VARYING WS-PASS FROM 1 BY 1
                           UNTIL WS-PASS > WS-CHAIN-LEN
                       PERFORM 260-WRITE-ONE-MOVE
                       MOVE WK-NEW(WS-WK2) TO WS-WK2
                   END-PERFORM
               END-IF
           END-PERFORM.

       260-WRITE-ONE-MOVE.
           SET SC-IDX TO WK-SECT(WS-WK2).
           MOVE WK-NEW(WS-WK2) TO WS-PICK.
           ADD 1 TO WS-TOT-MOVED.

           MOVE WS-CHAIN-NO TO RPL-CHAIN.
           MOVE WS-CHAIN-TYPE TO RPL-TYPE.
           MOVE SCT-CLASS(SC-IDX) TO RPL-CLASS.
           MOVE SCT-SECTION(SC-IDX) TO RPL-SECTION.
           MOVE SCT-DAYS(SC-IDX) TO RPL-DAYS.
           MOVE SCT-PERIOD(SC-IDX) TO RPL-PERIOD.
           MOVE SCT-BUILDING(SC-IDX) TO RPL-BUILDING.
           MOVE WK-ENROLL(WS-WK2) TO RPL-ENROLL.
           MOVE WK-ROOM(WS-WK2) TO RPL-OLD-ROOM.
           MOVE WK-CAP(WS-WK2) TO RPL-OLD-CAP.
           MOVE WK-ROOM(WS-PICK) TO RPL-NEW-ROOM.
           MOVE WK-CAP(WS-PICK) TO RPL-NEW-CAP.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

           MOVE SPACES TO TRANS-REC.
           MOVE 'C' TO TX-ACTION.
           MOVE SCT-CLASS(SC-IDX) TO TX-CLASS.
           MOVE SCT-SECTION(SC-IDX) TO TX-SECTION.
           MOVE SCT-SIZE(SC-IDX) TO TX-SIZE.
           MOVE SCT-DAY(SC-IDX) TO TX-DAY.
           MOVE SCT-PERIOD(SC-IDX) TO TX-PERIOD.
           MOVE WK-ROOM(WS-PICK) TO TX-ROOM.
           MOVE SCT-INSTRUCTOR(SC-IDX) TO TX-INSTRUCTOR.
           MOVE SCT-TERM(SC-IDX) TO TX-TERM.
           MOVE SCT-LINK(SC-IDX) TO TX-LINK.
           MOVE SCT-BUILDING(SC-IDX) TO TX-BUILDING.
           MOVE SCT-PATTERN(SC-IDX) TO TX-PATTERN.
           MOVE SCT-LENGTH(SC-IDX) TO TX-LENGTH.
           MOVE SCT-ROOMTYPE(SC-IDX) TO TX-ROOMTYPE.
           WRITE TRANS-REC.

       300-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'SECTIONS READ:' TO RPC-LABEL.
           MOVE WS-TOT-SECTIONS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SECTIONS ELIGIBLE:' TO RPC-LABEL.
           MOVE WS-TOT-ELIGIBLE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO ENROLLMENT:' TO RPC-LABEL.
           MOVE WS-TOT-NO-ENROLL TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO ROOM CAPACITY:' TO RPC-LABEL.
           MOVE WS-TOT-NO-CAP TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SHARED SLOTS:' TO RPC-LABEL.
           MOVE WS-TOT-GROUPS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PAIRWISE SWAPS:' TO RPC-LABEL.
           MOVE WS-TOT-SWAPS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'CHAIN SWAPS:' TO RPC-LABEL.
           MOVE WS-TOT-CHAINS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SECTIONS MOVED:' TO RPC-LABEL.
           MOVE WS-TOT-MOVED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SHORT SEATS BEFORE' TO RPC-LABEL.
           MOVE WS-TOT-OVER-BEF TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'SHORT SEATS AFTER:' TO RPC-LABEL.
           MOVE WS-TOT-OVER-AFT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
