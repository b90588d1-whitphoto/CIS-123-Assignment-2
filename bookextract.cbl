       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL ADOPT-FILE ASSIGN DYNAMIC WS-ADP-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ADP-STATUS.
           SELECT OPTIONAL ENROLL-FILE ASSIGN DYNAMIC WS-ENR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENR-STATUS.
           SELECT OPTIONAL WAIT-FILE ASSIGN DYNAMIC WS-WTL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WTL-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE ASSIGN DYNAMIC WS-BOOK-FILENAME
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

       FD ADOPT-FILE.
       01 ADOPT-REC.
           05 TA-TERM           PIC X(10).
           05 TA-CLASS          PIC X(6).
           05 TA-SECTION        PIC 99.
           05 TA-ISBN           PIC X(13).
           05 TA-STATUS         PIC X.
           05 TA-TITLE          PIC X(30).

       FD ENROLL-FILE.
       01 ENROLL-REC.
           05 EN-CLASS          PIC X(6).
           05 EN-SECTION        PIC 99.
           05 EN-TERM           PIC X(10).
           05 EN-ACTUAL         PIC 999.

       FD WAIT-FILE.
       01 WAIT-REC.
           05 WL-SEQ            PIC 9(4).
           05 WL-STUDENT        PIC X(9).
           05 WL-TERM           PIC X(10).
           05 WL-CLASS          PIC X(6).
           05 WL-SECTION        PIC 99.

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(80).

       FD BOOK-FILE.
       01 BOOK-REC              PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-ADP-FILENAME       PIC X(40) VALUE 'textadopt.txt'.
       01 WS-ADP-STATUS         PIC XX VALUE '00'.
       01 WS-ENR-FILENAME       PIC X(40) VALUE 'enrollfile.txt'.
       01 WS-ENR-STATUS         PIC XX VALUE '00'.
       01 WS-WTL-FILENAME       PIC X(40) VALUE 'waitfile.txt'.
       01 WS-WTL-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'bookorder.txt'.
       01 WS-BOOK-FILENAME      PIC X(40) VALUE 'bookstore.txt'.

       01 EOF-ADP               PIC X VALUE 'N'.
       01 EOF-ENR               PIC X VALUE 'N'.
       01 EOF-WTL               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-OVERFLOW           PIC X VALUE 'N'.
       01 WS-OPT-PCT            PIC 9(3) VALUE 50.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-TERM        PIC X(10).
               10 SCT-CLASS       PIC X(6).
               10 SCT-SECTION     PIC 99.
               10 SCT-INSTRUCTOR  PIC X(4).
               10 SCT-SIZE        PIC 99.
               10 SCT-ACTUAL      PIC 999.
               10 SCT-HAS-ACTUAL  PIC X.
               10 SCT-WAIT        PIC 999.
               10 SCT-PROJECTED   PIC 999.
               10 SCT-ADOPTED     PIC X.

       01 WS-SC                 PIC 9(4).
       01 SECT-FOUND            PIC X VALUE 'N'.
       01 WS-SRCH-TERM          PIC X(10).
       01 WS-SRCH-CLASS         PIC X(6).
       01 WS-SRCH-SECTION       PIC 99.

       01 ADOPT-COUNT           PIC 9(4) VALUE ZERO.
       01 ADOPT-TABLE.
           05 ADOPT-ENTRY OCCURS 3000 TIMES INDEXED BY AD-IDX.
               10 ADT-CLASS       PIC X(6).
               10 ADT-SECTION     PIC 99.
               10 ADT-ISBN        PIC X(13).
               10 ADT-STATUS      PIC X.
               10 ADT-TITLE       PIC X(30).
               10 ADT-SECT        PIC 9(4).
               10 ADT-QTY         PIC 9(4).

       01 WS-AD                 PIC 9(4).

       01 ISBN-COUNT            PIC 9(4) VALUE ZERO.
       01 ISBN-TABLE.
           05 ISBN-ENTRY OCCURS 1000 TIMES INDEXED BY IB-IDX.
               10 IBT-KEY.
                   15 IBT-ISBN    PIC X(13).
                   15 IBT-TERM    PIC X(10).
               10 IBT-TITLE       PIC X(30).
               10 IBT-SECTIONS    PIC 999.
               10 IBT-REQ-QTY     PIC 9(5).
               10 IBT-OPT-QTY     PIC 9(5).
               10 IBT-PRINTED     PIC X.

       01 WS-IB                 PIC 9(4).
       01 ISBN-FOUND            PIC X VALUE 'N'.
       01 WS-LOW-KEY            PIC X(23).
       01 WS-LOW-IDX            PIC 9(4).

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
       01 WS-CUR-DEPT           PIC X(4).

       01 WS-TOTALS.
           05 WS-TOT-SECTIONS   PIC 9(5) VALUE ZERO.
           05 WS-TOT-ADOPT-READ PIC 9(5) VALUE ZERO.
           05 WS-TOT-ADOPT-BAD  PIC 9(5) VALUE ZERO.
           05 WS-TOT-NO-ADOPT   PIC 9(5) VALUE ZERO.
           05 WS-TOT-ORDER-QTY  PIC 9(7) VALUE ZERO.
           05 WS-BOOK-COUNT     PIC 9(6) VALUE ZERO.

       01 BOOK-SEC-LINE.
           05 BKS-TYPE          PIC X(3) VALUE 'SEC'.
           05 BKS-TERM          PIC X(10).
           05 BKS-CLASS         PIC X(6).
           05 BKS-SECTION       PIC 99.
           05 BKS-ISBN          PIC X(13).
           05 BKS-STATUS        PIC X.
           05 BKS-SIZE          PIC 99.
           05 BKS-ACTUAL        PIC 999.
           05 BKS-WAIT          PIC 999.
           05 BKS-PROJECTED     PIC 999.
           05 BKS-QTY           PIC 9(4).

       01 BOOK-ISB-LINE.
           05 BKI-TYPE          PIC X(3) VALUE 'ISB'.
           05 BKI-TERM          PIC X(10).
           05 BKI-ISBN          PIC X(13).
           05 BKI-TITLE         PIC X(30).
           05 BKI-SECTIONS      PIC 999.
           05 BKI-REQ-QTY       PIC 9(5).
           05 BKI-OPT-QTY       PIC 9(5).
           05 BKI-ORDER-QTY     PIC 9(5).

       01 BOOK-TRL-LINE.
           05 BKT-TYPE          PIC X(3) VALUE 'TRL'.
           05 BKT-COUNT         PIC 9(6).
           05 BKT-ORDER-QTY     PIC 9(7).

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'BOOKSTORE ORDER PROJECTION'.
           05 FILLER            PIC X(6) VALUE 'TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-TITLE-LINE.
           05 FILLER            PIC X VALUE SPACE.
           05 RPT-TITLE         PIC X(40).

       01 ISB-COL-HEADER.
           05 FILLER            PIC X(40) VALUE
               ' ISBN          TITLE                    '.
           05 FILLER            PIC X(40) VALUE
               '      SECT   REQ   OPT ORDER'.

       01 ISB-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACE.
           05 IBL-ISBN          PIC X(13).
           05 FILLER            PIC X VALUE SPACE.
           05 IBL-TITLE         PIC X(30).
           05 FILLER            PIC X VALUE SPACE.
           05 IBL-SECTIONS      PIC ZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 IBL-REQ-QTY       PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 IBL-OPT-QTY       PIC ZZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 IBL-ORDER-QTY     PIC ZZZZ9.

       01 NOA-DEPT-LINE.
           05 FILLER            PIC X(7) VALUE ' DEPT: '.
           05 NAD-DEPT          PIC X(4).

       01 NOA-COL-HEADER.
           05 FILLER            PIC X(41) VALUE
               '   CLASS  SEC INSTR SIZE ACTUAL WAIT PROJ'.

       01 NOA-DETAIL-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 NAL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 NAL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NAL-INSTRUCTOR    PIC X(4).
           05 FILLER            PIC X(3) VALUE SPACES.
           05 NAL-SIZE          PIC Z9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 NAL-ACTUAL        PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NAL-WAIT          PIC ZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NAL-PROJECTED     PIC ZZ9.

       01 NOS-DETAIL-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 NSL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 NSL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NSL-ISBN          PIC X(13).
           05 FILLER            PIC X VALUE SPACE.
           05 NSL-REASON        PIC X(20).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 RPT-QTY-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPQ-LABEL         PIC X(18).
           05 RPQ-VALUE         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'enrollfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-ENR-FILENAME
               STRING 'waitfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-WTL-FILENAME
               STRING 'bookorder-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
               STRING 'bookstore-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-BOOK-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-RUN-CONTROL.

           PERFORM 120-LOAD-SECTIONS.

           PERFORM 130-LOAD-ENROLLMENT.

           PERFORM 140-LOAD-WAITLIST.

           PERFORM 150-PROJECT-SECTIONS.

           OPEN OUTPUT REPORT-FILE
                       BOOK-FILE.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           PERFORM 200-LOAD-ADOPTIONS.

           PERFORM 300-PRINT-ORDER.

           PERFORM 400-PRINT-NO-ADOPTION.

           PERFORM 500-PRINT-TOTALS.

           CLOSE REPORT-FILE
                 BOOK-FILE.

           IF WS-OVERFLOW = 'Y'
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
                           IF RCT-KEYWORD = 'BOOKOPTPCT'
                                   AND RCT-VALUE IS NUMERIC
                                   AND RCT-VALUE NOT > 100
                               MOVE RCT-VALUE TO WS-OPT-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       120-LOAD-SECTIONS.
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
                           PERFORM 125-LOAD-ONE-SECTION
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       125-LOAD-ONE-SECTION.
           IF SECT-COUNT < 2000
               ADD 1 TO SECT-COUNT
               ADD 1 TO WS-TOT-SECTIONS
               SET SC-IDX TO SECT-COUNT
               MOVE MF-TERM TO SCT-TERM(SC-IDX)
               MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
               MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
               MOVE MF-INSTRUCTOR TO SCT-INSTRUCTOR(SC-IDX)
               IF MF-SIZE IS NUMERIC
                   MOVE MF-SIZE TO SCT-SIZE(SC-IDX)
               ELSE
                   MOVE ZERO TO SCT-SIZE(SC-IDX)
               END-IF
               MOVE ZERO TO SCT-ACTUAL(SC-IDX)
                            SCT-WAIT(SC-IDX)
                            SCT-PROJECTED(SC-IDX)
               MOVE 'N' TO SCT-HAS-ACTUAL(SC-IDX)
               MOVE 'N' TO SCT-ADOPTED(SC-IDX)
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
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
                               MOVE EN-TERM TO WS-SRCH-TERM
                               MOVE EN-CLASS TO WS-SRCH-CLASS
                               MOVE EN-SECTION TO WS-SRCH-SECTION
                               PERFORM 160-FIND-SECTION
                               IF SECT-FOUND = 'Y'
                                   MOVE EN-ACTUAL
                                       TO SCT-ACTUAL(SC-IDX)
                                   MOVE 'Y' TO SCT-HAS-ACTUAL(SC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
           IF WS-ENR-STATUS = '05'
               CLOSE ENROLL-FILE
           END-IF.

       140-LOAD-WAITLIST.
           OPEN INPUT WAIT-FILE.
           IF WS-WTL-STATUS = '00'
               PERFORM UNTIL EOF-WTL = 'Y'
                   READ WAIT-FILE
                       AT END MOVE 'Y' TO EOF-WTL
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR WL-TERM = WS-TERM-PARM
                               MOVE WL-TERM TO WS-SRCH-TERM
                               MOVE WL-CLASS TO WS-SRCH-CLASS
                               MOVE WL-SECTION TO WS-SRCH-SECTION
                               PERFORM 160-FIND-SECTION
                               IF SECT-FOUND = 'Y'
                                       AND SCT-WAIT(SC-IDX) < 999
                                   ADD 1 TO SCT-WAIT(SC-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIT-FILE
           END-IF.
           IF WS-WTL-STATUS = '05'
               CLOSE WAIT-FILE
           END-IF.

       150-PROJECT-SECTIONS.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               IF SCT-HAS-ACTUAL(SC-IDX) = 'Y'
                   MOVE SCT-ACTUAL(SC-IDX) TO SCT-PROJECTED(SC-IDX)
               ELSE
                   MOVE SCT-SIZE(SC-IDX) TO SCT-PROJECTED(SC-IDX)
               END-IF
               IF SCT-WAIT(SC-IDX) > ZERO
                   IF SCT-SIZE(SC-IDX) = ZERO
                       COMPUTE SCT-PROJECTED(SC-IDX) =
                           SCT-PROJECTED(SC-IDX) + SCT-WAIT(SC-IDX)
                   ELSE
                       IF SCT-PROJECTED(SC-IDX) < SCT-SIZE(SC-IDX)
                           COMPUTE SCT-PROJECTED(SC-IDX) =
                               SCT-PROJECTED(SC-IDX) + SCT-WAIT(SC-IDX)
                           IF SCT-PROJECTED(SC-IDX) > SCT-SIZE(SC-IDX)
                               MOVE SCT-SIZE(SC-IDX)
                                   TO SCT-PROJECTED(SC-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       160-FIND-SECTION.
           MOVE 'N' TO SECT-FOUND.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
                   OR SECT-FOUND = 'Y'
               SET SC-IDX TO WS-SC
               IF SCT-TERM(SC-IDX) = WS-SRCH-TERM
                       AND SCT-CLASS(SC-IDX) = WS-SRCH-CLASS
                       AND SCT-SECTION(SC-IDX) = WS-SRCH-SECTION
                   MOVE 'Y' TO SECT-FOUND
               END-IF
           END-PERFORM.

       200-LOAD-ADOPTIONS.
           MOVE 'N' TO EOF-ADP.
           OPEN INPUT ADOPT-FILE.
           IF WS-ADP-STATUS = '00'
               PERFORM UNTIL EOF-ADP = 'Y'
                   READ ADOPT-FILE
                       AT END MOVE 'Y' TO EOF-ADP
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR TA-TERM = WS-TERM-PARM
                               PERFORM 210-CHECK-ADOPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADOPT-FILE
           END-IF.
           IF WS-ADP-STATUS = '05'
               CLOSE ADOPT-FILE
           END-IF.

       210-CHECK-ADOPTION.
           ADD 1 TO WS-TOT-ADOPT-READ.
           MOVE SPACES TO NSL-REASON.
           MOVE 'N' TO SECT-FOUND.
           IF TA-ISBN = SPACES
               MOVE 'NO ISBN' TO NSL-REASON
           ELSE
               IF TA-STATUS NOT = 'R' AND TA-STATUS NOT = 'O'
                   MOVE 'BAD REQUIRED FLAG' TO NSL-REASON
               ELSE
                   IF TA-SECTION IS NOT NUMERIC
                       MOVE 'BAD SECTION' TO NSL-REASON
                   ELSE
                       MOVE TA-TERM TO WS-SRCH-TERM
                       MOVE TA-CLASS TO WS-SRCH-CLASS
                       MOVE TA-SECTION TO WS-SRCH-SECTION
                       PERFORM 160-FIND-SECTION
                       IF SECT-FOUND = 'N'
                           MOVE 'SECTION NOT ON FILE' TO NSL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF NSL-REASON NOT = SPACES
               IF WS-TOT-ADOPT-BAD = ZERO
                   WRITE REPORT-REC FROM BLANK-LINE
                   MOVE 'ADOPTIONS NOT USED' TO RPT-TITLE
                   WRITE REPORT-REC FROM RPT-TITLE-LINE
               END-IF
               ADD 1 TO WS-TOT-ADOPT-BAD
               MOVE TA-CLASS TO NSL-CLASS
               MOVE TA-SECTION TO NSL-SECTION
               MOVE TA-ISBN TO NSL-ISBN
               WRITE REPORT-REC FROM NOS-DETAIL-LINE
           ELSE
               PERFORM 220-STORE-ADOPTION
           END-IF.

       220-STORE-ADOPTION.
           MOVE 'Y' TO SCT-ADOPTED(SC-IDX).
           IF ADOPT-COUNT < 3000
               ADD 1 TO ADOPT-COUNT
               SET AD-IDX TO ADOPT-COUNT
               MOVE TA-CLASS TO ADT-CLASS(AD-IDX)
               MOVE TA-SECTION TO ADT-SECTION(AD-IDX)
               MOVE TA-ISBN TO ADT-ISBN(AD-IDX)
               MOVE TA-STATUS TO ADT-STATUS(AD-IDX)
               MOVE TA-TITLE TO ADT-TITLE(AD-IDX)
               MOVE WS-SC TO ADT-SECT(AD-IDX)
               IF TA-STATUS = 'R'
                   MOVE SCT-PROJECTED(SC-IDX) TO ADT-QTY(AD-IDX)
               ELSE
                   COMPUTE ADT-QTY(AD-IDX) =
                       (SCT-PROJECTED(SC-IDX) * WS-OPT-PCT + 99) / 100
               END-IF
               PERFORM 230-ADD-TO-ISBN
           ELSE
               MOVE 'Y' TO WS-OVERFLOW
           END-IF.

       230-ADD-TO-ISBN.
           MOVE 'N' TO ISBN-FOUND.
           PERFORM VARYING WS-IB FROM 1 BY 1 UNTIL WS-IB > ISBN-COUNT
                   OR ISBN-FOUND = 'Y'
               SET IB-IDX TO WS-IB
               IF IBT-ISBN(IB-IDX) = TA-ISBN
                       AND IBT-TERM(IB-IDX) = SCT-TERM(SC-IDX)
                   MOVE 'Y' TO ISBN-FOUND
               END-IF
           END-PERFORM.

           IF ISBN-FOUND = 'N'
               IF ISBN-COUNT < 1000
                   ADD 1 TO ISBN-COUNT
                   SET IB-IDX TO ISBN-COUNT
                   MOVE TA-ISBN TO IBT-ISBN(IB-IDX)
                   MOVE SCT-TERM(SC-IDX) TO IBT-TERM(IB-IDX)
                   MOVE TA-TITLE TO IBT-TITLE(IB-IDX)
                   MOVE ZERO TO IBT-SECTIONS(IB-IDX)
                                IBT-REQ-QTY(IB-IDX)
                                IBT-OPT-QTY(IB-IDX)
                   MOVE 'N' TO IBT-PRINTED(IB-IDX)
                   MOVE 'Y' TO ISBN-FOUND
               ELSE
                   MOVE 'Y' TO WS-OVERFLOW
               END-IF
           END-IF.

           IF ISBN-FOUND = 'Y'
               IF IBT-TITLE(IB-IDX) = SPACES
                   MOVE TA-TITLE TO IBT-TITLE(IB-IDX)
               END-IF
               ADD 1 TO IBT-SECTIONS(IB-IDX)
               IF TA-STATUS = 'R'
                   ADD ADT-QTY(AD-IDX) TO IBT-REQ-QTY(IB-IDX)
               ELSE
                   ADD ADT-QTY(AD-IDX) TO IBT-OPT-QTY(IB-IDX)
               END-IF
           END-IF.

       300-PRINT-ORDER.
           PERFORM VARYING WS-AD FROM 1 BY 1 UNTIL WS-AD > ADOPT-COUNT
               SET AD-IDX TO WS-AD
               SET SC-IDX TO ADT-SECT(AD-IDX)
               MOVE SPACES TO BOOK-SEC-LINE
               MOVE 'SEC' TO BKS-TYPE
               MOVE SCT-TERM(SC-IDX) TO BKS-TERM
               MOVE ADT-CLASS(AD-IDX) TO BKS-CLASS
               MOVE ADT-SECTION(AD-IDX) TO BKS-SECTION
               MOVE ADT-ISBN(AD-IDX) TO BKS-ISBN
               MOVE ADT-STATUS(AD-IDX) TO BKS-STATUS
               MOVE SCT-SIZE(SC-IDX) TO BKS-SIZE
               MOVE SCT-ACTUAL(SC-IDX) TO BKS-ACTUAL
               MOVE SCT-WAIT(SC-IDX) TO BKS-WAIT
               MOVE SCT-PROJECTED(SC-IDX) TO BKS-PROJECTED
               MOVE ADT-QTY(AD-IDX) TO BKS-QTY
               WRITE BOOK-REC FROM BOOK-SEC-LINE
               ADD 1 TO WS-BOOK-COUNT
           END-PERFORM.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'PROJECTED ORDER BY ISBN' TO RPT-TITLE.
           WRITE REPORT-REC FROM RPT-TITLE-LINE.
           WRITE REPORT-REC FROM ISB-COL-HEADER.

           PERFORM 310-FIND-NEXT-ISBN.
           PERFORM UNTIL WS-LOW-IDX = ZERO
               SET IB-IDX TO WS-LOW-IDX
               MOVE 'Y' TO IBT-PRINTED(IB-IDX)
               MOVE IBT-ISBN(IB-IDX) TO IBL-ISBN
               MOVE IBT-TITLE(IB-IDX) TO IBL-TITLE
               MOVE IBT-SECTIONS(IB-IDX) TO IBL-SECTIONS
               MOVE IBT-REQ-QTY(IB-IDX) TO IBL-REQ-QTY
               MOVE IBT-OPT-QTY(IB-IDX) TO IBL-OPT-QTY
               COMPUTE IBL-ORDER-QTY =
                   IBT-REQ-QTY(IB-IDX) + IBT-OPT-QTY(IB-IDX)
               WRITE REPORT-REC FROM ISB-DETAIL-LINE

               MOVE SPACES TO BOOK-ISB-LINE
               MOVE 'ISB' TO BKI-TYPE
               MOVE IBT-TERM(IB-IDX) TO BKI-TERM
               MOVE IBT-ISBN(IB-IDX) TO BKI-ISBN
               MOVE IBT-TITLE(IB-IDX) TO BKI-TITLE
               MOVE IBT-SECTIONS(IB-IDX) TO BKI-SECTIONS
               MOVE IBT-REQ-QTY(IB-IDX) TO BKI-REQ-QTY
               MOVE IBT-OPT-QTY(IB-IDX) TO BKI-OPT-QTY
               COMPUTE BKI-ORDER-QTY =
                   IBT-REQ-QTY(IB-IDX) + IBT-OPT-QTY(IB-IDX)
               WRITE BOOK-REC FROM BOOK-ISB-LINE
               ADD 1 TO WS-BOOK-COUNT
               ADD BKI-ORDER-QTY TO WS-TOT-ORDER-QTY

               PERFORM 310-FIND-NEXT-ISBN
           END-PERFORM.

           MOVE SPACES TO BOOK-TRL-LINE.
           MOVE 'TRL' TO BKT-TYPE.
           MOVE WS-BOOK-COUNT TO BKT-COUNT.
           MOVE WS-TOT-ORDER-QTY TO BKT-ORDER-QTY.
           WRITE BOOK-REC FROM BOOK-TRL-LINE.

       310-FIND-NEXT-ISBN.
           MOVE ZERO TO WS-LOW-IDX.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           PERFORM VARYING WS-IB FROM 1 BY 1 UNTIL WS-IB > ISBN-COUNT
               SET IB-IDX TO WS-IB
               IF IBT-PRINTED(IB-IDX) = 'N'
                       AND IBT-KEY(IB-IDX) < WS-LOW-KEY
                   MOVE IBT-KEY(IB-IDX) TO WS-LOW-KEY
                   MOVE WS-IB TO WS-LOW-IDX
               END-IF
           END-PERFORM.

       400-PRINT-NO-ADOPTION.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'SECTIONS WITH NO ADOPTION ON FILE' TO RPT-TITLE.
           WRITE REPORT-REC FROM RPT-TITLE-LINE.
           MOVE HIGH-VALUES TO WS-CUR-DEPT.

           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               IF SCT-ADOPTED(SC-IDX) = 'N'
                   ADD 1 TO WS-TOT-NO-ADOPT
                   MOVE SCT-CLASS(SC-IDX) TO WS-DEPT-SRC
                   PERFORM 410-EXTRACT-DEPT
                   IF WS-DEPT-CODE NOT = WS-CUR-DEPT
                       MOVE WS-DEPT-CODE TO WS-CUR-DEPT
                       MOVE WS-DEPT-CODE TO NAD-DEPT
                       WRITE REPORT-REC FROM BLANK-LINE
                       WRITE REPORT-REC FROM NOA-DEPT-LINE
                       WRITE REPORT-REC FROM NOA-COL-HEADER
                   END-IF
                   MOVE SCT-CLASS(SC-IDX) TO NAL-CLASS
                   MOVE SCT-SECTION(SC-IDX) TO NAL-SECTION
                   MOVE SCT-INSTRUCTOR(SC-IDX) TO NAL-INSTRUCTOR
                   MOVE SCT-SIZE(SC-IDX) TO NAL-SIZE
                   MOVE SCT-ACTUAL(SC-IDX) TO NAL-ACTUAL
                   MOVE SCT-WAIT(SC-IDX) TO NAL-WAIT
                   MOVE SCT-PROJECTED(SC-IDX) TO NAL-PROJECTED
                   WRITE REPORT-REC FROM NOA-DETAIL-LINE
               END-IF
           END-PERFORM.

       410-EXTRACT-DEPT.
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

       500-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'SECTIONS READ:' TO RPC-LABEL.
           MOVE WS-TOT-SECTIONS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'ADOPTIONS READ:' TO RPC-LABEL.
           MOVE WS-TOT-ADOPT-READ TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'ADOPTIONS UNUSED:' TO RPC-LABEL.
           MOVE WS-TOT-ADOPT-BAD TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'TITLES ORDERED:' TO RPC-LABEL.
           MOVE ISBN-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NO ADOPTION:' TO RPC-LABEL.
           MOVE WS-TOT-NO-ADOPT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'TOTAL ORDER QTY:' TO RPQ-LABEL.
           MOVE WS-TOT-ORDER-QTY TO RPQ-VALUE.
           WRITE REPORT-REC FROM RPT-QTY-LINE.
