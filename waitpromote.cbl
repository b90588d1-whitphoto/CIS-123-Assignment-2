       IDENTIFICATION DIVISION.
       PROGRAM-ID. WaitPromote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL REGOUT-FILE ASSIGN DYNAMIC WS-REG-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REG-STATUS.
           SELECT OPTIONAL WAIT-FILE ASSIGN DYNAMIC WS-WTL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WTL-STATUS.
           SELECT OPTIONAL DROP-FILE ASSIGN DYNAMIC WS-DRP-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DRP-STATUS.
           SELECT OPTIONAL CANCEL-FILE ASSIGN DYNAMIC WS-CNC-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CNC-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-CAT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CAT-STATUS.
           SELECT OPTIONAL OVERRIDE-FILE ASSIGN DYNAMIC WS-OVR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OVR-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT ENROLL-FILE ASSIGN DYNAMIC WS-ENR-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-FILE ASSIGN DYNAMIC WS-NOT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRE-FILE ASSIGN DYNAMIC WS-EXP-FILENAME
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

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 RO-STUDENT        PIC X(9).
           05 RO-TERM           PIC X(10).
           05 RO-CLASS          PIC X(6).
           05 RO-SECTION        PIC 99.
           05 RO-STATUS         PIC X(8).

       FD WAIT-FILE.
       01 WAIT-REC.
           05 WL-SEQ            PIC 9(4).
           05 WL-STUDENT        PIC X(9).
           05 WL-TERM           PIC X(10).
           05 WL-CLASS          PIC X(6).
           05 WL-SECTION        PIC 99.

       FD DROP-FILE.
       01 DROP-REC.
           05 DR-STUDENT        PIC X(9).
           05 DR-TERM           PIC X(10).
           05 DR-CLASS          PIC X(6).
           05 DR-SECTION        PIC 99.
           05 DR-STATUS         PIC X(8).

       FD CANCEL-FILE.
       01 CANCEL-REC.
           05 CN-TYPE           PIC X(4).
           05 CN-NAME           PIC X(9).
           05 CN-TERM           PIC X(10).
           05 CN-CLASS          PIC X(6).
           05 CN-SECTION        PIC 99.
           05 CN-REASON         PIC X(20).

       FD CATALOG-FILE.
       01 CATALOG-REC.
           05 CT-CLASS          PIC X(6).
           05 CT-CREDITS        PIC 9.
           05 CT-MIN-GRADE      PIC XX.
           05 CT-PREREQ         PIC X(6) OCCURS 3 TIMES.

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

       FD ENROLL-FILE.
       01 ENROLL-REC.
           05 EN-CLASS          PIC X(6).
           05 EN-SECTION        PIC 99.
           05 EN-TERM           PIC X(10).
           05 EN-ACTUAL         PIC 999.

       FD NOTICE-FILE.
       01 NOTICE-REC            PIC X(80).

       FD EXPIRE-FILE.
       01 EXPIRE-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-MODE-PARM          PIC X(10) VALUE SPACES.

       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-REG-FILENAME       PIC X(40) VALUE 'regout.txt'.
       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-WTL-FILENAME       PIC X(40) VALUE 'waitfile.txt'.
       01 WS-WTL-STATUS         PIC XX VALUE '00'.
       01 WS-DRP-FILENAME       PIC X(40) VALUE 'dropfile.txt'.
       01 WS-DRP-STATUS         PIC XX VALUE '00'.
       01 WS-CNC-FILENAME       PIC X(40) VALUE 'cancfile.txt'.
       01 WS-CNC-STATUS         PIC XX VALUE '00'.
       01 WS-CAT-FILENAME       PIC X(40) VALUE 'catalog.txt'.
       01 WS-CAT-STATUS         PIC XX VALUE '00'.
       01 WS-OVR-FILENAME       PIC X(40) VALUE 'advoverride.txt'.
       01 WS-OVR-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-ENR-FILENAME       PIC X(40) VALUE 'enrollfile.txt'.
       01 WS-NOT-FILENAME       PIC X(40) VALUE 'promonotice.txt'.
       01 WS-EXP-FILENAME       PIC X(40) VALUE 'waitexpire.txt'.

       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-WTL               PIC X VALUE 'N'.
       01 EOF-DRP               PIC X VALUE 'N'.
       01 EOF-CNC               PIC X VALUE 'N'.
       01 EOF-CAT               PIC X VALUE 'N'.
       01 EOF-OVR               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-MAX-CREDITS        PIC 99 VALUE 18.
       01 WS-DFLT-CREDITS       PIC 9 VALUE 3.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-FINAL              PIC X VALUE 'N'.
       01 WS-TABLE-FULL         PIC X VALUE 'N'.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-TERM        PIC X(10).
               10 SCT-CLASS       PIC X(6).
               10 SCT-SECTION     PIC 99.
               10 SCT-SIZE        PIC 99.
               10 SCT-DAY         PIC X.
               10 SCT-PERIOD      PIC 99.
               10 SCT-PATTERN     PIC X(5).
               10 SCT-LENGTH      PIC 9.
               10 SCT-ACTIVE      PIC X.
               10 SCT-ENROLLED    PIC 999.

       01 WS-SC                 PIC 9(4).
       01 SECT-FOUND            PIC X VALUE 'N'.
       01 WS-SECT-IDX           PIC 9(4) VALUE ZERO.
       01 WS-SRCH-TERM          PIC X(10).
       01 WS-SRCH-CLASS         PIC X(6).
       01 WS-SRCH-SECTION       PIC 99.

       01 REG-COUNT             PIC 9(4) VALUE ZERO.
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 3000 TIMES INDEXED BY RG-IDX.
               10 RGT-STUDENT     PIC X(9).
               10 RGT-TERM        PIC X(10).
               10 RGT-CLASS       PIC X(6).
               10 RGT-SECTION     PIC 99.
               10 RGT-STATUS      PIC X(8).

       01 WS-RG                 PIC 9(4).
       01 REG-FOUND             PIC X VALUE 'N'.
       01 WS-REG-IDX            PIC 9(4) VALUE ZERO.

       01 WAIT-COUNT            PIC 9(4) VALUE ZERO.
       01 WAIT-TABLE.
           05 WAIT-ENTRY OCCURS 1000 TIMES INDEXED BY WT-IDX.
               10 WTT-SEQ         PIC 9(4).
               10 WTT-STUDENT     PIC X(9).
               10 WTT-TERM        PIC X(10).
               10 WTT-CLASS       PIC X(6).
               10 WTT-SECTION     PIC 99.
               10 WTT-STATE       PIC X.

       01 WS-WT                 PIC 9(4).
       01 WS-WT2                PIC 9(4).
       01 WS-SLOT-FOUND         PIC X VALUE 'N'.
       01 WS-WAIT-HOLD.
           05 WSH-SEQ           PIC 9(4).
           05 WSH-STUDENT       PIC X(9).
           05 WSH-TERM          PIC X(10).
           05 WSH-CLASS         PIC X(6).
           05 WSH-SECTION       PIC 99.
           05 WSH-STATE         PIC X.

       01 CAT-COUNT             PIC 9(4) VALUE ZERO.
       01 CAT-TABLE.
           05 CAT-ENTRY OCCURS 1000 TIMES INDEXED BY CT-IDX.
               10 CTT-CLASS       PIC X(6).
               10 CTT-CREDITS     PIC 9.

       01 WS-CT                 PIC 9(4).
       01 CAT-FOUND             PIC X VALUE 'N'.
       01 WS-CAT-CLASS          PIC X(6).
       01 WS-REQ-CREDITS        PIC 9 VALUE ZERO.
       01 WS-LOAD-CREDITS       PIC 999 VALUE ZERO.

       01 OVR-COUNT             PIC 999 VALUE ZERO.
       01 OVR-TABLE.
           05 OVR-ENTRY OCCURS 500 TIMES INDEXED BY OV-IDX.
               10 OVT-STUDENT     PIC X(9).
               10 OVT-TERM        PIC X(10).
               10 OVT-CLASS       PIC X(6).

       01 WS-OV                 PIC 999.
       01 OVR-FOUND             PIC X VALUE 'N'.
       01 WS-OVER-LOAD          PIC X VALUE 'N'.

       01 WS-PATTERN-WORK.
           05 WS-PATTERN-TEXT   PIC X(5).
           05 FILLER REDEFINES WS-PATTERN-TEXT.
               10 WS-PATTERN-CH PIC X OCCURS 5 TIMES.

       01 WS-PC                 PIC 9.
       01 WS-MD                 PIC 9.
       01 WS-MD2                PIC 9.
       01 WS-MD-NUM             PIC 9.
       01 WS-DUP-DAY            PIC X VALUE 'N'.

       01 WS-MEET-AREA.
           05 WS-MEET-OK        PIC X.
           05 WS-MEET-PERIOD    PIC 99.
           05 WS-MEET-LEN       PIC 9.
           05 WS-MEET-DAY-CNT   PIC 9.
           05 WS-MEET-DAY       PIC 9 OCCURS 5 TIMES.

       01 WS-TGT-MEET.
           05 TGT-MEET-OK       PIC X.
           05 TGT-PERIOD        PIC 99.
           05 TGT-LEN           PIC 9.
           05 TGT-DAY-CNT       PIC 9.
           05 TGT-DAY           PIC 9 OCCURS 5 TIMES.

       01 WS-CONFLICT           PIC X VALUE 'N'.
       01 WS-EXP-REASON         PIC X(18) VALUE SPACES.
       01 WS-STU-NAME           PIC X(25) VALUE SPACES.

       01 WS-DROPS-READ         PIC 9(4) VALUE ZERO.
       01 WS-CANCELS-READ       PIC 9(4) VALUE ZERO.
       01 WS-DROPS-APPLIED      PIC 9(4) VALUE ZERO.
       01 WS-WAIT-READ          PIC 9(4) VALUE ZERO.
       01 WS-PROMOTED           PIC 9(4) VALUE ZERO.
       01 WS-EXPIRED            PIC 9(4) VALUE ZERO.
       01 WS-STILL-WAITING      PIC 9(4) VALUE ZERO.
       01 WS-OVER-MAX           PIC 9(4) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 NOT-HEADER-1.
           05 FILLER            PIC X(29) VALUE
               'WAITLIST PROMOTION NOTICES'.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 NTH-DATE          PIC 9(8).
           05 FILLER            PIC X(8) VALUE '  TERM: '.
           05 NTH-TERM          PIC X(10).

       01 NOT-HEADER-2.
           05 FILLER            PIC X(37) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(30) VALUE
               'TERM       CLASS  SEC   SEQ'.

       01 NOT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 NTL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 NTL-NAME          PIC X(25).
           05 FILLER            PIC X VALUE SPACES.
           05 NTL-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACES.
           05 NTL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 NTL-SECTION       PIC 99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 NTL-SEQ           PIC ZZZ9.

       01 EXP-HEADER-1.
           05 FILLER            PIC X(29) VALUE
               'EXPIRED WAITLIST ENTRIES'.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 EXH-DATE          PIC 9(8).
           05 FILLER            PIC X(8) VALUE '  TERM: '.
           05 EXH-TERM          PIC X(10).

       01 EXP-HEADER-2.
           05 FILLER            PIC X(37) VALUE
               ' STUDENT   NAME'.
           05 FILLER            PIC X(30) VALUE
               'CLASS  SEC  SEQ REASON'.

       01 EXP-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 EXL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 EXL-NAME          PIC X(25).
           05 FILLER            PIC X VALUE SPACES.
           05 EXL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 EXL-SECTION       PIC 99.
           05 FILLER            PIC X VALUE SPACES.
           05 EXL-SEQ           PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACES.
           05 EXL-REASON        PIC X(18).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZ9.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       01 TABLE-FULL-LINE.
           05 FILLER            PIC X(46) VALUE
               'TABLE FULL - REGOUT AND WAITLIST NOT REWRITTEN'.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-TERM-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-TERM-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MODE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-MODE-PARM
           END-ACCEPT.
           IF WS-MODE-PARM = 'FINAL'
               MOVE 'Y' TO WS-FINAL
           END-IF.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'regout-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-REG-FILENAME
               STRING 'waitfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-WTL-FILENAME
               STRING 'dropfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-DRP-FILENAME
               STRING 'cancfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-CNC-FILENAME
               STRING 'enrollfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-ENR-FILENAME
               STRING 'promonotice-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-NOT-FILENAME
               STRING 'waitexpire-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-EXP-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 110-LOAD-SECTIONS.

           PERFORM 120-LOAD-REGISTRATIONS.

           PERFORM 130-APPLY-DROPS.

           PERFORM 135-APPLY-CANCELLATIONS.

           PERFORM 140-COUNT-ENROLLED.

           PERFORM 150-LOAD-WAITLIST.

           IF WS-TABLE-FULL = 'Y'
               DISPLAY TABLE-FULL-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 160-LOAD-CATALOG.

           PERFORM 165-LOAD-OVERRIDES.

           PERFORM 170-LOAD-RUN-CONTROL.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NOTICE-FILE
                OUTPUT EXPIRE-FILE.

           MOVE WS-RUN-DATE TO NTH-DATE EXH-DATE.
           MOVE WS-TERM-PARM TO NTH-TERM EXH-TERM.
           WRITE NOTICE-REC FROM NOT-HEADER-1.
           WRITE NOTICE-REC FROM BLANK-LINE.
           WRITE NOTICE-REC FROM NOT-HEADER-2.
           WRITE EXPIRE-REC FROM EXP-HEADER-1.
           WRITE EXPIRE-REC FROM BLANK-LINE.
           WRITE EXPIRE-REC FROM EXP-HEADER-2.

           PERFORM 200-PROMOTE-WAITLIST.

           PERFORM 400-PRINT-TOTALS.

           CLOSE NOTICE-FILE
                 EXPIRE-FILE
                 STUDENT-MASTER.

           PERFORM 500-REWRITE-REGOUT.

           PERFORM 510-REWRITE-WAITLIST.

           PERFORM 520-WRITE-ENROLLMENT.

           STOP RUN.

       110-LOAD-SECTIONS.
           OPEN INPUT MASTER-FILE.
           IF WS-MF-STATUS = '00'
               MOVE LOW-VALUES TO MF-KEY
               START MASTER-FILE KEY IS NOT LESS THAN MF-KEY
               IF WS-MF-STATUS = '00'
                   PERFORM UNTIL WS-MF-STATUS NOT = '00'
                       READ MASTER-FILE NEXT
                       IF WS-MF-STATUS = '00'
                           PERFORM 115-LOAD-ONE-SECTION
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       115-LOAD-ONE-SECTION.
           IF WS-TERM-PARM = SPACES
                   OR MF-TERM = WS-TERM-PARM
               IF SECT-COUNT < 2000
                   ADD 1 TO SECT-COUNT
                   SET SC-IDX TO SECT-COUNT
                   MOVE MF-TERM TO SCT-TERM(SC-IDX)
                   MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
                   MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
                   MOVE MF-SIZE TO SCT-SIZE(SC-IDX)
                   MOVE MF-DAY TO SCT-DAY(SC-IDX)
                   MOVE MF-PERIOD TO SCT-PERIOD(SC-IDX)
                   MOVE MF-PATTERN TO SCT-PATTERN(SC-IDX)
                   MOVE MF-LENGTH TO SCT-LENGTH(SC-IDX)
                   MOVE MF-ACTIVE TO SCT-ACTIVE(SC-IDX)
                   MOVE ZERO TO SCT-ENROLLED(SC-IDX)
               END-IF
           END-IF.

       120-LOAD-REGISTRATIONS.
           OPEN INPUT REGOUT-FILE.
           IF WS-REG-STATUS = '00'
               PERFORM UNTIL EOF-REG = 'Y'
                   READ REGOUT-FILE
                       AT END MOVE 'Y' TO EOF-REG
                       NOT AT END
                           IF REG-COUNT < 3000
                               ADD 1 TO REG-COUNT
                               SET RG-IDX TO REG-COUNT
                               MOVE RO-STUDENT TO RGT-STUDENT(RG-IDX)
                               MOVE RO-TERM TO RGT-TERM(RG-IDX)
                               MOVE RO-CLASS TO RGT-CLASS(RG-IDX)
                               MOVE RO-SECTION TO RGT-SECTION(RG-IDX)
                               MOVE RO-STATUS TO RGT-STATUS(RG-IDX)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGOUT-FILE
           END-IF.
           IF WS-REG-STATUS = '05'
               CLOSE REGOUT-FILE
           END-IF.

       130-APPLY-DROPS.
           OPEN INPUT DROP-FILE.
           IF WS-DRP-STATUS = '00'
               PERFORM UNTIL EOF-DRP = 'Y'
                   READ DROP-FILE
                       AT END MOVE 'Y' TO EOF-DRP
                       NOT AT END
                           ADD 1 TO WS-DROPS-READ
                           MOVE DR-STUDENT TO WSH-STUDENT
                           MOVE DR-TERM TO WSH-TERM
                           MOVE DR-CLASS TO WSH-CLASS
                           MOVE DR-SECTION TO WSH-SECTION
                           PERFORM 138-DROP-REGISTRATION
                   END-READ
               END-PERFORM
               CLOSE DROP-FILE
           END-IF.
           IF WS-DRP-STATUS = '05'
               CLOSE DROP-FILE
           END-IF.

       135-APPLY-CANCELLATIONS.
           OPEN INPUT CANCEL-FILE.
           IF WS-CNC-STATUS = '00'
               PERFORM UNTIL EOF-CNC = 'Y'
                   READ CANCEL-FILE
                       AT END MOVE 'Y' TO EOF-CNC
                       NOT AT END
                           IF CN-TYPE = 'STU'
                               ADD 1 TO WS-CANCELS-READ
                               MOVE CN-NAME TO WSH-STUDENT
                               MOVE CN-TERM TO WSH-TERM
                               MOVE CN-CLASS TO WSH-CLASS
                               MOVE CN-SECTION TO WSH-SECTION
                               PERFORM 138-DROP-REGISTRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.
           IF WS-CNC-STATUS = '05'
               CLOSE CANCEL-FILE
           END-IF.

       138-DROP-REGISTRATION.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
               SET RG-IDX TO WS-RG
               IF RGT-STUDENT(RG-IDX) = WSH-STUDENT
                       AND RGT-TERM(RG-IDX) = WSH-TERM
                       AND RGT-CLASS(RG-IDX) = WSH-CLASS
                       AND RGT-SECTION(RG-IDX) = WSH-SECTION
                       AND (RGT-STATUS(RG-IDX) = 'ENROLLED'
                           OR RGT-STATUS(RG-IDX) = 'WAITLIST')
                   MOVE 'DROPPED' TO RGT-STATUS(RG-IDX)
                   ADD 1 TO WS-DROPS-APPLIED
               END-IF
           END-PERFORM.

       140-COUNT-ENROLLED.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
               SET RG-IDX TO WS-RG
               IF RGT-STATUS(RG-IDX) = 'ENROLLED'
                   MOVE RGT-TERM(RG-IDX) TO WS-SRCH-TERM
                   MOVE RGT-CLASS(RG-IDX) TO WS-SRCH-CLASS
                   MOVE RGT-SECTION(RG-IDX) TO WS-SRCH-SECTION
                   PERFORM 220-FIND-SECTION
                   IF SECT-FOUND = 'Y'
                       SET SC-IDX TO WS-SECT-IDX
                       ADD 1 TO SCT-ENROLLED(SC-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       150-LOAD-WAITLIST.
           OPEN INPUT WAIT-FILE.
           IF WS-WTL-STATUS = '00'
               PERFORM UNTIL EOF-WTL = 'Y'
                   READ WAIT-FILE
                       AT END MOVE 'Y' TO EOF-WTL
                       NOT AT END
                           ADD 1 TO WS-WAIT-READ
                           IF WL-SEQ IS NUMERIC
                               IF WAIT-COUNT < 1000
                                   PERFORM 155-INSERT-WAIT-ENTRY
                               ELSE
                                   MOVE 'Y' TO WS-TABLE-FULL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAIT-FILE
           END-IF.
           IF WS-WTL-STATUS = '05'
               CLOSE WAIT-FILE
           END-IF.

       155-INSERT-WAIT-ENTRY.
           MOVE WL-SEQ TO WSH-SEQ.
           MOVE WL-STUDENT TO WSH-STUDENT.
           MOVE WL-TERM TO WSH-TERM.
           MOVE WL-CLASS TO WSH-CLASS.
           MOVE WL-SECTION TO WSH-SECTION.
           MOVE 'W' TO WSH-STATE.
           ADD 1 TO WAIT-COUNT.
           MOVE WAIT-COUNT TO WS-WT.
           MOVE 'N' TO WS-SLOT-FOUND.
           PERFORM UNTIL WS-WT = 1 OR WS-SLOT-FOUND = 'Y'
               COMPUTE WS-WT2 = WS-WT - 1
               IF WTT-SEQ(WS-WT2) > WSH-SEQ
                   MOVE WAIT-ENTRY(WS-WT2) TO WAIT-ENTRY(WS-WT)
                   MOVE WS-WT2 TO WS-WT
               ELSE
                   MOVE 'Y' TO WS-SLOT-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-WAIT-HOLD TO WAIT-ENTRY(WS-WT).

       160-LOAD-CATALOG.
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-CAT-STATUS = '05'
               CLOSE CATALOG-FILE
           END-IF.

       165-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE.
           IF WS-OVR-STATUS = '00'
               PERFORM UNTIL EOF-OVR = 'Y'
                   READ OVERRIDE-FILE
                       AT END MOVE 'Y' TO EOF-OVR
                       NOT AT END
                           IF OV-APPROVED = 'Y'
                                   AND OV-TYPE = 'LOAD'
                                   AND OVR-COUNT < 500
                               ADD 1 TO OVR-COUNT
                               SET OV-IDX TO OVR-COUNT
                               MOVE OV-STUDENT TO OVT-STUDENT(OV-IDX)
                               MOVE OV-TERM TO OVT-TERM(OV-IDX)
                               MOVE OV-CLASS TO OVT-CLASS(OV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.
           IF WS-OVR-STATUS = '05'
               CLOSE OVERRIDE-FILE
           END-IF.

       170-LOAD-RUN-CONTROL.
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

       200-PROMOTE-WAITLIST.
           PERFORM VARYING WS-WT FROM 1 BY 1 UNTIL WS-WT > WAIT-COUNT
               SET WT-IDX TO WS-WT
               PERFORM 210-PROMOTE-ONE-ENTRY
           END-PERFORM.

       210-PROMOTE-ONE-ENTRY.
           MOVE SPACES TO WS-EXP-REASON.
           MOVE SPACES TO WS-STU-NAME.

           PERFORM 230-FIND-WAIT-REGISTRATION.

           MOVE WTT-TERM(WT-IDX) TO WS-SRCH-TERM.
           MOVE WTT-CLASS(WT-IDX) TO WS-SRCH-CLASS.
           MOVE WTT-SECTION(WT-IDX) TO WS-SRCH-SECTION.
           PERFORM 220-FIND-SECTION.
           IF SECT-FOUND = 'N'
               MOVE 'SECTION CANCELLED' TO WS-EXP-REASON
           ELSE
               SET SC-IDX TO WS-SECT-IDX
               IF SCT-ACTIVE(SC-IDX) NOT = 'Y'
                   MOVE 'SECTION CANCELLED' TO WS-EXP-REASON
               END-IF
           END-IF.

           IF WS-EXP-REASON = SPACES
                   AND REG-FOUND = 'N'
               MOVE 'DROPPED' TO WS-EXP-REASON
           END-IF.

           IF WS-EXP-REASON = SPACES
               PERFORM 240-FIND-STUDENT-NAME
               IF SM-STATUS NOT = 'A' OR WS-SM-STATUS NOT = '00'
                   MOVE 'INACTIVE STUDENT' TO WS-EXP-REASON
               END-IF
           END-IF.

           IF WS-EXP-REASON NOT = SPACES
               PERFORM 290-EXPIRE-ENTRY
           ELSE
               SET SC-IDX TO WS-SECT-IDX
               IF SCT-ENROLLED(SC-IDX) < SCT-SIZE(SC-IDX)
                   PERFORM 250-CHECK-TIME-CONFLICT
                   IF WS-CONFLICT = 'N'
                       PERFORM 300-CHECK-CREDIT-LOAD
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-CONFLICT = 'Y'
                           IF WS-FINAL = 'Y'
                               MOVE 'TIME CONFLICT' TO WS-EXP-REASON
                               PERFORM 290-EXPIRE-ENTRY
                           END-IF
                       WHEN WS-OVER-LOAD = 'Y'
                           ADD 1 TO WS-OVER-MAX
                           IF WS-FINAL = 'Y'
                               MOVE 'OVER CREDIT MAX' TO WS-EXP-REASON
                               PERFORM 290-EXPIRE-ENTRY
                           END-IF
                       WHEN OTHER
                           PERFORM 280-PROMOTE-ENTRY
                   END-EVALUATE
               ELSE
                   IF WS-FINAL = 'Y'
                       MOVE 'NO SEAT OPENED' TO WS-EXP-REASON
                       PERFORM 290-EXPIRE-ENTRY
                   END-IF
               END-IF
           END-IF.

       220-FIND-SECTION.
           MOVE 'N' TO SECT-FOUND.
           MOVE ZERO TO WS-SECT-IDX.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
                   OR SECT-FOUND = 'Y'
               SET SC-IDX TO WS-SC
               IF SCT-CLASS(SC-IDX) = WS-SRCH-CLASS
                       AND SCT-SECTION(SC-IDX) = WS-SRCH-SECTION
                       AND SCT-TERM(SC-IDX) = WS-SRCH-TERM
                   MOVE 'Y' TO SECT-FOUND
                   MOVE WS-SC TO WS-SECT-IDX
               END-IF
           END-PERFORM.

       230-FIND-WAIT-REGISTRATION.
           MOVE 'N' TO REG-FOUND.
           MOVE ZERO TO WS-REG-IDX.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
                   OR REG-FOUND = 'Y'
               SET RG-IDX TO WS-RG
               IF RGT-STUDENT(RG-IDX) = WTT-STUDENT(WT-IDX)
                       AND RGT-TERM(RG-IDX) = WTT-TERM(WT-IDX)
                       AND RGT-CLASS(RG-IDX) = WTT-CLASS(WT-IDX)
                       AND RGT-SECTION(RG-IDX) = WTT-SECTION(WT-IDX)
                       AND RGT-STATUS(RG-IDX) = 'WAITLIST'
                   MOVE 'Y' TO REG-FOUND
                   MOVE WS-RG TO WS-REG-IDX
               END-IF
           END-PERFORM.

       240-FIND-STUDENT-NAME.
           MOVE SPACES TO WS-STU-NAME.
           MOVE SPACES TO SM-STATUS.
           MOVE WTT-STUDENT(WT-IDX) TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE SM-NAME TO WS-STU-NAME
           END-IF.

       250-CHECK-TIME-CONFLICT.
           MOVE 'N' TO WS-CONFLICT.
           SET SC-IDX TO WS-SECT-IDX.
           PERFORM 260-BUILD-MEETING.
           MOVE WS-MEET-AREA TO WS-TGT-MEET.
           IF TGT-MEET-OK = 'N'
               MOVE 'Y' TO WS-CONFLICT
           END-IF.

           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
                   OR WS-CONFLICT = 'Y'
               SET RG-IDX TO WS-RG
               IF RGT-STUDENT(RG-IDX) = WTT-STUDENT(WT-IDX)
                       AND RGT-TERM(RG-IDX) = WTT-TERM(WT-IDX)
                       AND RGT-STATUS(RG-IDX) = 'ENROLLED'
                   MOVE RGT-TERM(RG-IDX) TO WS-SRCH-TERM
                   MOVE RGT-CLASS(RG-IDX) TO WS-SRCH-CLASS
                   MOVE RGT-SECTION(RG-IDX) TO WS-SRCH-SECTION
                   PERFORM 220-FIND-SECTION
                   IF SECT-FOUND = 'Y'
                       SET SC-IDX TO WS-SECT-IDX
                       PERFORM 260-BUILD-MEETING
                       PERFORM 270-COMPARE-MEETINGS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WTT-TERM(WT-IDX) TO WS-SRCH-TERM.
           MOVE WTT-CLASS(WT-IDX) TO WS-SRCH-CLASS.
           MOVE WTT-SECTION(WT-IDX) TO WS-SRCH-SECTION.
           PERFORM 220-FIND-SECTION.

       260-BUILD-MEETING.
           MOVE 'Y' TO WS-MEET-OK.
           MOVE ZERO TO WS-MEET-DAY-CNT.
           MOVE SCT-PERIOD(SC-IDX) TO WS-MEET-PERIOD.

           IF SCT-LENGTH(SC-IDX) IS NUMERIC
                   AND SCT-LENGTH(SC-IDX) > ZERO
               MOVE SCT-LENGTH(SC-IDX) TO WS-MEET-LEN
           ELSE
               MOVE 1 TO WS-MEET-LEN
           END-IF.

           IF SCT-PATTERN(SC-IDX) = SPACES
               MOVE SCT-DAY(SC-IDX) TO WS-PATTERN-TEXT
           ELSE
               MOVE SCT-PATTERN(SC-IDX) TO WS-PATTERN-TEXT
           END-IF.

           PERFORM VARYING WS-PC FROM 1 BY 1 UNTIL WS-PC > 5
               MOVE ZERO TO WS-MD-NUM
               IF WS-PATTERN-CH(WS-PC) = 'M' MOVE 1 TO WS-MD-NUM END-IF
               IF WS-PATTERN-CH(WS-PC) = 'T' MOVE 2 TO WS-MD-NUM END-IF
               IF WS-PATTERN-CH(WS-PC) = 'W' MOVE 3 TO WS-MD-NUM END-IF
               IF WS-PATTERN-CH(WS-PC) = 'X' MOVE 4 TO WS-MD-NUM END-IF
               IF WS-PATTERN-CH(WS-PC) = 'F' MOVE 5 TO WS-MD-NUM END-IF
               IF WS-PATTERN-CH(WS-PC) NOT = SPACE
                       AND WS-MD-NUM = ZERO
                   MOVE 'N' TO WS-MEET-OK
               END-IF
               IF WS-MD-NUM > ZERO
                   MOVE 'N' TO WS-DUP-DAY
                   PERFORM VARYING WS-MD FROM 1 BY 1
                           UNTIL WS-MD > WS-MEET-DAY-CNT
                       IF WS-MEET-DAY(WS-MD) = WS-MD-NUM
                           MOVE 'Y' TO WS-DUP-DAY
                       END-IF
                   END-PERFORM
                   IF WS-DUP-DAY = 'N'
                       ADD 1 TO WS-MEET-DAY-CNT
                       MOVE WS-MD-NUM
                           TO WS-MEET-DAY(WS-MEET-DAY-CNT)
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MEET-DAY-CNT = ZERO
               MOVE 'N' TO WS-MEET-OK
           END-IF.

           IF SCT-PERIOD(SC-IDX) IS NOT NUMERIC
                   OR SCT-PERIOD(SC-IDX) < 1
                   OR SCT-PERIOD(SC-IDX) + WS-MEET-LEN - 1 > 14
               MOVE 'N' TO WS-MEET-OK
           END-IF.

       270-COMPARE-MEETINGS.
           IF WS-MEET-OK = 'Y'
               PERFORM VARYING WS-MD FROM 1 BY 1
                       UNTIL WS-MD > TGT-DAY-CNT
                   PERFORM VARYING WS-MD2 FROM 1 BY 1
                           UNTIL WS-MD2 > WS-MEET-DAY-CNT
                       IF TGT-DAY(WS-MD) = WS-MEET-DAY(WS-MD2)
                               AND TGT-PERIOD
                                   <= WS-MEET-PERIOD + WS-MEET-LEN - 1
                               AND WS-MEET-PERIOD
                                   <= TGT-PERIOD + TGT-LEN - 1
                           MOVE 'Y' TO WS-CONFLICT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       280-PROMOTE-ENTRY.
           ADD 1 TO WS-PROMOTED.
           SET SC-IDX TO WS-SECT-IDX.
           ADD 1 TO SCT-ENROLLED(SC-IDX).
           SET RG-IDX TO WS-REG-IDX.
           MOVE 'ENROLLED' TO RGT-STATUS(RG-IDX).
           MOVE 'P' TO WTT-STATE(WT-IDX).

           MOVE WTT-STUDENT(WT-IDX) TO NTL-STUDENT.
           MOVE WS-STU-NAME TO NTL-NAME.
           MOVE WTT-TERM(WT-IDX) TO NTL-TERM.
           MOVE WTT-CLASS(WT-IDX) TO NTL-CLASS.
           MOVE WTT-SECTION(WT-IDX) TO NTL-SECTION.
           MOVE WTT-SEQ(WT-IDX) TO NTL-SEQ.
           WRITE NOTICE-REC FROM NOT-LINE.

       290-EXPIRE-ENTRY.
           ADD 1 TO WS-EXPIRED.
           MOVE 'X' TO WTT-STATE(WT-IDX).
           IF REG-FOUND = 'Y'
               SET RG-IDX TO WS-REG-IDX
               MOVE 'EXPIRED' TO RGT-STATUS(RG-IDX)
           END-IF.

           MOVE WTT-STUDENT(WT-IDX) TO EXL-STUDENT.
           MOVE WS-STU-NAME TO EXL-NAME.
           MOVE WTT-CLASS(WT-IDX) TO EXL-CLASS.
           MOVE WTT-SECTION(WT-IDX) TO EXL-SECTION.
           MOVE WTT-SEQ(WT-IDX) TO EXL-SEQ.
           MOVE WS-EXP-REASON TO EXL-REASON.
           WRITE EXPIRE-REC FROM EXP-LINE.

       300-CHECK-CREDIT-LOAD.
           MOVE 'N' TO WS-OVER-LOAD.
           MOVE WTT-CLASS(WT-IDX) TO WS-CAT-CLASS.
           PERFORM 310-FIND-CATALOG.
           MOVE WS-REQ-CREDITS TO WS-LOAD-CREDITS.

           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
               SET RG-IDX TO WS-RG
               IF RGT-STUDENT(RG-IDX) = WTT-STUDENT(WT-IDX)
                       AND RGT-TERM(RG-IDX) = WTT-TERM(WT-IDX)
                       AND RGT-STATUS(RG-IDX) = 'ENROLLED'
                   MOVE RGT-CLASS(RG-IDX) TO WS-CAT-CLASS
                   PERFORM 310-FIND-CATALOG
                   ADD WS-REQ-CREDITS TO WS-LOAD-CREDITS
               END-IF
           END-PERFORM.

           IF WS-LOAD-CREDITS > WS-MAX-CREDITS
               PERFORM 320-FIND-LOAD-OVERRIDE
               IF OVR-FOUND = 'N'
                   MOVE 'Y' TO WS-OVER-LOAD
               END-IF
           END-IF.

       310-FIND-CATALOG.
           MOVE 'N' TO CAT-FOUND.
           MOVE WS-DFLT-CREDITS TO WS-REQ-CREDITS.
           PERFORM VARYING WS-CT FROM 1 BY 1 UNTIL WS-CT > CAT-COUNT
                   OR CAT-FOUND = 'Y'
               SET CT-IDX TO WS-CT
               IF CTT-CLASS(CT-IDX) = WS-CAT-CLASS
                   MOVE 'Y' TO CAT-FOUND
                   MOVE CTT-CREDITS(CT-IDX) TO WS-REQ-CREDITS
               END-IF
           END-PERFORM.

       320-FIND-LOAD-OVERRIDE.
           MOVE 'N' TO OVR-FOUND.
           PERFORM VARYING WS-OV FROM 1 BY 1 UNTIL WS-OV > OVR-COUNT
                   OR OVR-FOUND = 'Y'
               SET OV-IDX TO WS-OV
               IF OVT-STUDENT(OV-IDX) = WTT-STUDENT(WT-IDX)
                       AND OVT-TERM(OV-IDX) = WTT-TERM(WT-IDX)
                       AND (OVT-CLASS(OV-IDX) = WTT-CLASS(WT-IDX)
                           OR OVT-CLASS(OV-IDX) = SPACES)
                   MOVE 'Y' TO OVR-FOUND
               END-IF
           END-PERFORM.

       400-PRINT-TOTALS.
           PERFORM VARYING WS-WT FROM 1 BY 1 UNTIL WS-WT > WAIT-COUNT
               SET WT-IDX TO WS-WT
               IF WTT-STATE(WT-IDX) = 'W'
                   ADD 1 TO WS-STILL-WAITING
               END-IF
           END-PERFORM.

           WRITE NOTICE-REC FROM BLANK-LINE.
           MOVE 'DROPS READ:' TO RPC-LABEL.
           MOVE WS-DROPS-READ TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'CANCELS READ:' TO RPC-LABEL.
           MOVE WS-CANCELS-READ TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'DROPS APPLIED:' TO RPC-LABEL.
           MOVE WS-DROPS-APPLIED TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'WAITLIST READ:' TO RPC-LABEL.
           MOVE WS-WAIT-READ TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'PROMOTED:' TO RPC-LABEL.
           MOVE WS-PROMOTED TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'EXPIRED:' TO RPC-LABEL.
           MOVE WS-EXPIRED TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'STILL WAITING:' TO RPC-LABEL.
           MOVE WS-STILL-WAITING TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.
           MOVE 'OVER CREDIT MAX:' TO RPC-LABEL.
           MOVE WS-OVER-MAX TO RPC-VALUE.
           WRITE NOTICE-REC FROM RPT-COUNT-LINE.

           WRITE EXPIRE-REC FROM BLANK-LINE.
           MOVE 'EXPIRED:' TO RPC-LABEL.
           MOVE WS-EXPIRED TO RPC-VALUE.
           WRITE EXPIRE-REC FROM RPT-COUNT-LINE.

       500-REWRITE-REGOUT.
           OPEN OUTPUT REGOUT-FILE.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
               SET RG-IDX TO WS-RG
               MOVE SPACES TO REGOUT-REC
               MOVE RGT-STUDENT(RG-IDX) TO RO-STUDENT
               MOVE RGT-TERM(RG-IDX) TO RO-TERM
               MOVE RGT-CLASS(RG-IDX) TO RO-CLASS
               MOVE RGT-SECTION(RG-IDX) TO RO-SECTION
               MOVE RGT-STATUS(RG-IDX) TO RO-STATUS
               WRITE REGOUT-REC
           END-PERFORM.
           CLOSE REGOUT-FILE.

       510-REWRITE-WAITLIST.
           OPEN OUTPUT WAIT-FILE.
           PERFORM VARYING WS-WT FROM 1 BY 1 UNTIL WS-WT > WAIT-COUNT
               SET WT-IDX TO WS-WT
               IF WTT-STATE(WT-IDX) = 'W'
                   MOVE SPACES TO WAIT-REC
                   MOVE WTT-SEQ(WT-IDX) TO WL-SEQ
                   MOVE WTT-STUDENT(WT-IDX) TO WL-STUDENT
                   MOVE WTT-TERM(WT-IDX) TO WL-TERM
                   MOVE WTT-CLASS(WT-IDX) TO WL-CLASS
                   MOVE WTT-SECTION(WT-IDX) TO WL-SECTION
                   WRITE WAIT-REC
               END-IF
           END-PERFORM.
           CLOSE WAIT-FILE.

       520-WRITE-ENROLLMENT.
           OPEN OUTPUT ENROLL-FILE.
           PERFORM VARYING WS-SC FROM 1 BY 1 UNTIL WS-SC > SECT-COUNT
               SET SC-IDX TO WS-SC
               IF SCT-ACTIVE(SC-IDX) = 'Y'
                   MOVE SPACES TO ENROLL-REC
                   MOVE SCT-CLASS(SC-IDX) TO EN-CLASS
                   MOVE SCT-SECTION(SC-IDX) TO EN-SECTION
                   MOVE SCT-TERM(SC-IDX) TO EN-TERM
                   MOVE SCT-ENROLLED(SC-IDX) TO EN-ACTUAL
                   WRITE ENROLL-REC
               END-IF
           END-PERFORM.
           CLOSE ENROLL-FILE.
