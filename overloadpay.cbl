       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverloadPay.

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
           SELECT OPTIONAL PAYRATE-FILE ASSIGN DYNAMIC WS-PRT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRT-STATUS.
           SELECT OPTIONAL DEPT-FILE ASSIGN DYNAMIC WS-DPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DPT-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT PAYROLL-FILE ASSIGN DYNAMIC WS-PAY-FILENAME
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
           05 IM-CATEGORY       PIC X(4).

       FD PAYRATE-FILE.
       01 PAYRATE-REC.
           05 PR-CATEGORY       PIC X(4).
           05 PR-RATE           PIC 9(3)V99.
           05 PR-DESC           PIC X(20).

       FD DEPT-FILE.
       01 DEPT-REC.
           05 DP-CODE           PIC X(4).
           05 DP-NAME           PIC X(20).

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD PAYROLL-FILE.
       01 PAYROLL-REC           PIC X(100).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(100).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-MET-FILENAME       PIC X(40) VALUE 'meetfile.txt'.
       01 WS-MET-STATUS         PIC XX VALUE '00'.
       01 WS-INSM-FILENAME      PIC X(40) VALUE 'instrfile.txt'.
       01 WS-INSM-STATUS        PIC XX VALUE '00'.
       01 WS-PRT-FILENAME       PIC X(40) VALUE 'payrate.txt'.
       01 WS-PRT-STATUS         PIC XX VALUE '00'.
       01 WS-DPT-FILENAME       PIC X(40) VALUE 'deptfile.txt'.
       01 WS-DPT-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-PAY-FILENAME       PIC X(40) VALUE 'payovl.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'ovlsignoff.txt'.

       01 EOF-MET               PIC X VALUE 'N'.
       01 EOF-INSM              PIC X VALUE 'N'.
       01 EOF-PRT               PIC X VALUE 'N'.
       01 EOF-DPT               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-TERM-WEEKS         PIC 99 VALUE ZERO.
       01 WS-FIRST-DATE         PIC 9(8) VALUE ZERO.
       01 WS-LAST-DATE          PIC 9(8) VALUE ZERO.
       01 WS-SPAN-DAYS          PIC 9(5) VALUE ZERO.
       01 WS-DFLT-CATEGORY      PIC X(4) VALUE 'FT'.
       01 WS-OVERFLOW           PIC X VALUE 'N'.

       01 INS-COUNT             PIC 999 VALUE ZERO.
       01 INS-TABLE.
           05 INS-ENTRY OCCURS 300 TIMES INDEXED BY IN-IDX.
               10 INT-CODE        PIC X(4).
               10 INT-NAME        PIC X(20).
               10 INT-DEPT        PIC X(4).
               10 INT-CATEGORY    PIC X(4).
               10 INT-MAX-LOAD    PIC 99.
               10 INT-ON-FILE     PIC X.
               10 INT-HOURS       PIC 9(4).
               10 INT-CONTRACT    PIC 9(4).
               10 INT-PAID        PIC 9(4).
               10 INT-RATE        PIC 9(3)V99.
               10 INT-AMOUNT      PIC 9(7)V99.
               10 INT-NOTE        PIC X(12).
               10 INT-PRINTED     PIC X.

       01 WS-IN                 PIC 999.
       01 INS-FOUND             PIC X VALUE 'N'.

       01 PRT-COUNT             PIC 99 VALUE ZERO.
       01 PRT-TABLE.
           05 PRT-ENTRY OCCURS 30 TIMES INDEXED BY PR-IDX.
               10 PRT-CATEGORY    PIC X(4).
               10 PRT-RATE        PIC 9(3)V99.

       01 WS-PR                 PIC 99.
       01 PRT-FOUND             PIC X VALUE 'N'.

       01 DPT-COUNT             PIC 999 VALUE ZERO.
       01 DPT-TABLE.
           05 DPT-ENTRY OCCURS 200 TIMES INDEXED BY DP-IDX.
               10 DPT-CODE        PIC X(4).
               10 DPT-NAME        PIC X(20).

       01 WS-DP                 PIC 999.
       01 DPT-FOUND             PIC X VALUE 'N'.

       01 SECT-COUNT            PIC 9(4) VALUE ZERO.
       01 SECT-TABLE.
           05 SECT-ENTRY OCCURS 2000 TIMES INDEXED BY SC-IDX.
               10 SCT-CLASS       PIC X(6).
               10 SCT-SECTION     PIC 99.
               10 SCT-INSTRUCTOR  PIC X(4).

       01 WS-SC                 PIC 9(4).
       01 SECT-FOUND            PIC X VALUE 'N'.

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
       01 WS-LOW-KEY            PIC X(8).
       01 WS-LOW-IDX            PIC 999.
       01 WS-SORT-KEY.
           05 WS-SORT-DEPT      PIC X(4).
           05 WS-SORT-INSTR     PIC X(4).
       01 WS-FIRST-LINE         PIC X VALUE 'Y'.

       01 WS-DEPT-PAID          PIC 9(6) VALUE ZERO.
       01 WS-DEPT-AMOUNT        PIC 9(8)V99 VALUE ZERO.

       01 WS-TOTALS.
           05 WS-TOT-INSTR      PIC 9(5) VALUE ZERO.
           05 WS-TOT-HOURS      PIC 9(7) VALUE ZERO.
           05 WS-TOT-PAID       PIC 9(7) VALUE ZERO.
           05 WS-TOT-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05 WS-TOT-PAY-RECS   PIC 9(6) VALUE ZERO.
           05 WS-TOT-EXCEPT     PIC 9(5) VALUE ZERO.
           05 WS-TOT-UNSTAFFED  PIC 9(6) VALUE ZERO.

       01 PAY-HDR-LINE.
           05 PYH-TYPE          PIC X(3) VALUE 'HDR'.
           05 PYH-SOURCE        PIC X(8) VALUE 'OVERLOAD'.
           05 PYH-TERM          PIC X(10).
           05 PYH-CREATE-DATE   PIC 9(8).
           05 PYH-TERM-START    PIC 9(8).
           05 PYH-TERM-END      PIC 9(8).
           05 PYH-WEEKS         PIC 99.

       01 PAY-DET-LINE.
           05 PYD-TYPE          PIC X(3) VALUE 'PAY'.
           05 PYD-INSTRUCTOR    PIC X(4).
           05 PYD-NAME          PIC X(20).
           05 PYD-DEPT          PIC X(4).
           05 PYD-CATEGORY      PIC X(4).
           05 PYD-TERM          PIC X(10).
           05 PYD-CONTACT-HRS   PIC 9(4).
           05 PYD-CONTRACT-HRS  PIC 9(4).
           05 PYD-PAID-HRS      PIC 9(4).
           05 PYD-RATE          PIC 9(3)V99.
           05 PYD-AMOUNT        PIC 9(7)V99.

       01 PAY-TRL-LINE.
           05 PYT-TYPE          PIC X(3) VALUE 'TRL'.
           05 PYT-COUNT         PIC 9(6).
           05 PYT-PAID-HRS      PIC 9(7).
           05 PYT-TOTAL         PIC 9(9)V99.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(30) VALUE
               'OVERLOAD COMPENSATION SIGN-OFF'.
           05 FILLER            PIC X(8) VALUE '  TERM: '.
           05 RPH-TERM          PIC X(10).
           05 FILLER            PIC X(7) VALUE '  RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-HEADER-2.
           05 FILLER            PIC X(12) VALUE 'TERM DATES: '.
           05 RPH-START         PIC 9(8).
           05 FILLER            PIC X(3) VALUE ' - '.
           05 RPH-END           PIC 9(8).
           05 FILLER            PIC X(9) VALUE '  WEEKS: '.
           05 RPH-WEEKS         PIC Z9.

       01 RPT-DEPT-LINE.
           05 FILLER            PIC X(12) VALUE 'DEPARTMENT: '.
           05 RPD-CODE          PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-NAME          PIC X(20).

       01 RPT-COL-HEADER.
           05 FILLER            PIC X(31) VALUE
               ' INSTR NAME'.
           05 FILLER            PIC X(31) VALUE
               'CAT   HRS CONTRACT  PAID   RATE'.
           05 FILLER            PIC X(18) VALUE
               '       AMOUNT NOTE'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-INSTR         PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-NAME          PIC X(20).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 RPL-CATEGORY      PIC X(4).
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-HOURS         PIC ZZZ9.
           05 FILLER            PIC X(5) VALUE SPACES.
           05 RPL-CONTRACT      PIC ZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPL-PAID          PIC ZZZ9.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-RATE          PIC ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RPL-NOTE          PIC X(12).

       01 RPT-DEPT-TOTAL-LINE.
           05 FILLER            PIC X(7) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
               'DEPARTMENT TOTAL'.
           05 RPT-DEPT-PAID     PIC ZZZZZ9.
           05 FILLER            PIC X(8) VALUE SPACES.
           05 RPT-DEPT-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.

       01 RPT-SIGN-LINE.
           05 FILLER            PIC X(7) VALUE SPACES.
           05 FILLER            PIC X(40) VALUE
               'CHAIR APPROVAL: ________________________'.
           05 FILLER            PIC X(20) VALUE
               '  DATE: __________'.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 RPT-AMOUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPA-LABEL         PIC X(18).
           05 RPA-VALUE         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'meetfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-MET-FILENAME
               STRING 'payovl-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-PAY-FILENAME
               STRING 'ovlsignoff-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 110-LOAD-INSTRUCTORS.

           PERFORM 120-LOAD-PAY-RATES.

           PERFORM 125-LOAD-DEPARTMENTS.

           PERFORM 130-LOAD-RUN-CONTROL.

           PERFORM 140-LOAD-SECTIONS.

           PERFORM 200-TOTAL-CONTACT-HOURS.

           PERFORM 250-COMPUTE-PAY.

           PERFORM 300-PRINT-SIGNOFF.

           PERFORM 400-WRITE-PAYROLL.

           IF WS-TOT-EXCEPT > ZERO OR WS-OVERFLOW = 'Y'
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
                           IF INS-COUNT < 300
                               ADD 1 TO INS-COUNT
                               SET IN-IDX TO INS-COUNT
                               PERFORM 115-INIT-INSTRUCTOR
                               MOVE IM-CODE TO INT-CODE(IN-IDX)
                               MOVE IM-NAME TO INT-NAME(IN-IDX)
                               MOVE IM-DEPT TO INT-DEPT(IN-IDX)
                               IF IM-MAX-LOAD IS NUMERIC
                                   MOVE IM-MAX-LOAD
                                       TO INT-MAX-LOAD(IN-IDX)
                               END-IF
                               IF IM-CATEGORY NOT = SPACES
                                   MOVE IM-CATEGORY
                                       TO INT-CATEGORY(IN-IDX)
                               END-IF
                               MOVE 'Y' TO INT-ON-FILE(IN-IDX)
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

       115-INIT-INSTRUCTOR.
           MOVE SPACES TO INS-ENTRY(IN-IDX).
           MOVE WS-DFLT-CATEGORY TO INT-CATEGORY(IN-IDX).
           MOVE 'N' TO INT-ON-FILE(IN-IDX).
           MOVE 'N' TO INT-PRINTED(IN-IDX).
           MOVE ZERO TO INT-MAX-LOAD(IN-IDX) INT-HOURS(IN-IDX)
                        INT-CONTRACT(IN-IDX) INT-PAID(IN-IDX)
                        INT-RATE(IN-IDX) INT-AMOUNT(IN-IDX).

       120-LOAD-PAY-RATES.
           OPEN INPUT PAYRATE-FILE.
           IF WS-PRT-STATUS = '00'
               PERFORM UNTIL EOF-PRT = 'Y'
                   READ PAYRATE-FILE
                       AT END MOVE 'Y' TO EOF-PRT
                       NOT AT END
                           IF PR-RATE IS NUMERIC
                                   AND PR-CATEGORY NOT = SPACES
                                   AND PRT-COUNT < 30
                               ADD 1 TO PRT-COUNT
                               SET PR-IDX TO PRT-COUNT
                               MOVE PR-CATEGORY TO PRT-CATEGORY(PR-IDX)
                               MOVE PR-RATE TO PRT-RATE(PR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYRATE-FILE
           END-IF.
           IF WS-PRT-STATUS = '05'
               CLOSE PAYRATE-FILE
           END-IF.

       125-LOAD-DEPARTMENTS.
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
                                   AND RCT-KEYWORD = 'TERMWEEKS'
                                   AND RCT-VALUE < 100
                               MOVE RCT-VALUE TO WS-TERM-WEEKS
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
                               AND (WS-TERM-PARM = SPACES
                               OR MF-TERM = WS-TERM-PARM)
                           IF SECT-COUNT < 2000
                               ADD 1 TO SECT-COUNT
                               SET SC-IDX TO SECT-COUNT
                               MOVE MF-CLASS TO SCT-CLASS(SC-IDX)
                               MOVE MF-SECTION TO SCT-SECTION(SC-IDX)
                               MOVE MF-INSTRUCTOR
                                   TO SCT-INSTRUCTOR(SC-IDX)
                           ELSE
                               MOVE 'Y' TO WS-OVERFLOW
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       200-TOTAL-CONTACT-HOURS.
           OPEN INPUT MEET-FILE.
           IF WS-MET-STATUS = '00'
               PERFORM UNTIL EOF-MET = 'Y'
                   READ MEET-FILE
                       AT END MOVE 'Y' TO EOF-MET
                       NOT AT END
                           IF WS-TERM-PARM = SPACES
                                   OR MT-TERM = WS-TERM-PARM
                               PERFORM 210-ADD-ONE-MEETING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEET-FILE
           END-IF.
           IF WS-MET-STATUS = '05'
               CLOSE MEET-FILE
           END-IF.

       210-ADD-ONE-MEETING.
           IF MT-DATE IS NUMERIC AND MT-DATE > ZERO
               IF WS-FIRST-DATE = ZERO OR MT-DATE < WS-FIRST-DATE
                   MOVE MT-DATE TO WS-FIRST-DATE
               END-IF
               IF MT-DATE > WS-LAST-DATE
                   MOVE MT-DATE TO WS-LAST-DATE
               END-IF
           END-IF.

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
               IF SCT-INSTRUCTOR(SC-IDX) = SPACES
                   MOVE 'N' TO SECT-FOUND
               END-IF
           END-IF.

           IF SECT-FOUND = 'N'
               IF MT-LENGTH IS NUMERIC
                   ADD MT-LENGTH TO WS-TOT-UNSTAFFED
               END-IF
           ELSE
               PERFORM 220-FIND-INSTRUCTOR
               IF INS-FOUND = 'N'
                   IF INS-COUNT < 300
                       ADD 1 TO INS-COUNT
                       SET IN-IDX TO INS-COUNT
                       PERFORM 115-INIT-INSTRUCTOR
                       MOVE SCT-INSTRUCTOR(SC-IDX) TO INT-CODE(IN-IDX)
                       MOVE 'UNKNOWN INSTRUCTOR' TO INT-NAME(IN-IDX)
                       MOVE SPACES TO INT-CATEGORY(IN-IDX)
                       MOVE 'Y' TO INS-FOUND
                   ELSE
                       MOVE 'Y' TO WS-OVERFLOW
                   END-IF
               END-IF
               IF INS-FOUND = 'Y'
                   IF INT-DEPT(IN-IDX) = SPACES
                       MOVE MT-CLASS TO WS-DEPT-SRC
                       PERFORM 230-DERIVE-DEPT-CODE
                       MOVE WS-DEPT-CODE TO INT-DEPT(IN-IDX)
                   END-IF
                   IF MT-LENGTH IS NUMERIC AND MT-LENGTH > ZERO
                       ADD MT-LENGTH TO INT-HOURS(IN-IDX)
                   ELSE
                       ADD 1 TO INT-HOURS(IN-IDX)
                   END-IF
               END-IF
           END-IF.

       220-FIND-INSTRUCTOR.
           MOVE 'N' TO INS-FOUND.
           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > INS-COUNT
                   OR INS-FOUND = 'Y'
               SET IN-IDX TO WS-IN
               IF INT-CODE(IN-IDX) = SCT-INSTRUCTOR(SC-IDX)
                   MOVE 'Y' TO INS-FOUND
               END-IF
           END-PERFORM.

       230-DERIVE-DEPT-CODE.
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

       250-COMPUTE-PAY.
           IF WS-TERM-WEEKS = ZERO AND WS-FIRST-DATE > ZERO
               COMPUTE WS-SPAN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) + 1
               COMPUTE WS-TERM-WEEKS = (WS-SPAN-DAYS + 6) / 7
           END-IF.

           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > INS-COUNT
               SET IN-IDX TO WS-IN
               IF INT-HOURS(IN-IDX) > ZERO
                   PERFORM 260-PRICE-ONE-INSTRUCTOR
               END-IF
           END-PERFORM.

       260-PRICE-ONE-INSTRUCTOR.
           COMPUTE INT-CONTRACT(IN-IDX) =
               INT-MAX-LOAD(IN-IDX) * WS-TERM-WEEKS.
           IF INT-HOURS(IN-IDX) > INT-CONTRACT(IN-IDX)
               COMPUTE INT-PAID(IN-IDX) =
                   INT-HOURS(IN-IDX) - INT-CONTRACT(IN-IDX)
           ELSE
               MOVE ZERO TO INT-PAID(IN-IDX)
           END-IF.

           MOVE 'N' TO PRT-FOUND.
           PERFORM VARYING WS-PR FROM 1 BY 1 UNTIL WS-PR > PRT-COUNT
                   OR PRT-FOUND = 'Y'
               SET PR-IDX TO WS-PR
               IF PRT-CATEGORY(PR-IDX) = INT-CATEGORY(IN-IDX)
                   MOVE 'Y' TO PRT-FOUND
                   MOVE PRT-RATE(PR-IDX) TO INT-RATE(IN-IDX)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN INT-ON-FILE(IN-IDX) = 'N'
                   MOVE 'NOT ON FILE' TO INT-NOTE(IN-IDX)
                   ADD 1 TO WS-TOT-EXCEPT
               WHEN INT-PAID(IN-IDX) = ZERO
                   MOVE 'WITHIN LOAD' TO INT-NOTE(IN-IDX)
               WHEN PRT-FOUND = 'N'
                   MOVE 'NO PAY RATE' TO INT-NOTE(IN-IDX)
                   ADD 1 TO WS-TOT-EXCEPT
               WHEN OTHER
                   COMPUTE INT-AMOUNT(IN-IDX) ROUNDED =
                       INT-PAID(IN-IDX) * INT-RATE(IN-IDX)
                   MOVE 'PAY' TO INT-NOTE(IN-IDX)
           END-EVALUATE.

       300-PRINT-SIGNOFF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-TERM-PARM = SPACES
               MOVE 'ALL' TO RPH-TERM
           ELSE
               MOVE WS-TERM-PARM TO RPH-TERM
           END-IF.
           MOVE WS-RUN-DATE TO RPH-DATE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-FIRST-DATE TO RPH-START.
           MOVE WS-LAST-DATE TO RPH-END.
           MOVE WS-TERM-WEEKS TO RPH-WEEKS.
           WRITE REPORT-REC FROM RPT-HEADER-2.

           MOVE 'Y' TO WS-FIRST-LINE.
           PERFORM 310-FIND-NEXT-INSTRUCTOR.
           PERFORM UNTIL WS-LOW-IDX = ZERO
               SET IN-IDX TO WS-LOW-IDX
               PERFORM 320-PRINT-ONE-INSTRUCTOR
               PERFORM 310-FIND-NEXT-INSTRUCTOR
           END-PERFORM.
           IF WS-FIRST-LINE = 'N'
               PERFORM 340-PRINT-DEPT-TOTALS
           END-IF.

           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'INSTRUCTORS:' TO RPC-LABEL.
           MOVE WS-TOT-INSTR TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'CONTACT HOURS:' TO RPC-LABEL.
           MOVE WS-TOT-HOURS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'UNSTAFFED HOURS:' TO RPC-LABEL.
           MOVE WS-TOT-UNSTAFFED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PAID HOURS:' TO RPC-LABEL.
           MOVE WS-TOT-PAID TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'EXCEPTIONS:' TO RPC-LABEL.
           MOVE WS-TOT-EXCEPT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'TOTAL AMOUNT:' TO RPA-LABEL.
           MOVE WS-TOT-AMOUNT TO RPA-VALUE.
           WRITE REPORT-REC FROM RPT-AMOUNT-LINE.

           CLOSE REPORT-FILE.

       310-FIND-NEXT-INSTRUCTOR.
           MOVE ZERO TO WS-LOW-IDX.
           MOVE HIGH-VALUES TO WS-LOW-KEY.
           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > INS-COUNT
               SET IN-IDX TO WS-IN
               IF INT-PRINTED(IN-IDX) = 'N'
                       AND INT-HOURS(IN-IDX) > ZERO
                   MOVE INT-DEPT(IN-IDX) TO WS-SORT-DEPT
                   MOVE INT-CODE(IN-IDX) TO WS-SORT-INSTR
                   IF WS-SORT-KEY < WS-LOW-KEY
                       MOVE WS-SORT-KEY TO WS-LOW-KEY
                       MOVE WS-IN TO WS-LOW-IDX
                   END-IF
               END-IF
           END-PERFORM.

       320-PRINT-ONE-INSTRUCTOR.
           MOVE 'Y' TO INT-PRINTED(IN-IDX).

           IF WS-FIRST-LINE = 'Y'
                   OR INT-DEPT(IN-IDX) NOT = WS-CUR-DEPT
               IF WS-FIRST-LINE = 'N'
                   PERFORM 340-PRINT-DEPT-TOTALS
               END-IF
               PERFORM 330-PRINT-DEPT-HEADER
           END-IF.

           MOVE INT-CODE(IN-IDX) TO RPL-INSTR.
           MOVE INT-NAME(IN-IDX) TO RPL-NAME.
           MOVE INT-CATEGORY(IN-IDX) TO RPL-CATEGORY.
           MOVE INT-HOURS(IN-IDX) TO RPL-HOURS.
           MOVE INT-CONTRACT(IN-IDX) TO RPL-CONTRACT.
           MOVE INT-PAID(IN-IDX) TO RPL-PAID.
           MOVE INT-RATE(IN-IDX) TO RPL-RATE.
           MOVE INT-AMOUNT(IN-IDX) TO RPL-AMOUNT.
           MOVE INT-NOTE(IN-IDX) TO RPL-NOTE.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

           ADD 1 TO WS-TOT-INSTR.
           ADD INT-HOURS(IN-IDX) TO WS-TOT-HOURS.
           IF INT-NOTE(IN-IDX) = 'PAY'
               ADD INT-PAID(IN-IDX) TO WS-DEPT-PAID
               ADD INT-AMOUNT(IN-IDX) TO WS-DEPT-AMOUNT
               ADD INT-PAID(IN-IDX) TO WS-TOT-PAID
               ADD INT-AMOUNT(IN-IDX) TO WS-TOT-AMOUNT
           END-IF.

       330-PRINT-DEPT-HEADER.
           MOVE 'N' TO WS-FIRST-LINE.
           MOVE INT-DEPT(IN-IDX) TO WS-CUR-DEPT.
           MOVE ZERO TO WS-DEPT-PAID WS-DEPT-AMOUNT.

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
           WRITE REPORT-REC FROM RPT-COL-HEADER.

       340-PRINT-DEPT-TOTALS.
           MOVE WS-DEPT-PAID TO RPT-DEPT-PAID.
           MOVE WS-DEPT-AMOUNT TO RPT-DEPT-AMOUNT.
           WRITE REPORT-REC FROM RPT-DEPT-TOTAL-LINE.
           WRITE REPORT-REC FROM BLANK-LINE.
           WRITE REPORT-REC FROM RPT-SIGN-LINE.

       400-WRITE-PAYROLL.
           OPEN OUTPUT PAYROLL-FILE.
           MOVE SPACES TO PAY-HDR-LINE.
           MOVE 'HDR' TO PYH-TYPE.
           MOVE 'OVERLOAD' TO PYH-SOURCE.
           MOVE WS-TERM-PARM TO PYH-TERM.
           MOVE WS-RUN-DATE TO PYH-CREATE-DATE.
           MOVE WS-FIRST-DATE TO PYH-TERM-START.
           MOVE WS-LAST-DATE TO PYH-TERM-END.
           MOVE WS-TERM-WEEKS TO PYH-WEEKS.
           WRITE PAYROLL-REC FROM PAY-HDR-LINE.

           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > INS-COUNT
               SET IN-IDX TO WS-IN
               IF INT-NOTE(IN-IDX) = 'PAY'
                   PERFORM 410-WRITE-PAY-RECORD
               END-IF
           END-PERFORM.

           MOVE SPACES TO PAY-TRL-LINE.
           MOVE 'TRL' TO PYT-TYPE.
           MOVE WS-TOT-PAY-RECS TO PYT-COUNT.
           MOVE WS-TOT-PAID TO PYT-PAID-HRS.
           MOVE WS-TOT-AMOUNT TO PYT-TOTAL.
           WRITE PAYROLL-REC FROM PAY-TRL-LINE.
           CLOSE PAYROLL-FILE.

       410-WRITE-PAY-RECORD.
           MOVE SPACES TO PAY-DET-LINE.
           MOVE 'PAY' TO PYD-TYPE.
           MOVE INT-CODE(IN-IDX) TO PYD-INSTRUCTOR.
           MOVE INT-NAME(IN-IDX) TO PYD-NAME.
           MOVE INT-DEPT(IN-IDX) TO PYD-DEPT.
           MOVE INT-CATEGORY(IN-IDX) TO PYD-CATEGORY.
           MOVE WS-TERM-PARM TO PYD-TERM.
           MOVE INT-HOURS(IN-IDX) TO PYD-CONTACT-HRS.
           MOVE INT-CONTRACT(IN-IDX) TO PYD-CONTRACT-HRS.
           MOVE INT-PAID(IN-IDX) TO PYD-PAID-HRS.
           MOVE INT-RATE(IN-IDX) TO PYD-RATE.
           MOVE INT-AMOUNT(IN-IDX) TO PYD-AMOUNT.
           WRITE PAYROLL-REC FROM PAY-DET-LINE.
           ADD 1 TO WS-TOT-PAY-RECS.
