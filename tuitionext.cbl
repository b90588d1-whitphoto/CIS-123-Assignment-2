                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT BILL-FILE ASSIGN DYNAMIC WS-BIL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
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

       FD BILL-FILE.
       01 BILL-REC              PIC X(160).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(70).

       WORKING-STORAGE SECTION.

       01 WS-PRV-STATUS         PIC XX VALUE '00'.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-BIL-FILENAME       PIC X(40) VALUE 'billfile.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'billreport.txt'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).

       01 EOF-FEE               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-PRV               PIC X VALUE 'N'.
       01 WS-STU-COURSES        PIC 99 VALUE ZERO.
       01 WS-CUR-STUDENT        PIC X(9) VALUE SPACES.
       01 WS-CUR-TERM           PIC X(10) VALUE SPACES.
       01 WS-STU-NAME           PIC X(25) VALUE SPACES.

       01 BILL-ASM-LINE.
           05 BLA-TYPE          PIC X(3) VALUE 'ASM'.
           05 BLT-TYPE          PIC X(3) VALUE 'TRL'.
           05 BLT-COUNT         PIC 9(6).
           05 BLT-TOTAL         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BLT-CREATE-DATE   PIC 9(8).
           05 BLT-CREATE-TIME   PIC 9(8).

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

           05 RPS-COURSES       PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPS-TOTAL         PIC Z(6)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPS-NAME          PIC X(25).

       01 RPT-ADJ-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPA-REASON        PIC X(8).
           05 FILLER            PIC X VALUE SPACES.
           05 RPA-AMOUNT        PIC +(5)9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RPA-NAME          PIC X(25).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
                   INTO WS-RPT-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           PERFORM 110-LOAD-FEES.

           PERFORM 120-LOAD-SECTIONS.

           OPEN OUTPUT BILL-FILE
                OUTPUT REPORT-FILE.
           OPEN INPUT STUDENT-MASTER.

           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-TERM-PARM TO RPH-TERM.
           PERFORM 500-WRITE-TRAILER.

           CLOSE BILL-FILE
                 REPORT-FILE
                 STUDENT-MASTER.
           STOP RUN.

       110-LOAD-FEES.
           MOVE WS-CUR-TERM TO RPS-TERM.
           MOVE WS-STU-COURSES TO RPS-COURSES.
           MOVE WS-STU-TOTAL TO RPS-TOTAL.
           PERFORM 320-FIND-STUDENT-NAME.
           MOVE WS-STU-NAME TO RPS-NAME.
           WRITE REPORT-REC FROM RPT-STU-LINE.

       320-FIND-STUDENT-NAME.
           MOVE SPACES TO WS-STU-NAME.
           MOVE WS-CUR-STUDENT TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE SM-NAME TO WS-STU-NAME
           END-IF.

       400-WRITE-ADJUSTMENTS.
           PERFORM VARYING WS-CH FROM 1 BY 1 UNTIL WS-CH > CHARGE-COUNT
               SET CH-IDX TO WS-CH
           MOVE CHG-SECTION(CH-IDX) TO RPA-SECTION.
           MOVE 'ADD' TO RPA-REASON.
           MOVE CHG-AMOUNT(CH-IDX) TO RPA-AMOUNT.
           MOVE CHG-STUDENT(CH-IDX) TO WS-CUR-STUDENT.
           PERFORM 320-FIND-STUDENT-NAME.
           MOVE WS-STU-NAME TO RPA-NAME.
           WRITE REPORT-REC FROM RPT-ADJ-LINE.

       430-WRITE-DROP-ADJ.
           MOVE PRI-SECTION(PR-IDX) TO RPA-SECTION.
           MOVE 'DROP' TO RPA-REASON.
           COMPUTE RPA-AMOUNT = ZERO - PRI-AMOUNT(PR-IDX).
           MOVE PRI-STUDENT(PR-IDX) TO WS-CUR-STUDENT.
           PERFORM 320-FIND-STUDENT-NAME.
           MOVE WS-STU-NAME TO RPA-NAME.
           WRITE REPORT-REC FROM RPT-ADJ-LINE.

       500-WRITE-TRAILER.
           MOVE 'TRL' TO BLT-TYPE.
           MOVE WS-BILL-COUNT TO BLT-COUNT.
           MOVE WS-BILL-TOTAL TO BLT-TOTAL.
           MOVE WS-RUN-DATE TO BLT-CREATE-DATE.
           MOVE WS-RUN-TIME TO BLT-CREATE-TIME.
           WRITE BILL-REC FROM BILL-TRL-LINE.

           WRITE REPORT-REC FROM BLANK-LINE.
