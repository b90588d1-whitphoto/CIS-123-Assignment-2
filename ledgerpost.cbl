       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerPost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILL-FILE ASSIGN DYNAMIC WS-BIL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BIL-STATUS.
           SELECT OPTIONAL PAYTRANS-FILE ASSIGN DYNAMIC WS-PTX-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PTX-STATUS.
           SELECT OPTIONAL LEDGER-FILE ASSIGN DYNAMIC WS-LG-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS LG-KEY
                  FILE STATUS IS WS-LG-STATUS.
           SELECT OPTIONAL LEDGHIST-FILE ASSIGN DYNAMIC WS-LH-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LH-STATUS.
           SELECT OPTIONAL LEDGCTL-FILE ASSIGN DYNAMIC WS-LC-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LC-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT PAYREJ-FILE ASSIGN DYNAMIC WS-PRJ-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN DYNAMIC WS-HLD-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-FILE ASSIGN DYNAMIC WS-AGE-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BILL-FILE.
       01 BILL-REC              PIC X(160).

       FD PAYTRANS-FILE.
       01 PAYTRANS-REC.
           05 PT-STUDENT        PIC X(9).
           05 PT-TERM           PIC X(10).
           05 PT-TYPE           PIC X(3).
           05 PT-AMOUNT         PIC 9(5)V99.
           05 PT-DATE           PIC X(8).
           05 PT-DATE-NUM REDEFINES PT-DATE PIC 9(8).
           05 PT-REF            PIC X(10).

       FD LEDGER-FILE.
       01 LG-REC.
           05 LG-KEY.
               10 LG-STUDENT    PIC X(9).
               10 LG-TERM       PIC X(10).
           05 LG-CHARGES        PIC S9(7)V99.
           05 LG-PAYMENTS       PIC S9(7)V99.
           05 LG-BALANCE        PIC S9(7)V99.
           05 LG-OPEN-DATE      PIC 9(8).
           05 LG-LAST-DATE      PIC 9(8).
           05 LG-HOLD           PIC X.
           05 FILLER            PIC X(10).

       FD LEDGHIST-FILE.
       01 LH-REC.
           05 LH-STUDENT        PIC X(9).
           05 LH-TERM           PIC X(10).
           05 LH-DATE           PIC 9(8).
           05 LH-TYPE           PIC X(3).
           05 LH-AMOUNT         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 LH-REF            PIC X(10).

       FD LEDGCTL-FILE.
       01 LC-REC.
           05 LC-TERM           PIC X(10).
           05 LC-DATE           PIC 9(8).
           05 LC-TIME           PIC 9(8).
           05 LC-COUNT          PIC 9(6).
           05 LC-TOTAL          PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 LC-BILL-STAMP     PIC X(16).

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

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD PAYREJ-FILE.
       01 PAYREJ-REC.
           05 PRJ-IMAGE         PIC X(47).
           05 FILLER            PIC X.
           05 PRJ-REASON        PIC X(14).

       FD HOLD-FILE.
       01 HOLD-REC.
           05 HD-STUDENT        PIC X(9).
           05 HD-TERM           PIC X(10).
           05 HD-TYPE           PIC X(4).
           05 HD-AMOUNT         PIC 9(7)V99.
           05 HD-DATE           PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(70).

       FD AGING-FILE.
       01 AGING-REC             PIC X(110).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.

       01 WS-BIL-FILENAME       PIC X(40) VALUE 'billfile.txt'.
       01 WS-BIL-STATUS         PIC XX VALUE '00'.
       01 WS-PTX-FILENAME       PIC X(40) VALUE 'paytrans.txt'.
       01 WS-PTX-STATUS         PIC XX VALUE '00'.
       01 WS-LG-FILENAME        PIC X(40) VALUE 'ledger.dat'.
       01 WS-LG-STATUS          PIC XX VALUE '00'.
       01 WS-LH-FILENAME        PIC X(40) VALUE 'ledgerhist.txt'.
       01 WS-LH-STATUS          PIC XX VALUE '00'.
       01 WS-LC-FILENAME        PIC X(40) VALUE 'ledgerctl.txt'.
       01 WS-LC-STATUS          PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-PRJ-FILENAME       PIC X(40) VALUE 'payrej.txt'.
       01 WS-HLD-FILENAME       PIC X(40) VALUE 'holdfile.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'ledgerrpt.txt'.
       01 WS-AGE-FILENAME       PIC X(40) VALUE 'agingrpt.txt'.

       01 EOF-BIL               PIC X VALUE 'N'.
       01 EOF-PTX               PIC X VALUE 'N'.
       01 EOF-LH                PIC X VALUE 'N'.
       01 EOF-LC                PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.
       01 EOF-LG                PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-INT-TODAY          PIC 9(7).
       01 WS-INT-CHARGE         PIC 9(7).
       01 WS-CHARGE-AGE         PIC S9(7).

       01 WS-HOLD-DAYS          PIC 9(4) VALUE 30.
       01 WS-HOLD-AMOUNT        PIC 9(4) VALUE 100.

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

       01 BILL-TRL-LINE.
           05 BLT-TYPE          PIC X(3).
           05 BLT-COUNT         PIC 9(6).
           05 BLT-TOTAL         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BLT-STAMP         PIC X(16).

       01 WS-BILL-STATE         PIC X VALUE 'N'.
       01 WS-BILL-READ          PIC 9(6) VALUE ZERO.
       01 WS-BILL-SUM           PIC S9(9)V99 VALUE ZERO.
       01 WS-TRL-FOUND          PIC X VALUE 'N'.
       01 WS-TRL-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-TRL-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01 WS-TRL-STAMP          PIC X(16) VALUE SPACES.
       01 WS-BILL-POSTED        PIC 9(6) VALUE ZERO.
       01 WS-BILL-NET           PIC S9(9)V99 VALUE ZERO.

       01 ACCT-NEW              PIC X VALUE 'N'.
       01 WS-ACCT-KEY           PIC X(19).
       01 WS-POST-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01 WS-POST-TYPE          PIC X(3).
       01 WS-POST-REF           PIC X(10).
       01 WS-POST-DATE          PIC 9(8).

       01 WS-PTX-REASON         PIC X(14) VALUE SPACES.
       01 WS-PTX-READ           PIC 9(4) VALUE ZERO.
       01 WS-PTX-POSTED         PIC 9(4) VALUE ZERO.
       01 WS-PTX-REJECTED       PIC 9(4) VALUE ZERO.
       01 WS-PTX-NET            PIC S9(9)V99 VALUE ZERO.
       01 WS-PTX-DUPLICATE      PIC 9(4) VALUE ZERO.
       01 PAY-DUP-FOUND         PIC X VALUE 'N'.

       01 PAYH-COUNT            PIC 9(5) VALUE ZERO.
       01 PAYH-TABLE.
           05 PAYH-ENTRY OCCURS 20000 TIMES INDEXED BY PH-IDX.
               10 PHT-STUDENT     PIC X(9).
               10 PHT-TERM        PIC X(10).
               10 PHT-TYPE        PIC X(3).
               10 PHT-REF         PIC X(10).
               10 PHT-DATE        PIC 9(8).

       01 WS-PH                 PIC 9(5).
       01 WS-PAYH-FULL          PIC X VALUE 'N'.

       01 HIST-COUNT            PIC 9(5) VALUE ZERO.
       01 HIST-TABLE.
           05 HIST-ENTRY OCCURS 20000 TIMES INDEXED BY HS-IDX.
               10 HST-STUDENT     PIC X(9).
               10 HST-TERM        PIC X(10).
               10 HST-DATE        PIC 9(8).
               10 HST-AMOUNT      PIC S9(7)V99.

       01 WS-HS                 PIC 9(5).
       01 WS-HIST-FULL          PIC X VALUE 'N'.

       01 WS-CREDIT-POOL        PIC S9(7)V99 VALUE ZERO.
       01 WS-OPEN-AMOUNT        PIC S9(7)V99 VALUE ZERO.
       01 WS-PAST-DUE           PIC S9(7)V99 VALUE ZERO.

       01 WS-AGE-BUCKETS.
           05 WS-AGE-CURRENT    PIC S9(7)V99.
           05 WS-AGE-31         PIC S9(7)V99.
           05 WS-AGE-61         PIC S9(7)V99.
           05 WS-AGE-91         PIC S9(7)V99.

       01 WS-AGE-TOTALS.
           05 WS-TOT-CHARGES    PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-PAYMENTS   PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-BALANCE    PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-CURRENT    PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-31         PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-61         PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-91         PIC S9(9)V99 VALUE ZERO.

       01 WS-ACCTS-AGED         PIC 9(6) VALUE ZERO.
       01 WS-ACCTS-OWING        PIC 9(6) VALUE ZERO.
       01 WS-HOLDS-WRITTEN      PIC 9(6) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(26) VALUE
               'STUDENT LEDGER POSTING'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RPH-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RPH-TIME          PIC 9(8).
           05 FILLER            PIC X(8) VALUE '  TERM: '.
           05 RPH-TERM          PIC X(10).

       01 RPT-BILL-LINE.
           05 FILLER            PIC X(10) VALUE 'BILLFILE: '.
           05 RPB-FILENAME      PIC X(40).
           05 FILLER            PIC X VALUE SPACE.
           05 RPB-STATE         PIC X(19).

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(10) VALUE 'ERROR:    '.
           05 RPE-TEXT          PIC X(40).
           05 FILLER            PIC X VALUE SPACE.
           05 RPE-STATUS        PIC XX.

       01 RPT-DUP-LINE.
           05 FILLER            PIC X(11) VALUE 'DUPLICATE: '.
           05 RPD-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-TYPE          PIC X(3).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-AMOUNT        PIC Z(4)9.99.
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-DATE          PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RPD-REF           PIC X(10).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZZ9.

       01 RPT-AMOUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPM-LABEL         PIC X(18).
           05 RPM-VALUE         PIC +(8)9.99.

       01 AGE-HEADER-1.
           05 FILLER            PIC X(31) VALUE
               'BALANCE DUE AND AGING REPORT'.
           05 FILLER            PIC X(7) VALUE 'AS OF: '.
           05 AGH-DATE          PIC 9(8).

       01 AGE-HEADER-2.
           05 FILLER            PIC X(21) VALUE
               ' STUDENT   TERM'.
           05 FILLER            PIC X(33) VALUE
               '    CHARGES   PAYMENTS    BALANCE'.
           05 FILLER            PIC X(50) VALUE
               '    CURRENT      31-60      61-90    OVER 90  HOLD'.

       01 AGE-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 AGL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 AGL-TERM          PIC X(10).
           05 AGL-CHARGES       PIC Z(6)9.99-.
           05 AGL-PAYMENTS      PIC Z(6)9.99-.
           05 AGL-BALANCE       PIC Z(6)9.99-.
           05 AGL-CURRENT       PIC Z(6)9.99-.
           05 AGL-31            PIC Z(6)9.99-.
           05 AGL-61            PIC Z(6)9.99-.
           05 AGL-91            PIC Z(6)9.99-.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AGL-HOLD          PIC X(4).

       01 AGE-TOTAL-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 FILLER            PIC X(20) VALUE 'TOTALS'.
           05 AGT-CHARGES       PIC Z(6)9.99-.
           05 AGT-PAYMENTS      PIC Z(6)9.99-.
           05 AGT-BALANCE       PIC Z(6)9.99-.
           05 AGT-CURRENT       PIC Z(6)9.99-.
           05 AGT-31            PIC Z(6)9.99-.
           05 AGT-61            PIC Z(6)9.99-.
           05 AGT-91            PIC Z(6)9.99-.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           IF WS-TERM-PARM NOT = SPACES
               STRING 'billfile-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-BIL-FILENAME
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-RUN-DATE TO RPH-DATE.
           MOVE WS-RUN-TIME TO RPH-TIME.
           MOVE WS-TERM-PARM TO RPH-TERM.
           WRITE REPORT-REC FROM RPT-HEADER-2.
           WRITE REPORT-REC FROM BLANK-LINE.

           PERFORM 110-LOAD-RUN-CONTROL.

           PERFORM 120-VERIFY-BILLFILE.

           IF WS-BILL-STATE = 'E'
               MOVE WS-BIL-FILENAME TO RPB-FILENAME
               MOVE 'OUT OF BALANCE' TO RPB-STATE
               WRITE REPORT-REC FROM RPT-BILL-LINE
               MOVE 'BILL RECS READ:' TO RPC-LABEL
               MOVE WS-BILL-READ TO RPC-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
               MOVE 'BILLFILE TOTAL:' TO RPM-LABEL
               MOVE WS-BILL-SUM TO RPM-VALUE
               WRITE REPORT-REC FROM RPT-AMOUNT-LINE
               MOVE 'TRAILER TOTAL:' TO RPM-LABEL
               MOVE WS-TRL-TOTAL TO RPM-VALUE
               WRITE REPORT-REC FROM RPT-AMOUNT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-BILL-STATE = 'Y'
               PERFORM 125-CHECK-ALREADY-POSTED
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WS-LG-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LG-STATUS NOT = '00'
               MOVE 'LEDGER NOT AVAILABLE' TO RPE-TEXT
               MOVE WS-LG-STATUS TO RPE-STATUS
               WRITE REPORT-REC FROM RPT-ERROR-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE 'STUDENT MASTER NOT AVAILABLE' TO RPE-TEXT
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               WRITE REPORT-REC FROM RPT-ERROR-LINE
               CLOSE LEDGER-FILE
                     REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 290-LOAD-PAYMENT-HISTORY.

           OPEN EXTEND LEDGHIST-FILE.
           IF WS-LH-STATUS = '35'
               OPEN OUTPUT LEDGHIST-FILE
           END-IF.
           OPEN OUTPUT PAYREJ-FILE.

           MOVE WS-BIL-FILENAME TO RPB-FILENAME.
           EVALUATE WS-BILL-STATE
               WHEN 'Y'
                   PERFORM 200-POST-BILLFILE
                   MOVE 'POSTED' TO RPB-STATE
               WHEN 'P'
                   MOVE 'ALREADY POSTED' TO RPB-STATE
               WHEN OTHER
                   MOVE 'NOT PRESENT' TO RPB-STATE
           END-EVALUATE.
           WRITE REPORT-REC FROM RPT-BILL-LINE.

           PERFORM 300-POST-PAYMENTS.

           CLOSE LEDGHIST-FILE
                 PAYREJ-FILE
                 STUDENT-MASTER.

           PERFORM 400-AGE-ACCOUNTS.

           CLOSE LEDGER-FILE.

           PERFORM 500-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           IF WS-PTX-REJECTED > ZERO OR WS-HIST-FULL = 'Y'
                   OR WS-PAYH-FULL = 'Y'
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
                           IF RCT-VALUE IS NUMERIC
                               IF RCT-KEYWORD = 'HOLDDAYS'
                                   MOVE RCT-VALUE TO WS-HOLD-DAYS
                               END-IF
                               IF RCT-KEYWORD = 'HOLDAMT'
                                   MOVE RCT-VALUE TO WS-HOLD-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       120-VERIFY-BILLFILE.
           OPEN INPUT BILL-FILE.
           IF WS-BIL-STATUS = '00'
               PERFORM UNTIL EOF-BIL = 'Y'
                   READ BILL-FILE
                       AT END MOVE 'Y' TO EOF-BIL
                       NOT AT END
                           PERFORM 122-VERIFY-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE BILL-FILE
               IF WS-TRL-FOUND = 'Y'
                       AND WS-TRL-COUNT = WS-BILL-READ
                       AND WS-TRL-TOTAL = WS-BILL-SUM
                   MOVE 'Y' TO WS-BILL-STATE
               ELSE
                   MOVE 'E' TO WS-BILL-STATE
               END-IF
           END-IF.
           IF WS-BIL-STATUS = '05'
               CLOSE BILL-FILE
           END-IF.

       122-VERIFY-ONE-BILL.
           MOVE BILL-REC TO BILL-ASM-LINE.
           IF BLA-TYPE = 'ASM'
               ADD 1 TO WS-BILL-READ
               IF BLA-TOTAL IS NUMERIC
                   ADD BLA-TOTAL TO WS-BILL-SUM
               END-IF
           END-IF.
           IF BLA-TYPE = 'ADJ'
               MOVE BILL-REC TO BILL-ADJ-LINE
               ADD 1 TO WS-BILL-READ
               IF BLJ-AMOUNT IS NUMERIC
                   ADD BLJ-AMOUNT TO WS-BILL-SUM
               END-IF
           END-IF.
           IF BLA-TYPE = 'TRL'
               MOVE BILL-REC TO BILL-TRL-LINE
               MOVE 'Y' TO WS-TRL-FOUND
               IF BLT-COUNT IS NUMERIC
                   MOVE BLT-COUNT TO WS-TRL-COUNT
               END-IF
               IF BLT-TOTAL IS NUMERIC
                   MOVE BLT-TOTAL TO WS-TRL-TOTAL
               END-IF
               MOVE BLT-STAMP TO WS-TRL-STAMP
           END-IF.

       125-CHECK-ALREADY-POSTED.
           OPEN INPUT LEDGCTL-FILE.
           IF WS-LC-STATUS = '00'
               PERFORM UNTIL EOF-LC = 'Y'
                   READ LEDGCTL-FILE
                       AT END MOVE 'Y' TO EOF-LC
                       NOT AT END
                           IF LC-TERM = WS-TERM-PARM
                                   AND LC-COUNT = WS-TRL-COUNT
                                   AND LC-TOTAL = WS-TRL-TOTAL
                                   AND LC-BILL-STAMP = WS-TRL-STAMP
                               MOVE 'P' TO WS-BILL-STATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGCTL-FILE
           END-IF.
           IF WS-LC-STATUS = '05'
               CLOSE LEDGCTL-FILE
           END-IF.

       200-POST-BILLFILE.
           MOVE 'N' TO EOF-BIL.
           OPEN INPUT BILL-FILE.
           IF WS-BIL-STATUS = '00'
               PERFORM UNTIL EOF-BIL = 'Y'
                   READ BILL-FILE
                       AT END MOVE 'Y' TO EOF-BIL
                       NOT AT END
                           PERFORM 210-POST-ONE-BILL
                   END-READ
               END-PERFORM
               CLOSE BILL-FILE
           END-IF.

           OPEN EXTEND LEDGCTL-FILE.
           IF WS-LC-STATUS = '35'
               OPEN OUTPUT LEDGCTL-FILE
           END-IF.
           MOVE SPACES TO LC-REC.
           MOVE WS-TERM-PARM TO LC-TERM.
           MOVE WS-RUN-DATE TO LC-DATE.
           MOVE WS-RUN-TIME TO LC-TIME.
           MOVE WS-TRL-COUNT TO LC-COUNT.
           MOVE WS-TRL-TOTAL TO LC-TOTAL.
           MOVE WS-TRL-STAMP TO LC-BILL-STAMP.
           WRITE LC-REC.
           CLOSE LEDGCTL-FILE.

       210-POST-ONE-BILL.
           MOVE BILL-REC TO BILL-ASM-LINE.
           MOVE WS-RUN-DATE TO WS-POST-DATE.
           IF BLA-TYPE = 'ASM' AND BLA-TOTAL IS NUMERIC
               MOVE BLA-STUDENT TO LG-STUDENT
               MOVE BLA-TERM TO LG-TERM
               PERFORM 220-FIND-ACCOUNT
               COMPUTE WS-POST-AMOUNT = BLA-TOTAL - LG-CHARGES
               MOVE 'ASM' TO WS-POST-TYPE
               MOVE 'ASSESSMENT' TO WS-POST-REF
               PERFORM 230-APPLY-CHARGE
           END-IF.
           IF BLA-TYPE = 'ADJ'
               MOVE BILL-REC TO BILL-ADJ-LINE
               IF BLJ-AMOUNT IS NUMERIC
                   MOVE BLJ-STUDENT TO LG-STUDENT
                   MOVE BLJ-TERM TO LG-TERM
                   PERFORM 220-FIND-ACCOUNT
                   MOVE BLJ-AMOUNT TO WS-POST-AMOUNT
                   MOVE 'ADJ' TO WS-POST-TYPE
                   MOVE SPACES TO WS-POST-REF
                   STRING BLJ-CLASS DELIMITED BY SPACE
                          '-' DELIMITED BY SIZE
                          BLJ-SECTION DELIMITED BY SIZE
                       INTO WS-POST-REF
                   PERFORM 230-APPLY-CHARGE
               END-IF
           END-IF.

       220-FIND-ACCOUNT.
           MOVE 'N' TO ACCT-NEW.
           READ LEDGER-FILE.
           IF WS-LG-STATUS NOT = '00'
               MOVE 'Y' TO ACCT-NEW
               MOVE LG-KEY TO WS-ACCT-KEY
               MOVE SPACES TO LG-REC
               MOVE WS-ACCT-KEY TO LG-KEY
               MOVE ZERO TO LG-CHARGES
               MOVE ZERO TO LG-PAYMENTS
               MOVE ZERO TO LG-BALANCE
               MOVE WS-RUN-DATE TO LG-OPEN-DATE
               MOVE WS-RUN-DATE TO LG-LAST-DATE
               MOVE 'N' TO LG-HOLD
           END-IF.

       230-APPLY-CHARGE.
           IF WS-POST-AMOUNT NOT = ZERO
               ADD WS-POST-AMOUNT TO LG-CHARGES
               ADD 1 TO WS-BILL-POSTED
               ADD WS-POST-AMOUNT TO WS-BILL-NET
               PERFORM 240-SAVE-ACCOUNT
           END-IF.

       240-SAVE-ACCOUNT.
           COMPUTE LG-BALANCE = LG-CHARGES - LG-PAYMENTS.
           MOVE WS-RUN-DATE TO LG-LAST-DATE.
           IF ACCT-NEW = 'Y'
               WRITE LG-REC
           ELSE
               REWRITE LG-REC
           END-IF.

           MOVE SPACES TO LH-REC.
           MOVE LG-STUDENT TO LH-STUDENT.
           MOVE LG-TERM TO LH-TERM.
           MOVE WS-POST-DATE TO LH-DATE.
           MOVE WS-POST-TYPE TO LH-TYPE.
           MOVE WS-POST-AMOUNT TO LH-AMOUNT.
           MOVE WS-POST-REF TO LH-REF.
           WRITE LH-REC.

       290-LOAD-PAYMENT-HISTORY.
           OPEN INPUT LEDGHIST-FILE.
           IF WS-LH-STATUS = '00'
               PERFORM UNTIL EOF-LH = 'Y'
                   READ LEDGHIST-FILE
                       AT END MOVE 'Y' TO EOF-LH
                       NOT AT END
                           IF LH-TYPE = 'PAY' OR LH-TYPE = 'CRD'
                                   OR LH-TYPE = 'RFD'
                               PERFORM 295-STORE-PAYMENT-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGHIST-FILE
           END-IF.
           IF WS-LH-STATUS = '05'
               CLOSE LEDGHIST-FILE
           END-IF.
           MOVE 'N' TO EOF-LH.

       295-STORE-PAYMENT-HISTORY.
           IF PAYH-COUNT < 20000
               ADD 1 TO PAYH-COUNT
               SET PH-IDX TO PAYH-COUNT
               MOVE LH-STUDENT TO PHT-STUDENT(PH-IDX)
               MOVE LH-TERM TO PHT-TERM(PH-IDX)
               MOVE LH-TYPE TO PHT-TYPE(PH-IDX)
               MOVE LH-REF TO PHT-REF(PH-IDX)
               MOVE LH-DATE TO PHT-DATE(PH-IDX)
           ELSE
               MOVE 'Y' TO WS-PAYH-FULL
           END-IF.

       300-POST-PAYMENTS.
           OPEN INPUT PAYTRANS-FILE.
           IF WS-PTX-STATUS = '00'
               PERFORM UNTIL EOF-PTX = 'Y'
                   READ PAYTRANS-FILE
                       AT END MOVE 'Y' TO EOF-PTX
                       NOT AT END
                           ADD 1 TO WS-PTX-READ
                           PERFORM 310-POST-ONE-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE PAYTRANS-FILE
           END-IF.
           IF WS-PTX-STATUS = '05'
               CLOSE PAYTRANS-FILE
           END-IF.

       310-POST-ONE-PAYMENT.
           PERFORM 320-EDIT-PAYMENT.
           IF WS-PTX-REASON = SPACES
               PERFORM 340-CHECK-DUPLICATE
           END-IF.
           EVALUATE TRUE
               WHEN WS-PTX-REASON NOT = SPACES
                   PERFORM 330-WRITE-REJECT
               WHEN PAY-DUP-FOUND = 'Y'
                   PERFORM 350-REPORT-DUPLICATE
               WHEN OTHER
                   PERFORM 315-APPLY-PAYMENT
           END-EVALUATE.

       315-APPLY-PAYMENT.
           MOVE PT-STUDENT TO LG-STUDENT.
           MOVE PT-TERM TO LG-TERM.
           PERFORM 220-FIND-ACCOUNT.
           IF PT-TYPE = 'RFD'
               MOVE PT-AMOUNT TO WS-POST-AMOUNT
               SUBTRACT PT-AMOUNT FROM LG-PAYMENTS
           ELSE
               COMPUTE WS-POST-AMOUNT = ZERO - PT-AMOUNT
               ADD PT-AMOUNT TO LG-PAYMENTS
           END-IF.
           MOVE PT-TYPE TO WS-POST-TYPE.
           MOVE PT-REF TO WS-POST-REF.
           IF PT-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-POST-DATE
           ELSE
               MOVE PT-DATE-NUM TO WS-POST-DATE
           END-IF.
           PERFORM 240-SAVE-ACCOUNT.
           PERFORM 345-REMEMBER-PAYMENT.
           ADD 1 TO WS-PTX-POSTED.
           SUBTRACT WS-POST-AMOUNT FROM WS-PTX-NET.

       320-EDIT-PAYMENT.
           MOVE SPACES TO WS-PTX-REASON.
           IF PT-TYPE NOT = 'PAY' AND PT-TYPE NOT = 'CRD'
                   AND PT-TYPE NOT = 'RFD'
               MOVE 'INVALID TYPE' TO WS-PTX-REASON
           END-IF.
           IF WS-PTX-REASON = SPACES
               IF PT-TERM = SPACES
                   MOVE 'MISSING TERM' TO WS-PTX-REASON
               END-IF
           END-IF.
           IF WS-PTX-REASON = SPACES
               IF PT-AMOUNT IS NOT NUMERIC OR PT-AMOUNT = ZERO
                   MOVE 'BAD AMOUNT' TO WS-PTX-REASON
               END-IF
           END-IF.
           IF WS-PTX-REASON = SPACES AND PT-DATE NOT = SPACES
               IF PT-DATE-NUM IS NOT NUMERIC
                       OR PT-DATE-NUM > WS-RUN-DATE
                       OR PT-DATE-NUM < 19000101
                   MOVE 'BAD DATE' TO WS-PTX-REASON
               END-IF
           END-IF.
           IF WS-PTX-REASON = SPACES
               MOVE PT-STUDENT TO SM-ID
               READ STUDENT-MASTER
               IF WS-SM-STATUS NOT = '00'
                   MOVE 'UNKNOWN STUD' TO WS-PTX-REASON
               END-IF
           END-IF.

       330-WRITE-REJECT.
           ADD 1 TO WS-PTX-REJECTED.
           MOVE SPACES TO PAYREJ-REC.
           MOVE PAYTRANS-REC TO PRJ-IMAGE.
           MOVE WS-PTX-REASON TO PRJ-REASON.
           WRITE PAYREJ-REC.

       340-CHECK-DUPLICATE.
           MOVE 'N' TO PAY-DUP-FOUND.
           PERFORM VARYING WS-PH FROM 1 BY 1 UNTIL WS-PH > PAYH-COUNT
                   OR PAY-DUP-FOUND = 'Y'
               SET PH-IDX TO WS-PH
               IF PHT-STUDENT(PH-IDX) = PT-STUDENT
                       AND PHT-TERM(PH-IDX) = PT-TERM
                       AND PHT-TYPE(PH-IDX) = PT-TYPE
                       AND PHT-REF(PH-IDX) = PT-REF
                   IF PT-DATE = SPACES
                       MOVE 'Y' TO PAY-DUP-FOUND
                   ELSE
                       IF PHT-DATE(PH-IDX) = PT-DATE-NUM
                           MOVE 'Y' TO PAY-DUP-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       345-REMEMBER-PAYMENT.
           IF PAYH-COUNT < 20000
               ADD 1 TO PAYH-COUNT
               SET PH-IDX TO PAYH-COUNT
               MOVE PT-STUDENT TO PHT-STUDENT(PH-IDX)
               MOVE PT-TERM TO PHT-TERM(PH-IDX)
               MOVE PT-TYPE TO PHT-TYPE(PH-IDX)
               MOVE PT-REF TO PHT-REF(PH-IDX)
               MOVE WS-POST-DATE TO PHT-DATE(PH-IDX)
           ELSE
               MOVE 'Y' TO WS-PAYH-FULL
           END-IF.

       350-REPORT-DUPLICATE.
           ADD 1 TO WS-PTX-DUPLICATE.
           MOVE PT-STUDENT TO RPD-STUDENT.
           MOVE PT-TERM TO RPD-TERM.
           MOVE PT-TYPE TO RPD-TYPE.
           MOVE PT-AMOUNT TO RPD-AMOUNT.
           MOVE PT-DATE TO RPD-DATE.
           MOVE PT-REF TO RPD-REF.
           WRITE REPORT-REC FROM RPT-DUP-LINE.

       400-AGE-ACCOUNTS.
           PERFORM 410-LOAD-HISTORY.

           COMPUTE WS-INT-TODAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN OUTPUT AGING-FILE
                OUTPUT HOLD-FILE.
           MOVE WS-RUN-DATE TO AGH-DATE.
           WRITE AGING-REC FROM AGE-HEADER-1.
           WRITE AGING-REC FROM BLANK-LINE.
           WRITE AGING-REC FROM AGE-HEADER-2.

           MOVE LOW-VALUES TO LG-KEY.
           START LEDGER-FILE KEY IS NOT LESS THAN LG-KEY.
           IF WS-LG-STATUS = '00'
               PERFORM UNTIL EOF-LG = 'Y'
                   READ LEDGER-FILE NEXT
                       AT END MOVE 'Y' TO EOF-LG
                       NOT AT END
                           PERFORM 420-AGE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.

           WRITE AGING-REC FROM BLANK-LINE.
           MOVE WS-TOT-CHARGES TO AGT-CHARGES.
           MOVE WS-TOT-PAYMENTS TO AGT-PAYMENTS.
           MOVE WS-TOT-BALANCE TO AGT-BALANCE.
           MOVE WS-TOT-CURRENT TO AGT-CURRENT.
           MOVE WS-TOT-31 TO AGT-31.
           MOVE WS-TOT-61 TO AGT-61.
           MOVE WS-TOT-91 TO AGT-91.
           WRITE AGING-REC FROM AGE-TOTAL-LINE.

           CLOSE AGING-FILE
                 HOLD-FILE.

       410-LOAD-HISTORY.
           OPEN INPUT LEDGHIST-FILE.
           IF WS-LH-STATUS = '00'
               PERFORM UNTIL EOF-LH = 'Y'
                   READ LEDGHIST-FILE
                       AT END MOVE 'Y' TO EOF-LH
                       NOT AT END
                           IF HIST-COUNT < 20000
                               ADD 1 TO HIST-COUNT
                               SET HS-IDX TO HIST-COUNT
                               MOVE LH-STUDENT TO HST-STUDENT(HS-IDX)
                               MOVE LH-TERM TO HST-TERM(HS-IDX)
                               MOVE LH-DATE TO HST-DATE(HS-IDX)
                               MOVE LH-AMOUNT TO HST-AMOUNT(HS-IDX)
                           ELSE
                               MOVE 'Y' TO WS-HIST-FULL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGHIST-FILE
           END-IF.
           IF WS-LH-STATUS = '05'
               CLOSE LEDGHIST-FILE
           END-IF.

       420-AGE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-AGED.
           MOVE ZERO TO WS-AGE-CURRENT WS-AGE-31 WS-AGE-61 WS-AGE-91.
           MOVE ZERO TO WS-CREDIT-POOL.

           PERFORM VARYING WS-HS FROM 1 BY 1 UNTIL WS-HS > HIST-COUNT
               SET HS-IDX TO WS-HS
               IF HST-STUDENT(HS-IDX) = LG-STUDENT
                       AND HST-TERM(HS-IDX) = LG-TERM
                       AND HST-AMOUNT(HS-IDX) < ZERO
                   SUBTRACT HST-AMOUNT(HS-IDX) FROM WS-CREDIT-POOL
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-HS FROM 1 BY 1 UNTIL WS-HS > HIST-COUNT
               SET HS-IDX TO WS-HS
               IF HST-STUDENT(HS-IDX) = LG-STUDENT
                       AND HST-TERM(HS-IDX) = LG-TERM
                       AND HST-AMOUNT(HS-IDX) > ZERO
                   PERFORM 430-AGE-ONE-CHARGE
               END-IF
           END-PERFORM.

           PERFORM 440-PAST-DUE-BY-DAYS.

           IF LG-BALANCE > ZERO
                   AND WS-PAST-DUE > ZERO
                   AND WS-PAST-DUE NOT < WS-HOLD-AMOUNT
               MOVE 'Y' TO LG-HOLD
           ELSE
               MOVE 'N' TO LG-HOLD
           END-IF.
           REWRITE LG-REC.

           IF LG-HOLD = 'Y'
               MOVE SPACES TO HOLD-REC
               MOVE LG-STUDENT TO HD-STUDENT
               MOVE LG-TERM TO HD-TERM
               MOVE 'FIN' TO HD-TYPE
               MOVE WS-PAST-DUE TO HD-AMOUNT
               MOVE WS-RUN-DATE TO HD-DATE
               WRITE HOLD-REC
               ADD 1 TO WS-HOLDS-WRITTEN
           END-IF.

           ADD LG-CHARGES TO WS-TOT-CHARGES.
           ADD LG-PAYMENTS TO WS-TOT-PAYMENTS.
           ADD LG-BALANCE TO WS-TOT-BALANCE.
           ADD WS-AGE-CURRENT TO WS-TOT-CURRENT.
           ADD WS-AGE-31 TO WS-TOT-31.
           ADD WS-AGE-61 TO WS-TOT-61.
           ADD WS-AGE-91 TO WS-TOT-91.

           IF LG-BALANCE NOT = ZERO
               ADD 1 TO WS-ACCTS-OWING
               MOVE LG-STUDENT TO AGL-STUDENT
               MOVE LG-TERM TO AGL-TERM
               MOVE LG-CHARGES TO AGL-CHARGES
               MOVE LG-PAYMENTS TO AGL-PAYMENTS
               MOVE LG-BALANCE TO AGL-BALANCE
               MOVE WS-AGE-CURRENT TO AGL-CURRENT
               MOVE WS-AGE-31 TO AGL-31
               MOVE WS-AGE-61 TO AGL-61
               MOVE WS-AGE-91 TO AGL-91
               IF LG-HOLD = 'Y'
                   MOVE 'HOLD' TO AGL-HOLD
               ELSE
                   MOVE SPACES TO AGL-HOLD
               END-IF
               WRITE AGING-REC FROM AGE-LINE
           END-IF.

       430-AGE-ONE-CHARGE.
           IF WS-CREDIT-POOL NOT < HST-AMOUNT(HS-IDX)
               SUBTRACT HST-AMOUNT(HS-IDX) FROM WS-CREDIT-POOL
           ELSE
               COMPUTE WS-OPEN-AMOUNT =
                   HST-AMOUNT(HS-IDX) - WS-CREDIT-POOL
               MOVE ZERO TO WS-CREDIT-POOL
               COMPUTE WS-INT-CHARGE =
                   FUNCTION INTEGER-OF-DATE(HST-DATE(HS-IDX))
               COMPUTE WS-CHARGE-AGE = WS-INT-TODAY - WS-INT-CHARGE
               EVALUATE TRUE
                   WHEN WS-CHARGE-AGE > 90
                       ADD WS-OPEN-AMOUNT TO WS-AGE-91
                   WHEN WS-CHARGE-AGE > 60
                       ADD WS-OPEN-AMOUNT TO WS-AGE-61
                   WHEN WS-CHARGE-AGE > 30
                       ADD WS-OPEN-AMOUNT TO WS-AGE-31
                   WHEN OTHER
                       ADD WS-OPEN-AMOUNT TO WS-AGE-CURRENT
               END-EVALUATE
           END-IF.

       440-PAST-DUE-BY-DAYS.
           MOVE ZERO TO WS-PAST-DUE.
           MOVE ZERO TO WS-CREDIT-POOL.
           PERFORM VARYING WS-HS FROM 1 BY 1 UNTIL WS-HS > HIST-COUNT
               SET HS-IDX TO WS-HS
               IF HST-STUDENT(HS-IDX) = LG-STUDENT
                       AND HST-TERM(HS-IDX) = LG-TERM
                       AND HST-AMOUNT(HS-IDX) < ZERO
                   SUBTRACT HST-AMOUNT(HS-IDX) FROM WS-CREDIT-POOL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-HS FROM 1 BY 1 UNTIL WS-HS > HIST-COUNT
               SET HS-IDX TO WS-HS
               IF HST-STUDENT(HS-IDX) = LG-STUDENT
                       AND HST-TERM(HS-IDX) = LG-TERM
                       AND HST-AMOUNT(HS-IDX) > ZERO
                   IF WS-CREDIT-POOL NOT < HST-AMOUNT(HS-IDX)
                       SUBTRACT HST-AMOUNT(HS-IDX) FROM WS-CREDIT-POOL
                   ELSE
                       COMPUTE WS-INT-CHARGE =
                           FUNCTION INTEGER-OF-DATE(HST-DATE(HS-IDX))
                       IF WS-INT-TODAY - WS-INT-CHARGE > WS-HOLD-DAYS
                           COMPUTE WS-PAST-DUE = WS-PAST-DUE
                               + HST-AMOUNT(HS-IDX) - WS-CREDIT-POOL
                       END-IF
                       MOVE ZERO TO WS-CREDIT-POOL
                   END-IF
               END-IF
           END-PERFORM.

       500-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'BILL RECS READ:' TO RPC-LABEL.
           MOVE WS-BILL-READ TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'CHARGES POSTED:' TO RPC-LABEL.
           MOVE WS-BILL-POSTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NET CHARGES:' TO RPM-LABEL.
           MOVE WS-BILL-NET TO RPM-VALUE.
           WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
           MOVE 'PAYMENTS READ:' TO RPC-LABEL.
           MOVE WS-PTX-READ TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PAYMENTS POSTED:' TO RPC-LABEL.
           MOVE WS-PTX-POSTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'PAYMENTS REJECTED:' TO RPC-LABEL.
           MOVE WS-PTX-REJECTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'DUPLICATES SKIPPED' TO RPC-LABEL.
           MOVE WS-PTX-DUPLICATE TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'NET PAYMENTS:' TO RPM-LABEL.
           MOVE WS-PTX-NET TO RPM-VALUE.
           WRITE REPORT-REC FROM RPT-AMOUNT-LINE.
           MOVE 'ACCOUNTS AGED:' TO RPC-LABEL.
           MOVE WS-ACCTS-AGED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'BALANCES DUE:' TO RPC-LABEL.
           MOVE WS-ACCTS-OWING TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'HOLDS WRITTEN:' TO RPC-LABEL.
           MOVE WS-HOLDS-WRITTEN TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           IF WS-HIST-FULL = 'Y'
               MOVE 'HISTORY TABLE FULL - AGING INCOMPLETE' TO RPE-TEXT
               MOVE SPACES TO RPE-STATUS
               WRITE REPORT-REC FROM RPT-ERROR-LINE
           END-IF.
           IF WS-PAYH-FULL = 'Y'
               MOVE 'PAYMENT HISTORY FULL - DUP CHECK PARTIAL'
                   TO RPE-TEXT
               MOVE SPACES TO RPE-STATUS
               WRITE REPORT-REC FROM RPT-ERROR-LINE
           END-IF.
