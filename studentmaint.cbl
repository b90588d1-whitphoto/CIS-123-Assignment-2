       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STUDTRANS-FILE ASSIGN DYNAMIC WS-STX-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STX-STATUS.
           SELECT STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL STUDJNL-FILE ASSIGN DYNAMIC WS-SJN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SJN-STATUS.
           SELECT STUDREJ-FILE ASSIGN DYNAMIC WS-SRJ-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDTRANS-FILE.
       01 STUDTRANS-REC.
           05 STX-ACTION        PIC X.
           05 STX-ID            PIC X(9).
           05 STX-NAME          PIC X(25).
           05 STX-PROGRAM       PIC X(6).
           05 STX-LEVEL         PIC XX.
           05 STX-CONFID        PIC X.

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

       FD STUDJNL-FILE.
       01 SJN-REC.
           05 SJN-DATE          PIC 9(8).
           05 SJN-TIME          PIC 9(8).
           05 SJN-ACTION        PIC X(7).
           05 SJN-BEFORE.
               10 SJB-ID         PIC X(9).
               10 SJB-NAME       PIC X(25).
               10 SJB-PROGRAM    PIC X(6).
               10 SJB-LEVEL      PIC XX.
               10 SJB-STATUS     PIC X.
           05 SJN-AFTER.
               10 SJA-ID         PIC X(9).
               10 SJA-NAME       PIC X(25).
               10 SJA-PROGRAM    PIC X(6).
               10 SJA-LEVEL      PIC XX.
               10 SJA-STATUS     PIC X.
           05 SJB-CONFID        PIC X.
           05 SJA-CONFID        PIC X.

       FD STUDREJ-FILE.
       01 STUDREJ-REC.
           05 SRJ-IMAGE         PIC X(44).
           05 FILLER            PIC X.
           05 SRJ-REASON        PIC X(14).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(70).

       WORKING-STORAGE SECTION.

       01 WS-STX-FILENAME       PIC X(40) VALUE 'studtrans.txt'.
       01 WS-STX-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-SJN-FILENAME       PIC X(40) VALUE 'studjournal.txt'.
       01 WS-SJN-STATUS         PIC XX VALUE '00'.
       01 WS-SRJ-FILENAME       PIC X(40) VALUE 'studrej.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'studrpt.txt'.

       01 EOF-STX               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).

       01 STUD-FOUND            PIC X VALUE 'N'.
       01 WS-STX-REASON         PIC X(14) VALUE SPACES.
       01 WS-MAINT-ACTION       PIC X(7).

       01 WS-BEFORE-IMAGE.
           05 WSB-ID            PIC X(9).
           05 WSB-NAME          PIC X(25).
           05 WSB-PROGRAM       PIC X(6).
           05 WSB-LEVEL         PIC XX.
           05 WSB-STATUS        PIC X.
           05 WSB-CONFID        PIC X.

       01 WS-STX-READ           PIC 9(4) VALUE ZERO.
       01 WS-STX-ADDED          PIC 9(4) VALUE ZERO.
       01 WS-STX-CHANGED        PIC 9(4) VALUE ZERO.
       01 WS-STX-INACTIVATED    PIC 9(4) VALUE ZERO.
       01 WS-STX-REJECTED       PIC 9(4) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(26) VALUE
               'STUDENT MASTER MAINTENANCE'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RPH-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RPH-TIME          PIC 9(8).

       01 RPT-HEADER-3.
           05 FILLER            PIC X(50) VALUE
               'ACTION  STUDENT   NAME                      PROG'.

       01 RPT-DETAIL-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-ACTION        PIC X(7).
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-NAME          PIC X(25).
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-PROGRAM       PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-LEVEL         PIC XX.
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-STATUS        PIC X.
           05 FILLER            PIC X VALUE SPACES.
           05 RPD-CONFID        PIC X.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZ9.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-RUN-DATE TO RPH-DATE.
           MOVE WS-RUN-TIME TO RPH-TIME.
           WRITE REPORT-REC FROM RPT-HEADER-2.
           WRITE REPORT-REC FROM BLANK-LINE.

           OPEN I-O STUDENT-MASTER.
           IF WS-SM-STATUS = '35'
               OPEN OUTPUT STUDENT-MASTER
               CLOSE STUDENT-MASTER
               OPEN I-O STUDENT-MASTER
           END-IF.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               WRITE REPORT-REC FROM RPT-ERROR-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND STUDJNL-FILE.
           IF WS-SJN-STATUS = '35'
               OPEN OUTPUT STUDJNL-FILE
           END-IF.
           OPEN OUTPUT STUDREJ-FILE.

           WRITE REPORT-REC FROM RPT-HEADER-3.

           PERFORM 200-APPLY-TRANSACTIONS.

           CLOSE STUDENT-MASTER
                 STUDJNL-FILE
                 STUDREJ-FILE.

           PERFORM 300-PRINT-TOTALS.

           CLOSE REPORT-FILE.

           IF WS-STX-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       200-APPLY-TRANSACTIONS.
           OPEN INPUT STUDTRANS-FILE.
           IF WS-STX-STATUS = '00'
               PERFORM UNTIL EOF-STX = 'Y'
                   READ STUDTRANS-FILE
                       AT END MOVE 'Y' TO EOF-STX
                       NOT AT END
                           ADD 1 TO WS-STX-READ
                           PERFORM 210-APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE STUDTRANS-FILE
           END-IF.
           IF WS-STX-STATUS = '05'
               CLOSE STUDTRANS-FILE
           END-IF.

       210-APPLY-ONE-TRANSACTION.
           PERFORM 220-EDIT-TRANSACTION.

           IF WS-STX-REASON NOT = SPACES
               PERFORM 280-WRITE-REJECT
           ELSE
               PERFORM 240-SAVE-BEFORE-IMAGE
               IF STX-ACTION = 'A' PERFORM 250-ADD-STUDENT END-IF
               IF STX-ACTION = 'C' PERFORM 260-CHANGE-STUDENT END-IF
               IF STX-ACTION = 'I' PERFORM 270-INACTIVATE-STUDENT END-IF
           END-IF.

       220-EDIT-TRANSACTION.
           MOVE SPACES TO WS-STX-REASON.

           IF STX-ACTION NOT = 'A' AND STX-ACTION NOT = 'C'
                   AND STX-ACTION NOT = 'I'
               MOVE 'INVALID ACTION' TO WS-STX-REASON
           ELSE
               IF STX-ID = SPACES
                   MOVE 'MISSING ID' TO WS-STX-REASON
               END-IF
           END-IF.

           IF WS-STX-REASON = SPACES
               IF STX-ACTION = 'A' AND STX-NAME = SPACES
                   MOVE 'MISSING NAME' TO WS-STX-REASON
               END-IF
           END-IF.

           IF WS-STX-REASON = SPACES AND STX-LEVEL NOT = SPACES
               IF STX-LEVEL NOT = 'FR' AND STX-LEVEL NOT = 'SO'
                       AND STX-LEVEL NOT = 'JR'
                       AND STX-LEVEL NOT = 'SR'
                       AND STX-LEVEL NOT = 'GR'
                       AND STX-LEVEL NOT = 'ND'
                   MOVE 'BAD LEVEL' TO WS-STX-REASON
               END-IF
           END-IF.

           IF WS-STX-REASON = SPACES AND STX-CONFID NOT = SPACE
               IF STX-CONFID NOT = 'Y' AND STX-CONFID NOT = 'N'
                   MOVE 'BAD CONFID' TO WS-STX-REASON
               END-IF
           END-IF.

           IF WS-STX-REASON = SPACES
               PERFORM 230-FIND-STUDENT
               IF (STX-ACTION = 'C' OR STX-ACTION = 'I')
                       AND STUD-FOUND = 'N'
                   MOVE 'TARGET MISSING' TO WS-STX-REASON
               END-IF
               IF STX-ACTION = 'A' AND STUD-FOUND = 'Y'
                       AND SM-STATUS = 'A'
                   MOVE 'DUPLICATE ADD' TO WS-STX-REASON
               END-IF
               IF STX-ACTION = 'I' AND STUD-FOUND = 'Y'
                       AND SM-STATUS = 'I'
                   MOVE 'ALREADY INACT' TO WS-STX-REASON
               END-IF
           END-IF.

       230-FIND-STUDENT.
           MOVE 'N' TO STUD-FOUND.
           MOVE STX-ID TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE 'Y' TO STUD-FOUND
           END-IF.

       240-SAVE-BEFORE-IMAGE.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           IF STUD-FOUND = 'Y'
               MOVE SM-ID TO WSB-ID
               MOVE SM-NAME TO WSB-NAME
               MOVE SM-PROGRAM TO WSB-PROGRAM
               MOVE SM-LEVEL TO WSB-LEVEL
               MOVE SM-STATUS TO WSB-STATUS
               MOVE SM-CONFID TO WSB-CONFID
           END-IF.

       250-ADD-STUDENT.
           IF STUD-FOUND = 'N'
               MOVE SPACES TO SM-REC
               MOVE STX-ID TO SM-ID
               MOVE WS-RUN-DATE TO SM-ADD-DATE
           END-IF.
           MOVE STX-NAME TO SM-NAME.
           MOVE STX-PROGRAM TO SM-PROGRAM.
           MOVE STX-LEVEL TO SM-LEVEL.
           MOVE 'A' TO SM-STATUS.
           EVALUATE TRUE
               WHEN STX-CONFID = 'Y'
                   MOVE 'Y' TO SM-CONFID
               WHEN STX-CONFID = SPACE AND STUD-FOUND = 'Y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'N' TO SM-CONFID
           END-EVALUATE.
           MOVE WS-RUN-DATE TO SM-CHG-DATE.
           IF STUD-FOUND = 'N'
               WRITE SM-REC
           ELSE
               REWRITE SM-REC
           END-IF.
           ADD 1 TO WS-STX-ADDED.
           MOVE 'ADDED' TO WS-MAINT-ACTION.
           PERFORM 290-RECORD-AUDIT.

       260-CHANGE-STUDENT.
           IF STX-NAME NOT = SPACES
               MOVE STX-NAME TO SM-NAME
           END-IF.
           IF STX-PROGRAM NOT = SPACES
               MOVE STX-PROGRAM TO SM-PROGRAM
           END-IF.
           IF STX-LEVEL NOT = SPACES
               MOVE STX-LEVEL TO SM-LEVEL
           END-IF.
           IF STX-CONFID NOT = SPACE
               MOVE STX-CONFID TO SM-CONFID
           END-IF.
           MOVE WS-RUN-DATE TO SM-CHG-DATE.
           REWRITE SM-REC.
           ADD 1 TO WS-STX-CHANGED.
           MOVE 'CHANGED' TO WS-MAINT-ACTION.
           PERFORM 290-RECORD-AUDIT.

       270-INACTIVATE-STUDENT.
           MOVE 'I' TO SM-STATUS.
           MOVE WS-RUN-DATE TO SM-CHG-DATE.
           REWRITE SM-REC.
           ADD 1 TO WS-STX-INACTIVATED.
           MOVE 'INACTVD' TO WS-MAINT-ACTION.
           PERFORM 290-RECORD-AUDIT.

       280-WRITE-REJECT.
           ADD 1 TO WS-STX-REJECTED.
           MOVE SPACES TO STUDREJ-REC.
           MOVE STUDTRANS-REC TO SRJ-IMAGE.
           MOVE WS-STX-REASON TO SRJ-REASON.
           WRITE STUDREJ-REC.

       290-RECORD-AUDIT.
           MOVE SPACES TO SJN-REC.
           MOVE WS-RUN-DATE TO SJN-DATE.
           MOVE WS-RUN-TIME TO SJN-TIME.
           MOVE WS-MAINT-ACTION TO SJN-ACTION.
           MOVE WS-BEFORE-IMAGE TO SJN-BEFORE.
           MOVE SM-ID TO SJA-ID.
           MOVE SM-NAME TO SJA-NAME.
           MOVE SM-PROGRAM TO SJA-PROGRAM.
           MOVE SM-LEVEL TO SJA-LEVEL.
           MOVE SM-STATUS TO SJA-STATUS.
           MOVE WSB-CONFID TO SJB-CONFID.
           MOVE SM-CONFID TO SJA-CONFID.
           WRITE SJN-REC.

           MOVE WS-MAINT-ACTION TO RPD-ACTION.
           MOVE SM-ID TO RPD-STUDENT.
           MOVE SM-NAME TO RPD-NAME.
           MOVE SM-PROGRAM TO RPD-PROGRAM.
           MOVE SM-LEVEL TO RPD-LEVEL.
           MOVE SM-STATUS TO RPD-STATUS.
           MOVE SM-CONFID TO RPD-CONFID.
           WRITE REPORT-REC FROM RPT-DETAIL-LINE.

       300-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'TRANS READ:' TO RPC-LABEL.
           MOVE WS-STX-READ TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'STUDENTS ADDED:' TO RPC-LABEL.
           MOVE WS-STX-ADDED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'STUDENTS CHANGED:' TO RPC-LABEL.
           MOVE WS-STX-CHANGED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'INACTIVATED:' TO RPC-LABEL.
           MOVE WS-STX-INACTIVATED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'TRANS REJECTED:' TO RPC-LABEL.
           MOVE WS-STX-REJECTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
