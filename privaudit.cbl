       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrivAudit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRIVLOG-FILE ASSIGN DYNAMIC WS-PVL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PVL-STATUS.
           SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PRIVLOG-FILE.
       01 PRIVLOG-REC.
           05 PV-DATE           PIC 9(8).
           05 PV-TIME           PIC 9(8).
           05 PV-PROGRAM        PIC X(12).
           05 PV-TERM           PIC X(10).
           05 PV-STUDENT        PIC X(9).
           05 PV-OUTPUT         PIC X(40).
           05 PV-REF            PIC X(20).

       FD OUTPUT-FILE.
       01 OUTPUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-STUDENT-PARM       PIC X(10) VALUE SPACES.
       01 WS-STUDENT-PARM-R REDEFINES WS-STUDENT-PARM.
           05 WS-STUDENT-9      PIC X(9).
           05 FILLER            PIC X.
       01 WS-FROM-PARM          PIC X(10) VALUE SPACES.
       01 WS-FROM-PARM-R REDEFINES WS-FROM-PARM.
           05 WS-FROM-DATE      PIC 9(8).
           05 FILLER            PIC XX.
       01 WS-TO-PARM            PIC X(10) VALUE SPACES.
       01 WS-TO-PARM-R REDEFINES WS-TO-PARM.
           05 WS-TO-DATE        PIC 9(8).
           05 FILLER            PIC XX.

       01 WS-FROM-LIMIT         PIC 9(8) VALUE ZERO.
       01 WS-TO-LIMIT           PIC 9(8) VALUE 99999999.

       01 WS-PVL-FILENAME       PIC X(40) VALUE 'privlog.txt'.
       01 WS-PVL-STATUS         PIC XX VALUE '00'.
       01 WS-OUT-FILENAME       PIC X(40) VALUE 'privaudit.txt'.

       01 EOF-PVL               PIC X VALUE 'N'.
       01 WS-PRINT-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-RUN-COUNT          PIC 9(6) VALUE ZERO.

       01 WS-LAST-RUN.
           05 WS-LAST-DATE      PIC 9(8) VALUE ZERO.
           05 WS-LAST-TIME      PIC 9(8) VALUE ZERO.
           05 WS-LAST-PROGRAM   PIC X(12) VALUE SPACES.

       01 BLANK-LINE            PIC X(80) VALUE SPACES.

       01 PRV-HEADER-1.
           05 FILLER            PIC X(33) VALUE
               'CONFIDENTIAL DATA RELEASE AUDIT'.

       01 PRV-HEADER-2.
           05 FILLER            PIC X(9) VALUE 'STUDENT: '.
           05 PRH-STUDENT       PIC X(9).
           05 FILLER            PIC X(7) VALUE ' FROM: '.
           05 PRH-FROM          PIC X(8).
           05 FILLER            PIC X(5) VALUE ' TO: '.
           05 PRH-TO            PIC X(8).

       01 PRV-RUN-LINE.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 PRR-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACES.
           05 PRR-TIME          PIC 9(8).
           05 FILLER            PIC X VALUE SPACES.
           05 PRR-PROGRAM       PIC X(12).
           05 FILLER            PIC X(7) VALUE ' TERM: '.
           05 PRR-TERM          PIC X(10).

       01 PRV-COL-HEADER.
           05 FILLER            PIC X(45) VALUE
               '   STUDENT   RELEASED DATA        DESTINATION'.

       01 PRV-ENTRY-LINE.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 PRT-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 PRT-REF           PIC X(20).
           05 FILLER            PIC X VALUE SPACES.
           05 PRT-OUTPUT        PIC X(40).

       01 PRV-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 PRC-LABEL         PIC X(18).
           05 PRC-VALUE         PIC ZZZZZ9.

       01 NO-ENTRY-LINE.
           05 FILLER            PIC X(29) VALUE
               'NO CONFIDENTIAL DATA RELEASED'.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-STUDENT-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-STUDENT-PARM
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-FROM-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FROM-PARM
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-TO-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-TO-PARM
           END-ACCEPT.

           IF WS-STUDENT-PARM = 'ALL' MOVE SPACES TO WS-STUDENT-PARM
           END-IF.

           IF WS-FROM-DATE IS NUMERIC
               MOVE WS-FROM-DATE TO WS-FROM-LIMIT
           END-IF.
           IF WS-TO-DATE IS NUMERIC
               MOVE WS-TO-DATE TO WS-TO-LIMIT
           END-IF.

           OPEN OUTPUT OUTPUT-FILE.

           WRITE OUTPUT-REC FROM PRV-HEADER-1.
           MOVE WS-STUDENT-9 TO PRH-STUDENT.
           MOVE WS-FROM-PARM TO PRH-FROM.
           MOVE WS-TO-PARM TO PRH-TO.
           WRITE OUTPUT-REC FROM PRV-HEADER-2.
           WRITE OUTPUT-REC FROM BLANK-LINE.

           PERFORM 110-SCAN-LOG.

           IF WS-PRINT-COUNT = ZERO
               WRITE OUTPUT-REC FROM NO-ENTRY-LINE
           ELSE
               WRITE OUTPUT-REC FROM BLANK-LINE
               MOVE 'RUNS LISTED:' TO PRC-LABEL
               MOVE WS-RUN-COUNT TO PRC-VALUE
               WRITE OUTPUT-REC FROM PRV-COUNT-LINE
               MOVE 'RELEASES LISTED:' TO PRC-LABEL
               MOVE WS-PRINT-COUNT TO PRC-VALUE
               WRITE OUTPUT-REC FROM PRV-COUNT-LINE
           END-IF.

           CLOSE OUTPUT-FILE.
           STOP RUN.

       110-SCAN-LOG.
           OPEN INPUT PRIVLOG-FILE.
           IF WS-PVL-STATUS = '00'
               PERFORM UNTIL EOF-PVL = 'Y'
                   READ PRIVLOG-FILE
                       AT END MOVE 'Y' TO EOF-PVL
                       NOT AT END PERFORM 120-TEST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PRIVLOG-FILE
           END-IF.
           IF WS-PVL-STATUS = '05'
               CLOSE PRIVLOG-FILE
           END-IF.

       120-TEST-ENTRY.
           IF (WS-STUDENT-PARM = SPACES
                       OR PV-STUDENT = WS-STUDENT-9)
                   AND PV-DATE >= WS-FROM-LIMIT
                   AND PV-DATE <= WS-TO-LIMIT
               PERFORM 130-PRINT-ENTRY
           END-IF.

       130-PRINT-ENTRY.
           IF PV-DATE NOT = WS-LAST-DATE
                   OR PV-TIME NOT = WS-LAST-TIME
                   OR PV-PROGRAM NOT = WS-LAST-PROGRAM
               PERFORM 140-PRINT-RUN-HEADER
           END-IF.

           ADD 1 TO WS-PRINT-COUNT.
           MOVE PV-STUDENT TO PRT-STUDENT.
           MOVE PV-REF TO PRT-REF.
           MOVE PV-OUTPUT TO PRT-OUTPUT.
           WRITE OUTPUT-REC FROM PRV-ENTRY-LINE.

       140-PRINT-RUN-HEADER.
           IF WS-RUN-COUNT > ZERO
               WRITE OUTPUT-REC FROM BLANK-LINE
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE PV-DATE TO WS-LAST-DATE.
           MOVE PV-TIME TO WS-LAST-TIME.
           MOVE PV-PROGRAM TO WS-LAST-PROGRAM.

           MOVE PV-DATE TO PRR-DATE.
           MOVE PV-TIME TO PRR-TIME.
           MOVE PV-PROGRAM TO PRR-PROGRAM.
           MOVE PV-TERM TO PRR-TERM.
           WRITE OUTPUT-REC FROM PRV-RUN-LINE.
           WRITE OUTPUT-REC FROM PRV-COL-HEADER.
