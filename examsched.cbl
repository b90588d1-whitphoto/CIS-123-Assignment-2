                  FILE STATUS IS WS-MTX-STATUS.
           SELECT OUTPUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BLOCK-FILE ASSIGN DYNAMIC WS-BLK-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OUTPUT-FILE.
       01 OUTPUT-REC            PIC X(45).

       FD BLOCK-FILE.
       01 BLOCK-REC.
           05 EB-TERM           PIC X(10).
           05 EB-CLASS          PIC X(6).
           05 EB-SECTION        PIC 99.
           05 EB-XDAY           PIC X.
           05 EB-XPERIOD        PIC 99.
           05 EB-ROOM           PIC X(4).
           05 EB-INSTRUCTOR     PIC X(4).

       WORKING-STORAGE SECTION.

       01 WS-TERM-PARM          PIC X(10) VALUE SPACES.
       01 WS-MTX-FILENAME       PIC X(40) VALUE 'exammatrix.txt'.
       01 WS-MTX-STATUS         PIC XX VALUE '00'.
       01 WS-OUT-FILENAME       PIC X(40) VALUE 'examfile.txt'.
       01 WS-BLK-FILENAME       PIC X(40) VALUE 'examblock.txt'.

       01 EOF-CHK               PIC X VALUE 'N'.
       01 EOF-MTX               PIC X VALUE 'N'.
       01 EXAM-COUNT            PIC 999 VALUE ZERO.
       01 EXAM-TABLE.
           05 EXAM-ENTRY OCCURS 500 TIMES INDEXED BY EX-IDX.
               10 EXM-TERM        PIC X(10).
               10 EXM-CLASS       PIC X(6).
               10 EXM-SECTION     PIC 99.
               10 EXM-XDAY        PIC X.
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-OUT-FILENAME
               STRING 'examblock-' DELIMITED BY SIZE
                      WS-TERM-PARM DELIMITED BY SPACE
                      '.txt' DELIMITED BY SIZE
                   INTO WS-BLK-FILENAME
           END-IF.

           OPEN OUTPUT OUTPUT-FILE.

           PERFORM 400-PRINT-CONFLICTS.

           PERFORM 500-WRITE-EXAM-BLOCKS.

           CLOSE OUTPUT-FILE.
           STOP RUN.

               IF EXAM-COUNT < 500
                   ADD 1 TO EXAM-COUNT
                   SET EX-IDX TO EXAM-COUNT
                   MOVE CHK-TERM TO EXM-TERM(EX-IDX)
                   MOVE CHK-CLASS TO EXM-CLASS(EX-IDX)
                   MOVE CHK-SECTION TO EXM-SECTION(EX-IDX)
                   MOVE WS-XDAY TO EXM-XDAY(EX-IDX)
               MOVE DBL-PERIOD(DBL-IDX) TO DPT-PERIOD
               WRITE OUTPUT-REC FROM DBL-LINE
           END-PERFORM.

       500-WRITE-EXAM-BLOCKS.
           OPEN OUTPUT BLOCK-FILE.
           PERFORM VARYING EX-IDX FROM 1 BY 1 UNTIL EX-IDX > EXAM-COUNT
               MOVE SPACES TO BLOCK-REC
               MOVE EXM-TERM(EX-IDX) TO EB-TERM
               MOVE EXM-CLASS(EX-IDX) TO EB-CLASS
               MOVE EXM-SECTION(EX-IDX) TO EB-SECTION
               MOVE EXM-XDAY(EX-IDX) TO EB-XDAY
               MOVE EXM-XPERIOD(EX-IDX) TO EB-XPERIOD
               MOVE EXM-ROOM(EX-IDX) TO EB-ROOM
               MOVE EXM-INSTRUCTOR(EX-IDX) TO EB-INSTRUCTOR
               WRITE BLOCK-REC
           END-PERFORM.
           CLOSE BLOCK-FILE.
