
       01 WS-COMMAND            PIC X(60) VALUE SPACES.
       01 WS-STEP-RC            PIC 99 VALUE ZERO.
       01 WS-WINDOW-END         PIC X(10) VALUE SPACES.

       01 WS-STEPS-RUN          PIC 99 VALUE ZERO.
       01 WS-STEPS-SKIPPED      PIC 99 VALUE ZERO.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RPH-DATE          PIC 9(8).

       01 RPT-WINDOW-LINE.
           05 FILLER            PIC X(12) VALUE 'WINDOW END: '.
           05 RPW-END           PIC X(10).

       01 NO-PLAN-LINE.
           05 FILLER            PIC X(24) VALUE
               'JOB PLAN FILE NOT FOUND'.
               STOP RUN
           END-IF.

           IF WS-WINDOW-END NOT = SPACES
               MOVE WS-WINDOW-END TO RPW-END
               WRITE REPORT-REC FROM RPT-WINDOW-LINE
               WRITE REPORT-REC FROM BLANK-LINE
           END-IF.

           PERFORM 120-LOAD-PRIOR-LOG.

           OPEN EXTEND RUNLOG-FILE.
                   READ PLAN-FILE
                       AT END MOVE 'Y' TO EOF-PLN
                       NOT AT END
                           IF JP-PROGRAM = 'WINDOW-END'
                               MOVE JP-PARM TO WS-WINDOW-END
                           ELSE
                               PERFORM 115-LOAD-ONE-STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-FILE
           END-IF.

       115-LOAD-ONE-STEP.
           IF STEP-COUNT < 20
                   AND JP-STEP IS NUMERIC
               ADD 1 TO STEP-COUNT
               SET SP-IDX TO STEP-COUNT
               MOVE JP-STEP TO STP-STEP(SP-IDX)
               MOVE JP-PROGRAM TO STP-PROGRAM(SP-IDX)
               MOVE JP-PARM TO STP-PARM(SP-IDX)
           END-IF.

       120-LOAD-PRIOR-LOG.
           OPEN INPUT RUNLOG-FILE.
           IF WS-LOG-STATUS = '00'
