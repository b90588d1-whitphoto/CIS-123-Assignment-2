                  ASSIGN DYNAMIC WS-TRN-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TRN-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT OPTIONAL GRADEAUTH-FILE
                  ASSIGN DYNAMIC WS-GAU-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GAU-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL GRDCHG-FILE ASSIGN DYNAMIC WS-GCH-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-GCH-STATUS.
           SELECT LAPSE-FILE ASSIGN DYNAMIC WS-LAP-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRDREJ-FILE ASSIGN DYNAMIC WS-GRJ-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
           05 GT-CLASS          PIC X(6).
           05 GT-SECTION        PIC 99.
           05 GT-GRADE          PIC XX.
           05 GT-TYPE           PIC X.
           05 GT-AUTH           PIC X(8).
           05 GT-REASON         PIC X(20).

       FD REGOUT-FILE.
       01 REGOUT-REC.
           05 TR-GRADE          PIC XX.
           05 TR-POST-DATE      PIC 9(8).

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

       FD GRADEAUTH-FILE.
       01 GRADEAUTH-REC.
           05 GA-CODE           PIC X(8).
           05 GA-HOLDER         PIC X(20).
           05 GA-ACTIVE         PIC X.

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD GRDCHG-FILE.
       01 GRDCHG-REC.
           05 GC-DATE           PIC 9(8).
           05 GC-ACTION         PIC X(6).
           05 GC-STUDENT        PIC X(9).
           05 GC-TERM           PIC X(10).
           05 GC-CLASS          PIC X(6).
           05 GC-SECTION        PIC 99.
           05 GC-OLD-GRADE      PIC XX.
           05 GC-NEW-GRADE      PIC XX.
           05 GC-AUTH           PIC X(8).
           05 GC-REASON         PIC X(20).

       FD LAPSE-FILE.
       01 LAPSE-REC             PIC X(70).

       FD GRDREJ-FILE.
       01 GRDREJ-REC.
           05 GRJ-IMAGE         PIC X(58).
           05 FILLER            PIC X.
           05 GRJ-REASON        PIC X(14).

       01 WS-REG-STATUS         PIC XX VALUE '00'.
       01 WS-TRN-FILENAME       PIC X(40) VALUE 'transcript.txt'.
       01 WS-TRN-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-GAU-FILENAME       PIC X(40) VALUE 'gradeauth.txt'.
       01 WS-GAU-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-GCH-FILENAME       PIC X(40) VALUE 'gradechg.txt'.
       01 WS-GCH-STATUS         PIC XX VALUE '00'.
       01 WS-LAP-FILENAME       PIC X(40) VALUE 'inclapse.txt'.
       01 WS-GRJ-FILENAME       PIC X(40) VALUE 'graderej.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'gradereport.txt'.

       01 EOF-GRD               PIC X VALUE 'N'.
       01 EOF-REG               PIC X VALUE 'N'.
       01 EOF-TRN               PIC X VALUE 'N'.
       01 EOF-GAU               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-INC-DAYS           PIC 9(4) VALUE ZERO.
       01 WS-INT-TODAY          PIC 9(7).
       01 WS-INT-POSTED         PIC 9(7).
       01 WS-INC-AGE            PIC S9(7).

       01 REG-COUNT             PIC 9(4) VALUE ZERO.
       01 REG-TABLE.

       01 POSTED-COUNT          PIC 9(4) VALUE ZERO.
       01 POSTED-TABLE.
           05 POSTED-ENTRY OCCURS 5000 TIMES INDEXED BY PO-IDX.
               10 PST-STUDENT     PIC X(9).
               10 PST-TERM        PIC X(10).
               10 PST-CLASS       PIC X(6).
               10 PST-SECTION     PIC 99.
               10 PST-GRADE       PIC XX.
               10 PST-POST-DATE   PIC 9(8).

       01 WS-PO                 PIC 9(4).
       01 POSTED-FOUND          PIC X VALUE 'N'.
       01 WS-SRCH-STUDENT       PIC X(9).
       01 WS-SRCH-TERM          PIC X(10).
       01 WS-SRCH-CLASS         PIC X(6).
       01 WS-SRCH-SECTION       PIC 99.
       01 SMF-FOUND             PIC X VALUE 'N'.

       01 AUTH-COUNT            PIC 999 VALUE ZERO.
       01 AUTH-TABLE.
           05 AUTH-ENTRY OCCURS 200 TIMES INDEXED BY AU-IDX.
               10 AUT-CODE        PIC X(8).

       01 WS-AU                 PIC 999.
       01 AUTH-FOUND            PIC X VALUE 'N'.
       01 WS-OLD-GRADE          PIC XX.

       01 WS-GRADE-WORK.
           05 WS-GRADE-1        PIC X.
       01 WS-GRD-READ           PIC 9(4) VALUE ZERO.
       01 WS-GRD-POSTED         PIC 9(4) VALUE ZERO.
       01 WS-GRD-REJECTED       PIC 9(4) VALUE ZERO.
       01 WS-GRD-CHANGED        PIC 9(4) VALUE ZERO.
       01 WS-INC-LAPSED         PIC 9(4) VALUE ZERO.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZ9.

       01 LAP-HEADER-1.
           05 FILLER            PIC X(25) VALUE
               'INCOMPLETE LAPSE REPORT'.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 LPH-DATE          PIC 9(8).

       01 LAP-HEADER-2.
           05 FILLER            PIC X(21) VALUE
               'DEADLINE (DAYS):    '.
           05 LPH-DAYS          PIC ZZZ9.

       01 LAP-HEADER-3.
           05 FILLER            PIC X(50) VALUE
               ' STUDENT   TERM       CLASS  SEC  POSTED    DAYS'.

       01 LAP-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 LPL-STUDENT       PIC X(9).
           05 FILLER            PIC X VALUE SPACES.
           05 LPL-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACES.
           05 LPL-CLASS         PIC X(6).
           05 FILLER            PIC X VALUE SPACES.
           05 LPL-SECTION       PIC 99.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 LPL-POSTED        PIC 9(8).
           05 FILLER            PIC X VALUE SPACES.
           05 LPL-DAYS          PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LPL-CHANGE        PIC X(6) VALUE 'I -> F'.

       01 LAP-NOT-SET-LINE.
           05 FILLER            PIC X(40) VALUE
               'NO INCDAYS DEADLINE IN RUN CONTROL'.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-TERM-PARM FROM COMMAND-LINE.

           PERFORM 120-LOAD-POSTED-KEYS.

           PERFORM 130-LOAD-AUTH-CODES.

           PERFORM 135-LOAD-RUN-CONTROL.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND TRANSCRIPT-FILE.
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANSCRIPT-FILE
           END-IF.
           OPEN EXTEND GRDCHG-FILE.
           IF WS-GCH-STATUS = '35'
               OPEN OUTPUT GRDCHG-FILE
           END-IF.
           OPEN OUTPUT GRDREJ-FILE.

           PERFORM 200-POST-GRADES.

           PERFORM 270-LAPSE-INCOMPLETES.

           CLOSE TRANSCRIPT-FILE
                 GRDCHG-FILE
                 GRDREJ-FILE
                 STUDENT-MASTER.

           PERFORM 300-PRINT-REPORT.

                   READ TRANSCRIPT-FILE
                       AT END MOVE 'Y' TO EOF-TRN
                       NOT AT END
                           PERFORM 125-STORE-POSTED-ROW
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
               CLOSE TRANSCRIPT-FILE
           END-IF.

       125-STORE-POSTED-ROW.
           MOVE TR-STUDENT TO WS-SRCH-STUDENT.
           MOVE TR-TERM TO WS-SRCH-TERM.
           MOVE TR-CLASS TO WS-SRCH-CLASS.
           MOVE TR-SECTION TO WS-SRCH-SECTION.
           PERFORM 240-FIND-POSTED.
           IF POSTED-FOUND = 'N' AND POSTED-COUNT < 5000
               ADD 1 TO POSTED-COUNT
               SET PO-IDX TO POSTED-COUNT
               MOVE TR-STUDENT TO PST-STUDENT(PO-IDX)
               MOVE TR-TERM TO PST-TERM(PO-IDX)
               MOVE TR-CLASS TO PST-CLASS(PO-IDX)
               MOVE TR-SECTION TO PST-SECTION(PO-IDX)
               MOVE 'Y' TO POSTED-FOUND
           END-IF.
           IF POSTED-FOUND = 'Y'
               MOVE TR-GRADE TO PST-GRADE(PO-IDX)
               MOVE TR-POST-DATE TO PST-POST-DATE(PO-IDX)
           END-IF.

       130-LOAD-AUTH-CODES.
           OPEN INPUT GRADEAUTH-FILE.
           IF WS-GAU-STATUS = '00'
               PERFORM UNTIL EOF-GAU = 'Y'
                   READ GRADEAUTH-FILE
                       AT END MOVE 'Y' TO EOF-GAU
                       NOT AT END
                           IF GA-ACTIVE = 'Y'
                                   AND GA-CODE NOT = SPACES
                                   AND AUTH-COUNT < 200
                               ADD 1 TO AUTH-COUNT
                               SET AU-IDX TO AUTH-COUNT
                               MOVE GA-CODE TO AUT-CODE(AU-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADEAUTH-FILE
           END-IF.
           IF WS-GAU-STATUS = '05'
               CLOSE GRADEAUTH-FILE
           END-IF.

       135-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM UNTIL EOF-RCT = 'Y'
                   READ RUNCTL-FILE
                       AT END MOVE 'Y' TO EOF-RCT
                       NOT AT END
                           IF RCT-VALUE IS NUMERIC
                               IF RCT-KEYWORD = 'INCDAYS'
                                   MOVE RCT-VALUE TO WS-INC-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       200-POST-GRADES.
           OPEN INPUT GRADE-FILE.
           IF WS-GRD-STATUS = '00'
       210-POST-ONE-GRADE.
           PERFORM 220-EDIT-TRANSACTION.

           IF WS-GRD-REASON = SPACES AND GT-TYPE = 'C'
               PERFORM 260-APPLY-GRADE-CHANGE
           END-IF.

           IF WS-GRD-REASON = SPACES AND GT-TYPE NOT = 'C'
               MOVE SPACES TO TRANSCRIPT-REC
               MOVE GT-STUDENT TO TR-STUDENT
               MOVE GT-TERM TO TR-TERM
               MOVE WS-RUN-DATE TO TR-POST-DATE
               WRITE TRANSCRIPT-REC
               ADD 1 TO WS-GRD-POSTED
               IF POSTED-COUNT < 5000
                   ADD 1 TO POSTED-COUNT
                   SET PO-IDX TO POSTED-COUNT
                   MOVE GT-STUDENT TO PST-STUDENT(PO-IDX)
                   MOVE GT-TERM TO PST-TERM(PO-IDX)
                   MOVE GT-CLASS TO PST-CLASS(PO-IDX)
                   MOVE GT-SECTION TO PST-SECTION(PO-IDX)
                   MOVE GT-GRADE TO PST-GRADE(PO-IDX)
                   MOVE WS-RUN-DATE TO PST-POST-DATE(PO-IDX)
               END-IF
           END-IF.

           IF WS-GRD-REASON NOT = SPACES
               PERFORM 250-WRITE-GRADE-REJECT
           END-IF.

       220-EDIT-TRANSACTION.
           MOVE SPACES TO WS-GRD-REASON.

           IF GT-TYPE NOT = SPACE AND GT-TYPE NOT = 'P'
                   AND GT-TYPE NOT = 'C'
               MOVE 'INVALID TYPE' TO WS-GRD-REASON
           END-IF.

           IF WS-GRD-REASON = SPACES
               IF GT-SECTION IS NOT NUMERIC
                   MOVE 'BAD SECTION' TO WS-GRD-REASON
               END-IF
           END-IF.

           IF WS-GRD-REASON = SPACES
           END-IF.

           IF WS-GRD-REASON = SPACES
               PERFORM 225-CHECK-STUDENT-MASTER
               IF SMF-FOUND = 'N'
                   MOVE 'UNKNOWN STUD' TO WS-GRD-REASON
               ELSE
                   IF SM-STATUS NOT = 'A' AND GT-TYPE NOT = 'C'
                       MOVE 'INACTIVE STUD' TO WS-GRD-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-GRD-REASON = SPACES AND GT-TYPE = 'C'
               PERFORM 228-EDIT-GRADE-CHANGE
           END-IF.

           IF WS-GRD-REASON = SPACES AND GT-TYPE NOT = 'C'
               PERFORM 230-FIND-REGISTRATION
               IF REG-FOUND = 'N'
                   MOVE 'NOT REGISTERED' TO WS-GRD-REASON
               END-IF
           END-IF.

           IF WS-GRD-REASON = SPACES AND GT-TYPE NOT = 'C'
               PERFORM 245-SET-POSTED-KEY
               PERFORM 240-FIND-POSTED
               IF POSTED-FOUND = 'Y'
                   MOVE 'ALREADY POSTED' TO WS-GRD-REASON
               END-IF
           END-IF.

       225-CHECK-STUDENT-MASTER.
           MOVE 'N' TO SMF-FOUND.
           MOVE GT-STUDENT TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE 'Y' TO SMF-FOUND
           END-IF.

       228-EDIT-GRADE-CHANGE.
           MOVE 'N' TO AUTH-FOUND.
           PERFORM VARYING WS-AU FROM 1 BY 1 UNTIL WS-AU > AUTH-COUNT
                   OR AUTH-FOUND = 'Y'
               SET AU-IDX TO WS-AU
               IF AUT-CODE(AU-IDX) = GT-AUTH
                   MOVE 'Y' TO AUTH-FOUND
               END-IF
           END-PERFORM.
           IF AUTH-FOUND = 'N'
               MOVE 'BAD AUTH CODE' TO WS-GRD-REASON
           END-IF.

           IF WS-GRD-REASON = SPACES
               IF GT-REASON = SPACES
                   MOVE 'MISSING REASON' TO WS-GRD-REASON
               END-IF
           END-IF.

           IF WS-GRD-REASON = SPACES
               PERFORM 245-SET-POSTED-KEY
               PERFORM 240-FIND-POSTED
               IF POSTED-FOUND = 'N'
                   MOVE 'NOT POSTED' TO WS-GRD-REASON
               ELSE
                   IF PST-GRADE(PO-IDX) = GT-GRADE
                       MOVE 'NO CHANGE' TO WS-GRD-REASON
                   END-IF
               END-IF
           END-IF.

       230-FIND-REGISTRATION.
           MOVE 'N' TO REG-FOUND.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
           PERFORM VARYING WS-PO FROM 1 BY 1 UNTIL WS-PO > POSTED-COUNT
                   OR POSTED-FOUND = 'Y'
               SET PO-IDX TO WS-PO
               IF PST-STUDENT(PO-IDX) = WS-SRCH-STUDENT
                       AND PST-TERM(PO-IDX) = WS-SRCH-TERM
                       AND PST-CLASS(PO-IDX) = WS-SRCH-CLASS
                       AND PST-SECTION(PO-IDX) = WS-SRCH-SECTION
                   MOVE 'Y' TO POSTED-FOUND
               END-IF
           END-PERFORM.

       245-SET-POSTED-KEY.
           MOVE GT-STUDENT TO WS-SRCH-STUDENT.
           MOVE GT-TERM TO WS-SRCH-TERM.
           MOVE GT-CLASS TO WS-SRCH-CLASS.
           MOVE GT-SECTION TO WS-SRCH-SECTION.

       250-WRITE-GRADE-REJECT.
           ADD 1 TO WS-GRD-REJECTED.
           MOVE SPACES TO GRDREJ-REC.
           MOVE WS-GRD-REASON TO GRJ-REASON.
           WRITE GRDREJ-REC.

       260-APPLY-GRADE-CHANGE.
           MOVE PST-GRADE(PO-IDX) TO WS-OLD-GRADE.

           MOVE SPACES TO TRANSCRIPT-REC.
           MOVE GT-STUDENT TO TR-STUDENT.
           MOVE GT-TERM TO TR-TERM.
           MOVE GT-CLASS TO TR-CLASS.
           MOVE GT-SECTION TO TR-SECTION.
           MOVE GT-GRADE TO TR-GRADE.
           MOVE WS-RUN-DATE TO TR-POST-DATE.
           WRITE TRANSCRIPT-REC.

           MOVE SPACES TO GRDCHG-REC.
           MOVE WS-RUN-DATE TO GC-DATE.
           MOVE 'CHANGE' TO GC-ACTION.
           MOVE GT-STUDENT TO GC-STUDENT.
           MOVE GT-TERM TO GC-TERM.
           MOVE GT-CLASS TO GC-CLASS.
           MOVE GT-SECTION TO GC-SECTION.
           MOVE WS-OLD-GRADE TO GC-OLD-GRADE.
           MOVE GT-GRADE TO GC-NEW-GRADE.
           MOVE GT-AUTH TO GC-AUTH.
           MOVE GT-REASON TO GC-REASON.
           WRITE GRDCHG-REC.

           MOVE GT-GRADE TO PST-GRADE(PO-IDX).
           MOVE WS-RUN-DATE TO PST-POST-DATE(PO-IDX).
           ADD 1 TO WS-GRD-CHANGED.

       270-LAPSE-INCOMPLETES.
           OPEN OUTPUT LAPSE-FILE.
           MOVE WS-RUN-DATE TO LPH-DATE.
           MOVE WS-INC-DAYS TO LPH-DAYS.
           WRITE LAPSE-REC FROM LAP-HEADER-1.
           WRITE LAPSE-REC FROM LAP-HEADER-2.
           WRITE LAPSE-REC FROM BLANK-LINE.

           IF WS-INC-DAYS = ZERO
               WRITE LAPSE-REC FROM LAP-NOT-SET-LINE
           ELSE
               WRITE LAPSE-REC FROM LAP-HEADER-3
               COMPUTE WS-INT-TODAY =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM VARYING WS-PO FROM 1 BY 1
                       UNTIL WS-PO > POSTED-COUNT
                   SET PO-IDX TO WS-PO
                   IF PST-GRADE(PO-IDX) = 'I '
                           AND PST-POST-DATE(PO-IDX) IS NUMERIC
                           AND PST-POST-DATE(PO-IDX) > 16010101
                       COMPUTE WS-INT-POSTED = FUNCTION
                           INTEGER-OF-DATE(PST-POST-DATE(PO-IDX))
                       COMPUTE WS-INC-AGE =
                           WS-INT-TODAY - WS-INT-POSTED
                       IF WS-INC-AGE > WS-INC-DAYS
                           PERFORM 275-LAPSE-ONE-INCOMPLETE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

           WRITE LAPSE-REC FROM BLANK-LINE.
           MOVE 'I GRADES LAPSED:' TO RPC-LABEL.
           MOVE WS-INC-LAPSED TO RPC-VALUE.
           WRITE LAPSE-REC FROM RPT-COUNT-LINE.
           CLOSE LAPSE-FILE.

       275-LAPSE-ONE-INCOMPLETE.
           MOVE SPACES TO TRANSCRIPT-REC.
           MOVE PST-STUDENT(PO-IDX) TO TR-STUDENT.
           MOVE PST-TERM(PO-IDX) TO TR-TERM.
           MOVE PST-CLASS(PO-IDX) TO TR-CLASS.
           MOVE PST-SECTION(PO-IDX) TO TR-SECTION.
           MOVE 'F' TO TR-GRADE.
           MOVE WS-RUN-DATE TO TR-POST-DATE.
           WRITE TRANSCRIPT-REC.

           MOVE SPACES TO GRDCHG-REC.
           MOVE WS-RUN-DATE TO GC-DATE.
           MOVE 'LAPSE' TO GC-ACTION.
           MOVE PST-STUDENT(PO-IDX) TO GC-STUDENT.
           MOVE PST-TERM(PO-IDX) TO GC-TERM.
           MOVE PST-CLASS(PO-IDX) TO GC-CLASS.
           MOVE PST-SECTION(PO-IDX) TO GC-SECTION.
           MOVE 'I' TO GC-OLD-GRADE.
           MOVE 'F' TO GC-NEW-GRADE.
           MOVE 'INCDAYS' TO GC-AUTH.
           MOVE 'INCOMPLETE LAPSED' TO GC-REASON.
           WRITE GRDCHG-REC.

           MOVE PST-STUDENT(PO-IDX) TO LPL-STUDENT.
           MOVE PST-TERM(PO-IDX) TO LPL-TERM.
           MOVE PST-CLASS(PO-IDX) TO LPL-CLASS.
           MOVE PST-SECTION(PO-IDX) TO LPL-SECTION.
           MOVE PST-POST-DATE(PO-IDX) TO LPL-POSTED.
           MOVE WS-INC-AGE TO LPL-DAYS.
           WRITE LAPSE-REC FROM LAP-LINE.

           MOVE 'F' TO PST-GRADE(PO-IDX).
           MOVE WS-RUN-DATE TO PST-POST-DATE(PO-IDX).
           ADD 1 TO WS-INC-LAPSED.

       300-PRINT-REPORT.
           OPEN OUTPUT REPORT-FILE.

           MOVE 'GRADES REJECTED:' TO RPC-LABEL.
           MOVE WS-GRD-REJECTED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'GRADES CHANGED:' TO RPC-LABEL.
           MOVE WS-GRD-CHANGED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'I GRADES LAPSED:' TO RPC-LABEL.
           MOVE WS-INC-LAPSED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.

           CLOSE REPORT-FILE.
