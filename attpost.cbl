           SELECT OPTIONAL ATTHIST-FILE ASSIGN DYNAMIC WS-HST-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HST-STATUS.
           SELECT OPTIONAL STUDENT-MASTER ASSIGN DYNAMIC WS-SM-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS SM-ID
                  FILE STATUS IS WS-SM-STATUS.
           SELECT ATTREJ-FILE ASSIGN DYNAMIC WS-ARJ-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-FILENAME
           05 AH-MARK           PIC X.
           05 AH-POST-DATE      PIC 9(8).

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

       FD ATTREJ-FILE.
       01 ATTREJ-REC.
           05 ARJ-IMAGE         PIC X(36).
       01 WS-MET-STATUS         PIC XX VALUE '00'.
       01 WS-HST-FILENAME       PIC X(40) VALUE 'atthist.txt'.
       01 WS-HST-STATUS         PIC XX VALUE '00'.
       01 WS-SM-FILENAME        PIC X(40) VALUE 'studentmast.dat'.
       01 WS-SM-STATUS          PIC XX VALUE '00'.
       01 WS-ARJ-FILENAME       PIC X(40) VALUE 'attrej.txt'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'attreport.txt'.


       01 WS-RG                 PIC 9(4).
       01 REG-FOUND             PIC X VALUE 'N'.
       01 SMF-FOUND             PIC X VALUE 'N'.

       01 MEET-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-MEET-OVERFLOW      PIC X VALUE 'N'.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZ9.

       01 RPT-ERROR-LINE.
           05 FILLER            PIC X(31) VALUE
               'STUDENT MASTER NOT AVAILABLE: '.
           05 RPE-STATUS        PIC XX.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY 1 UPON ARGUMENT-NUMBER.

           PERFORM 130-LOAD-HISTORY.

           OPEN INPUT STUDENT-MASTER.
           IF WS-SM-STATUS NOT = '00'
               MOVE WS-SM-STATUS TO RPE-STATUS
               DISPLAY RPT-ERROR-LINE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ATTHIST-FILE.
           IF WS-HST-STATUS = '35'
               OPEN OUTPUT ATTHIST-FILE
           PERFORM 200-POST-ATTENDANCE.

           CLOSE ATTHIST-FILE
                 ATTREJ-FILE
                 STUDENT-MASTER.

           PERFORM 300-BUILD-SUMMARY.

               MOVE 'BAD DATE' TO WS-ATT-REASON
           END-IF.

           IF WS-ATT-REASON = SPACES
               PERFORM 225-CHECK-STUDENT-MASTER
               IF SMF-FOUND = 'N'
                   MOVE 'UNKNOWN STUD' TO WS-ATT-REASON
               ELSE
                   IF SM-STATUS NOT = 'A'
                       MOVE 'INACTIVE STUD' TO WS-ATT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-ATT-REASON = SPACES
               PERFORM 230-FIND-REGISTRATION
               IF REG-FOUND = 'N'
               END-IF
           END-IF.

       225-CHECK-STUDENT-MASTER.
           MOVE 'N' TO SMF-FOUND.
           MOVE AT-STUDENT TO SM-ID.
           READ STUDENT-MASTER.
           IF WS-SM-STATUS = '00'
               MOVE 'Y' TO SMF-FOUND
           END-IF.

       230-FIND-REGISTRATION.
           MOVE 'N' TO REG-FOUND.
           PERFORM VARYING WS-RG FROM 1 BY 1 UNTIL WS-RG > REG-COUNT
