           SELECT OPTIONAL JOURNAL-FILE ASSIGN DYNAMIC WS-JNL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JNL-STATUS.
           SELECT OPTIONAL BACKUP-FILE ASSIGN DYNAMIC WS-BAK-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BAK-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-BCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BCT-STATUS.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC

       FD BACKUP-FILE.
       01 BK-REC.
           05 BK-TYPE           PIC X(4).
           05 BK-IMAGE.
               10 BK-KEY.
                   15 BK-TERM       PIC X(10).
                   15 BK-CLASS      PIC X(6).
                   15 BK-SECTION    PIC 99.
               10 BK-SIZE           PIC 99.
               10 BK-DAY            PIC X.
               10 BK-PERIOD         PIC 99.
               10 BK-ROOM           PIC X(4).
               10 BK-INSTRUCTOR     PIC X(4).
               10 BK-LINK           PIC X(6).
               10 BK-BUILDING       PIC X(4).
               10 BK-ACTIVE         PIC X.
               10 BK-PATTERN        PIC X(5).
               10 BK-LENGTH         PIC 9.
               10 BK-ROOMTYPE       PIC X(4).
       01 BK-HDR-REC.
           05 BKH-TYPE          PIC X(4).
           05 BKH-DATE          PIC 9(8).
           05 BKH-TIME          PIC 9(8).
           05 BKH-JNL-POS       PIC 9(6).
           05 BKH-JNL-STAMP     PIC 9(16).
       01 BK-TRL-REC.
           05 BKT-TYPE          PIC X(4).
           05 BKT-COUNT         PIC 9(6).
           05 BKT-HASH          PIC 9(15).

       FD CATALOG-FILE.
       01 CATALOG-REC.
           05 BC-DATE           PIC 9(8).
           05 BC-TIME           PIC 9(8).
           05 BC-FILENAME       PIC X(40).
           05 BC-COUNT          PIC 9(6).
           05 BC-HASH           PIC 9(15).
           05 BC-JNL-POS        PIC 9(6).
           05 BC-JNL-STAMP      PIC 9(16).

       FD MASTER-FILE.
       01 MF-REC.
       01 WS-TIME-PARM-R REDEFINES WS-TIME-PARM.
           05 WS-TIME-8         PIC 9(8).
           05 FILLER            PIC XX.
       01 WS-GEN-PARM           PIC X(10) VALUE SPACES.
       01 WS-GEN-PARM-R REDEFINES WS-GEN-PARM.
           05 WS-GEN-8          PIC 9(8).
           05 FILLER            PIC XX.

       01 WS-CUT-STAMP          PIC 9(16) VALUE 9999999999999999.
       01 WS-JNL-STAMP          PIC 9(16) VALUE ZERO.

       01 WS-JNL-FILENAME       PIC X(40) VALUE 'journal.txt'.
       01 WS-JNL-STATUS         PIC XX VALUE '00'.
       01 WS-BAK-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-BAK-STATUS         PIC XX VALUE '00'.
       01 WS-BCT-FILENAME       PIC X(40) VALUE 'bakcatalog.txt'.
       01 WS-BCT-STATUS         PIC XX VALUE '00'.
       01 EOF-BAK               PIC X VALUE 'N'.
       01 EOF-BCT               PIC X VALUE 'N'.
       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-LCK-FILENAME       PIC X(40) VALUE 'masterfile.lck'.
       01 WS-SKIPPED            PIC 9(6) VALUE ZERO.
       01 WS-RESTORED           PIC 9(6) VALUE ZERO.
       01 WS-NOMATCH            PIC 9(6) VALUE ZERO.
       01 WS-INBACKUP           PIC 9(6) VALUE ZERO.
       01 WS-JNL-ORD            PIC 9(6) VALUE ZERO.

       01 GEN-FOUND             PIC X VALUE 'N'.
       01 WS-GEN-LATE           PIC X VALUE 'N'.
       01 WS-GEN-STAMP          PIC 9(16) VALUE ZERO.
       01 WS-BEST-STAMP         PIC 9(16) VALUE ZERO.
       01 WS-GEN-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-GEN-HASH           PIC 9(15) VALUE ZERO.
       01 WS-GEN-JNL-POS        PIC 9(6) VALUE ZERO.
       01 WS-GEN-JNL-STAMP      PIC 9(16) VALUE ZERO.

       01 WS-VFY-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-VFY-HASH           PIC 9(15) VALUE ZERO.
       01 WS-VFY-HDR-SEEN       PIC X VALUE 'N'.
       01 WS-VFY-TRL-SEEN       PIC X VALUE 'N'.
       01 WS-VFY-OK             PIC X VALUE 'Y'.

       01 WS-HASH-KEY.
           05 WS-HASH-CH        PIC X OCCURS 18 TIMES.
       01 WS-HK                 PIC 99.
       01 WS-KEY-HASH           PIC 9(15) VALUE ZERO.

       01 UNDO-COUNT            PIC 9(4) VALUE ZERO.
       01 UNDO-TABLE.
           05 FILLER            PIC X(30) VALUE
               'BACKUP MASTER COULD NOT OPEN'.

       01 NO-GEN-LINE.
           05 FILLER            PIC X(30) VALUE
               'NO BACKUP GENERATION FOUND'.

       01 GEN-LATE-LINE.
           05 FILLER            PIC X(38) VALUE
               'BACKUP GENERATION LATER THAN CUTOFF'.

       01 BAD-VERIFY-LINE.
           05 FILLER            PIC X(38) VALUE
               'BACKUP GENERATION FAILED VERIFY'.

       01 RPT-GEN-LINE.
           05 FILLER            PIC X(13) VALUE 'BACKUP USED: '.
           05 RPG-FILENAME      PIC X(40).

       01 BAD-MASTER-LINE.
           05 FILLER            PIC X(30) VALUE
               'MASTER FILE COULD NOT OPEN'.
           05 FILLER            PIC X VALUE SPACES.
           05 RPE-TERM          PIC X(10).
           05 FILLER            PIC X VALUE SPACES.
           05 RPE-DISP          PIC X(9).

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           ACCEPT WS-FORCE-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-FORCE-PARM
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-GEN-PARM FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO WS-GEN-PARM
           END-ACCEPT.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADER-1.

           PERFORM 110-SET-CUTOFF.

           IF WS-MODE-PARM = 'FORWARD'
               PERFORM 140-SELECT-GENERATION
               PERFORM 150-VERIFY-GENERATION
           END-IF.

           PERFORM 120-ACQUIRE-RUN-LOCK.

           IF WS-MODE-PARM = 'FORWARD'
               END-IF
           END-IF.

       140-SELECT-GENERATION.
           OPEN INPUT CATALOG-FILE.
           IF WS-BCT-STATUS = '00'
               PERFORM UNTIL EOF-BCT = 'Y'
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO EOF-BCT
                       NOT AT END PERFORM 145-TEST-GENERATION
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-BCT-STATUS = '05'
               CLOSE CATALOG-FILE
           END-IF.

           IF GEN-FOUND = 'N' AND WS-GEN-LATE = 'Y'
               DISPLAY GEN-LATE-LINE
               WRITE REPORT-REC FROM GEN-LATE-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF GEN-FOUND = 'N'
               DISPLAY NO-GEN-LINE
               WRITE REPORT-REC FROM NO-GEN-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BAK-FILENAME TO RPG-FILENAME.
           WRITE REPORT-REC FROM RPT-GEN-LINE.
           WRITE REPORT-REC FROM BLANK-LINE.

       145-TEST-GENERATION.
           IF BC-DATE IS NUMERIC AND BC-TIME IS NUMERIC
               COMPUTE WS-GEN-STAMP = BC-DATE * 100000000 + BC-TIME
               IF WS-GEN-8 IS NUMERIC
                   IF BC-DATE = WS-GEN-8
                       IF WS-GEN-STAMP > WS-CUT-STAMP
                           MOVE 'Y' TO WS-GEN-LATE
                       ELSE
                           PERFORM 146-TAKE-GENERATION
                       END-IF
                   END-IF
               ELSE
                   IF WS-GEN-STAMP <= WS-CUT-STAMP
                           AND (GEN-FOUND = 'N'
                               OR WS-GEN-STAMP > WS-BEST-STAMP)
                       PERFORM 146-TAKE-GENERATION
                   END-IF
               END-IF
           END-IF.

       146-TAKE-GENERATION.
           MOVE 'Y' TO GEN-FOUND.
           MOVE WS-GEN-STAMP TO WS-BEST-STAMP.
           MOVE BC-FILENAME TO WS-BAK-FILENAME.
           MOVE BC-COUNT TO WS-GEN-COUNT.
           MOVE BC-HASH TO WS-GEN-HASH.
           MOVE BC-JNL-POS TO WS-GEN-JNL-POS.
           MOVE BC-JNL-STAMP TO WS-GEN-JNL-STAMP.

       150-VERIFY-GENERATION.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAK-STATUS NOT = '00'
               WRITE REPORT-REC FROM BAD-BACKUP-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF-BAK = 'Y'
               READ BACKUP-FILE
                   AT END MOVE 'Y' TO EOF-BAK
                   NOT AT END PERFORM 155-VERIFY-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.

           IF WS-VFY-HDR-SEEN = 'N' OR WS-VFY-TRL-SEEN = 'N'
                   OR WS-VFY-COUNT NOT = WS-GEN-COUNT
                   OR WS-VFY-HASH NOT = WS-GEN-HASH
               MOVE 'N' TO WS-VFY-OK
           END-IF.
           IF WS-VFY-OK = 'N'
               DISPLAY BAD-VERIFY-LINE
               WRITE REPORT-REC FROM BAD-VERIFY-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       155-VERIFY-ONE-RECORD.
           IF BK-TYPE = 'HDR '
               MOVE 'Y' TO WS-VFY-HDR-SEEN
               IF BKH-JNL-POS NOT = WS-GEN-JNL-POS
                       OR BKH-JNL-STAMP NOT = WS-GEN-JNL-STAMP
                   MOVE 'N' TO WS-VFY-OK
               END-IF
           END-IF.
           IF BK-TYPE = 'ROW '
               ADD 1 TO WS-VFY-COUNT
               MOVE BK-KEY TO WS-HASH-KEY
               PERFORM 160-HASH-KEY
               ADD WS-KEY-HASH TO WS-VFY-HASH
           END-IF.
           IF BK-TYPE = 'TRL '
               MOVE 'Y' TO WS-VFY-TRL-SEEN
               IF BKT-COUNT NOT = WS-GEN-COUNT
                       OR BKT-HASH NOT = WS-GEN-HASH
                   MOVE 'N' TO WS-VFY-OK
               END-IF
           END-IF.

       160-HASH-KEY.
           MOVE ZERO TO WS-KEY-HASH.
           PERFORM VARYING WS-HK FROM 1 BY 1 UNTIL WS-HK > 18
               COMPUTE WS-KEY-HASH = WS-KEY-HASH
                   + FUNCTION ORD(WS-HASH-CH(WS-HK)) * WS-HK
           END-PERFORM.

       200-FORWARD-RECOVERY.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAK-STATUS NOT = '00'
           CLOSE MASTER-FILE.

       210-COPY-BACKUP.
           MOVE 'N' TO EOF-BAK.
           PERFORM UNTIL EOF-BAK = 'Y'
               READ BACKUP-FILE
                   AT END MOVE 'Y' TO EOF-BAK
                   NOT AT END
                       IF BK-TYPE = 'ROW '
                           MOVE BK-IMAGE TO MF-REC
                           WRITE MF-REC
                           ADD 1 TO WS-RESTORED
                       END-IF
               END-READ
           END-PERFORM.

       220-REPLAY-JOURNAL.
           OPEN INPUT JOURNAL-FILE.

       230-REPLAY-ONE-ENTRY.
           COMPUTE WS-JNL-STAMP = JNL-DATE * 100000000 + JNL-TIME.
           ADD 1 TO WS-JNL-ORD.

           MOVE JNL-DATE TO RPE-DATE.
           MOVE JNL-TIME TO RPE-TIME.
               MOVE JNA-TERM TO RPE-TERM
           END-IF.

           IF WS-JNL-ORD <= WS-GEN-JNL-POS
                   AND WS-JNL-STAMP <= WS-GEN-JNL-STAMP
               ADD 1 TO WS-INBACKUP
               MOVE 'IN BACKUP' TO RPE-DISP
           ELSE
               PERFORM 240-APPLY-ENTRY
           END-IF.

           WRITE REPORT-REC FROM RPT-ENTRY-LINE.

       235-REPLAY-PURGE-ENTRY.
           MOVE JNB-TERM TO MF-TERM.
           MOVE JNB-CLASS TO MF-CLASS.
           MOVE JNB-SECTION TO MF-SECTION.
           READ MASTER-FILE.
           IF WS-MF-STATUS = '00'
               DELETE MASTER-FILE RECORD
               ADD 1 TO WS-APPLIED
               MOVE 'REMOVED' TO RPE-DISP
           ELSE
               ADD 1 TO WS-NOMATCH
               MOVE 'NO MATCH' TO RPE-DISP
           END-IF.

       240-APPLY-ENTRY.
           IF WS-JNL-STAMP > WS-CUT-STAMP
               ADD 1 TO WS-SKIPPED
               MOVE 'SKIPPED' TO RPE-DISP
               END-IF
           END-IF.

       300-BACKWARD-RECOVERY.
           OPEN I-O MASTER-FILE.
           IF WS-MF-STATUS NOT = '00'
               MOVE 'ROWS FROM BACKUP:' TO RPC-LABEL
               MOVE WS-RESTORED TO RPC-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
               MOVE 'ALREADY IN BACKUP:' TO RPC-LABEL
               MOVE WS-INBACKUP TO RPC-VALUE
               WRITE REPORT-REC FROM RPT-COUNT-LINE
           END-IF.
           MOVE 'ENTRIES APPLIED:' TO RPC-LABEL.
           MOVE WS-APPLIED TO RPC-VALUE.
