       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterBackup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN DYNAMIC WS-MF-FILENAME
                  ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                  RECORD KEY IS MF-KEY
                  FILE STATUS IS WS-MF-STATUS.
           SELECT OPTIONAL BACKUP-FILE ASSIGN DYNAMIC WS-WRK-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BAK-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN DYNAMIC WS-BCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BCT-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN DYNAMIC WS-JNL-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JNL-STATUS.
           SELECT OPTIONAL RUNCTL-FILE ASSIGN DYNAMIC WS-RCT-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RCT-STATUS.
           SELECT OPTIONAL LOCK-FILE ASSIGN DYNAMIC WS-LCK-FILENAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LCK-STATUS.
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

       FD BACKUP-FILE.
       01 BK-REC.
           05 BK-TYPE           PIC X(4).
           05 BK-IMAGE.
               10 BK-KEY        PIC X(18).
               10 FILLER        PIC X(34).
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

       FD JOURNAL-FILE.
       01 JNL-REC.
           05 JNL-DATE          PIC 9(8).
           05 JNL-TIME          PIC 9(8).
           05 FILLER            PIC X(111).

       FD RUNCTL-FILE.
       01 RUNCTL-REC.
           05 RCT-KEYWORD       PIC X(10).
           05 RCT-VALUE         PIC 9(4).

       FD LOCK-FILE.
       01 LOCK-REC.
           05 LCK-DATE          PIC 9(8).
           05 LCK-TIME          PIC 9(8).
           05 LCK-TERM          PIC X(10).

       FD REPORT-FILE.
       01 REPORT-REC            PIC X(70).

       WORKING-STORAGE SECTION.

       01 WS-FORCE-PARM         PIC X(10) VALUE SPACES.

       01 WS-MF-FILENAME        PIC X(40) VALUE 'masterfile.dat'.
       01 WS-MF-STATUS          PIC XX VALUE '00'.
       01 WS-BAK-FILENAME       PIC X(40) VALUE SPACES.
       01 WS-BAK-STATUS         PIC XX VALUE '00'.
       01 WS-WRK-FILENAME       PIC X(40) VALUE 'masterbak-work.txt'.
       01 WS-BCT-FILENAME       PIC X(40) VALUE 'bakcatalog.txt'.
       01 WS-BCT-STATUS         PIC XX VALUE '00'.
       01 WS-JNL-FILENAME       PIC X(40) VALUE 'journal.txt'.
       01 WS-JNL-STATUS         PIC XX VALUE '00'.
       01 WS-RCT-FILENAME       PIC X(40) VALUE 'runctl.txt'.
       01 WS-RCT-STATUS         PIC XX VALUE '00'.
       01 WS-LCK-FILENAME       PIC X(40) VALUE 'masterfile.lck'.
       01 WS-LCK-STATUS         PIC XX VALUE '00'.
       01 WS-RPT-FILENAME       PIC X(40) VALUE 'backuprpt.txt'.

       01 EOF-BAK               PIC X VALUE 'N'.
       01 EOF-BCT               PIC X VALUE 'N'.
       01 EOF-JNL               PIC X VALUE 'N'.
       01 EOF-RCT               PIC X VALUE 'N'.

       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).
       01 WS-LOCK-HELD          PIC X VALUE 'N'.
       01 WS-KEEP-GENS          PIC 9(4) VALUE 7.

       01 WS-JNL-POS            PIC 9(6) VALUE ZERO.
       01 WS-JNL-STAMP          PIC 9(16) VALUE ZERO.

       01 WS-BAK-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-BAK-HASH           PIC 9(15) VALUE ZERO.
       01 WS-VFY-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-VFY-HASH           PIC 9(15) VALUE ZERO.
       01 WS-VFY-HDR-SEEN       PIC X VALUE 'N'.
       01 WS-VFY-TRL-SEEN       PIC X VALUE 'N'.
       01 WS-VFY-OK             PIC X VALUE 'N'.
       01 WS-VFY-REASON         PIC X(30) VALUE SPACES.
       01 WS-RENAME-RC          PIC S9(4) VALUE ZERO.

       01 WS-HASH-KEY.
           05 WS-HASH-CH        PIC X OCCURS 18 TIMES.
       01 WS-HK                 PIC 99.
       01 WS-KEY-HASH           PIC 9(15) VALUE ZERO.

       01 GEN-COUNT             PIC 99 VALUE ZERO.
       01 GEN-TABLE.
           05 GEN-ENTRY OCCURS 60 TIMES INDEXED BY GN-IDX.
               10 GNT-DATE        PIC 9(8).
               10 GNT-TIME        PIC 9(8).
               10 GNT-FILENAME    PIC X(40).
               10 GNT-COUNT       PIC 9(6).
               10 GNT-HASH        PIC 9(15).
               10 GNT-JNL-POS     PIC 9(6).
               10 GNT-JNL-STAMP   PIC 9(16).
               10 GNT-KEEP        PIC X.

       01 WS-GN                 PIC 99.
       01 GEN-FOUND             PIC X VALUE 'N'.
       01 WS-GENS-KEPT          PIC 99 VALUE ZERO.
       01 WS-GENS-ROTATED       PIC 99 VALUE ZERO.
       01 WS-LOW-DATE           PIC 9(8).
       01 WS-LOW-IDX            PIC 99.

       01 BLANK-LINE            PIC X(45) VALUE SPACES.

       01 RPT-HEADER-1.
           05 FILLER            PIC X(20) VALUE
               'MASTER BACKUP REPORT'.

       01 RPT-HEADER-2.
           05 FILLER            PIC X(5) VALUE 'RUN: '.
           05 RPH-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RPH-TIME          PIC 9(8).

       01 RPT-GEN-LINE.
           05 RPG-LABEL         PIC X(12).
           05 RPG-FILENAME      PIC X(40).

       01 LOCK-BUSY-MSG.
           05 FILLER            PIC X(26) VALUE
               'MASTER LOCKED BY RUN OF '.
           05 LBM-DATE          PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 LBM-TIME          PIC 9(8).

       01 BAD-MASTER-LINE.
           05 FILLER            PIC X(30) VALUE
               'MASTER FILE COULD NOT OPEN'.

       01 BAD-BACKUP-LINE.
           05 FILLER            PIC X(30) VALUE
               'BACKUP FILE COULD NOT OPEN'.

       01 BAD-VERIFY-LINE.
           05 FILLER            PIC X(26) VALUE
               'BACKUP VERIFY FAILED - '.
           05 BVL-REASON        PIC X(30).

       01 BAD-RENAME-LINE.
           05 FILLER            PIC X(30) VALUE
               'BACKUP GENERATION NOT STORED'.

       01 RPT-COUNT-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPC-LABEL         PIC X(18).
           05 RPC-VALUE         PIC ZZZZZ9.

       01 RPT-HASH-LINE.
           05 FILLER            PIC X VALUE SPACES.
           05 RPX-LABEL         PIC X(18).
           05 RPX-VALUE         PIC Z(14)9.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT WS-FORCE-PARM FROM COMMAND-LINE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           STRING 'masterbak-' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WS-BAK-FILENAME.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-REC FROM RPT-HEADER-1.
           MOVE WS-RUN-DATE TO RPH-DATE.
           MOVE WS-RUN-TIME TO RPH-TIME.
           WRITE REPORT-REC FROM RPT-HEADER-2.
           MOVE 'GENERATION: ' TO RPG-LABEL.
           MOVE WS-BAK-FILENAME TO RPG-FILENAME.
           WRITE REPORT-REC FROM RPT-GEN-LINE.
           WRITE REPORT-REC FROM BLANK-LINE.

           PERFORM 110-LOAD-RUN-CONTROL.

           PERFORM 120-LOAD-CATALOG.

           PERFORM 130-ACQUIRE-RUN-LOCK.

           PERFORM 140-FIND-JOURNAL-POSITION.

           PERFORM 200-UNLOAD-MASTER.

           PERFORM 150-RELEASE-RUN-LOCK.

           PERFORM 300-VERIFY-BACKUP.

           IF WS-VFY-OK = 'N'
               MOVE WS-VFY-REASON TO BVL-REASON
               DISPLAY BAD-VERIFY-LINE
               WRITE REPORT-REC FROM BAD-VERIFY-LINE
               CALL 'CBL_DELETE_FILE' USING WS-WRK-FILENAME
               PERFORM 500-PRINT-TOTALS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL 'CBL_RENAME_FILE' USING WS-WRK-FILENAME
                                        WS-BAK-FILENAME.
           MOVE RETURN-CODE TO WS-RENAME-RC.
           MOVE ZERO TO RETURN-CODE.
           IF WS-RENAME-RC NOT = ZERO
               DISPLAY BAD-RENAME-LINE
               WRITE REPORT-REC FROM BAD-RENAME-LINE
               CALL 'CBL_DELETE_FILE' USING WS-WRK-FILENAME
               PERFORM 500-PRINT-TOTALS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 400-UPDATE-CATALOG.

           PERFORM 500-PRINT-TOTALS.

           CLOSE REPORT-FILE.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

       110-LOAD-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RCT-STATUS = '00'
               PERFORM UNTIL EOF-RCT = 'Y'
                   READ RUNCTL-FILE
                       AT END MOVE 'Y' TO EOF-RCT
                       NOT AT END
                           IF RCT-KEYWORD = 'BAKGENS'
                                   AND RCT-VALUE IS NUMERIC
                                   AND RCT-VALUE > ZERO
                                   AND RCT-VALUE < 60
                               MOVE RCT-VALUE TO WS-KEEP-GENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF.
           IF WS-RCT-STATUS = '05'
               CLOSE RUNCTL-FILE
           END-IF.

       120-LOAD-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF WS-BCT-STATUS = '00'
               PERFORM UNTIL EOF-BCT = 'Y'
                   READ CATALOG-FILE
                       AT END MOVE 'Y' TO EOF-BCT
                       NOT AT END
                           IF GEN-COUNT < 59
                                   AND BC-DATE IS NUMERIC
                               ADD 1 TO GEN-COUNT
                               SET GN-IDX TO GEN-COUNT
                               MOVE BC-DATE TO GNT-DATE(GN-IDX)
                               MOVE BC-TIME TO GNT-TIME(GN-IDX)
                               MOVE BC-FILENAME TO GNT-FILENAME(GN-IDX)
                               MOVE BC-COUNT TO GNT-COUNT(GN-IDX)
                               MOVE BC-HASH TO GNT-HASH(GN-IDX)
                               MOVE BC-JNL-POS TO GNT-JNL-POS(GN-IDX)
                               MOVE BC-JNL-STAMP
                                   TO GNT-JNL-STAMP(GN-IDX)
                               MOVE 'Y' TO GNT-KEEP(GN-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-BCT-STATUS = '05'
               CLOSE CATALOG-FILE
           END-IF.

       130-ACQUIRE-RUN-LOCK.
           OPEN INPUT LOCK-FILE.
           IF WS-LCK-STATUS = '00'
               READ LOCK-FILE
                   AT END MOVE SPACES TO LOCK-REC
               END-READ
               CLOSE LOCK-FILE
               IF WS-FORCE-PARM NOT = 'FORCE'
                   IF LCK-DATE IS NUMERIC
                       MOVE LCK-DATE TO LBM-DATE
                   ELSE
                       MOVE ZERO TO LBM-DATE
                   END-IF
                   IF LCK-TIME IS NUMERIC
                       MOVE LCK-TIME TO LBM-TIME
                   ELSE
                       MOVE ZERO TO LBM-TIME
                   END-IF
                   DISPLAY LOCK-BUSY-MSG
                   DISPLAY 'USE FORCE PARM TO CLEAR A STALE LOCK'
                   WRITE REPORT-REC FROM LOCK-BUSY-MSG
                   CLOSE REPORT-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF WS-LCK-STATUS = '05'
               CLOSE LOCK-FILE
           END-IF.

           OPEN OUTPUT LOCK-FILE.
           MOVE WS-RUN-DATE TO LCK-DATE.
           MOVE WS-RUN-TIME TO LCK-TIME.
           MOVE SPACES TO LCK-TERM.
           WRITE LOCK-REC.
           CLOSE LOCK-FILE.
           MOVE 'Y' TO WS-LOCK-HELD.

       150-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD = 'Y'
               CALL 'CBL_DELETE_FILE' USING WS-LCK-FILENAME
               MOVE ZERO TO RETURN-CODE
               MOVE 'N' TO WS-LOCK-HELD
           END-IF.

       140-FIND-JOURNAL-POSITION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JNL-STATUS = '00'
               PERFORM UNTIL EOF-JNL = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO EOF-JNL
                       NOT AT END
                           ADD 1 TO WS-JNL-POS
                           IF JNL-DATE IS NUMERIC
                                   AND JNL-TIME IS NUMERIC
                               COMPUTE WS-JNL-STAMP =
                                   JNL-DATE * 100000000 + JNL-TIME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-JNL-STATUS = '05'
               CLOSE JOURNAL-FILE
           END-IF.

       200-UNLOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MF-STATUS NOT = '00'
               DISPLAY BAD-MASTER-LINE
               WRITE REPORT-REC FROM BAD-MASTER-LINE
               PERFORM 150-RELEASE-RUN-LOCK
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BACKUP-FILE.
           IF WS-BAK-STATUS NOT = '00'
               DISPLAY BAD-BACKUP-LINE
               WRITE REPORT-REC FROM BAD-BACKUP-LINE
               CLOSE MASTER-FILE
               PERFORM 150-RELEASE-RUN-LOCK
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO BK-HDR-REC.
           MOVE 'HDR ' TO BKH-TYPE.
           MOVE WS-RUN-DATE TO BKH-DATE.
           MOVE WS-RUN-TIME TO BKH-TIME.
           MOVE WS-JNL-POS TO BKH-JNL-POS.
           MOVE WS-JNL-STAMP TO BKH-JNL-STAMP.
           WRITE BK-HDR-REC.

           MOVE LOW-VALUES TO MF-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN MF-KEY.
           IF WS-MF-STATUS = '00'
               PERFORM UNTIL WS-MF-STATUS NOT = '00'
                   READ MASTER-FILE NEXT
                   IF WS-MF-STATUS = '00'
                       PERFORM 210-UNLOAD-ONE-RECORD
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO BK-TRL-REC.
           MOVE 'TRL ' TO BKT-TYPE.
           MOVE WS-BAK-COUNT TO BKT-COUNT.
           MOVE WS-BAK-HASH TO BKT-HASH.
           WRITE BK-TRL-REC.

           CLOSE MASTER-FILE
                 BACKUP-FILE.

       210-UNLOAD-ONE-RECORD.
           MOVE SPACES TO BK-REC.
           MOVE 'ROW ' TO BK-TYPE.
           MOVE MF-REC TO BK-IMAGE.
           WRITE BK-REC.
           ADD 1 TO WS-BAK-COUNT.
           MOVE MF-KEY TO WS-HASH-KEY.
           PERFORM 220-HASH-KEY.
           ADD WS-KEY-HASH TO WS-BAK-HASH.

       220-HASH-KEY.
           MOVE ZERO TO WS-KEY-HASH.
           PERFORM VARYING WS-HK FROM 1 BY 1 UNTIL WS-HK > 18
               COMPUTE WS-KEY-HASH = WS-KEY-HASH
                   + FUNCTION ORD(WS-HASH-CH(WS-HK)) * WS-HK
           END-PERFORM.

       300-VERIFY-BACKUP.
           MOVE 'Y' TO WS-VFY-OK.
           OPEN INPUT BACKUP-FILE.
           IF WS-BAK-STATUS NOT = '00'
               MOVE 'N' TO WS-VFY-OK
               MOVE 'BACKUP FILE NOT READABLE' TO WS-VFY-REASON
           ELSE
               PERFORM UNTIL EOF-BAK = 'Y'
                   READ BACKUP-FILE
                       AT END MOVE 'Y' TO EOF-BAK
                       NOT AT END PERFORM 310-VERIFY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.

           IF WS-VFY-OK = 'Y'
               IF WS-VFY-HDR-SEEN = 'N' OR WS-VFY-TRL-SEEN = 'N'
                   MOVE 'N' TO WS-VFY-OK
                   MOVE 'HEADER OR TRAILER MISSING' TO WS-VFY-REASON
               END-IF
           END-IF.
           IF WS-VFY-OK = 'Y'
               IF WS-VFY-COUNT NOT = WS-BAK-COUNT
                   MOVE 'N' TO WS-VFY-OK
                   MOVE 'RECORD COUNT MISMATCH' TO WS-VFY-REASON
               END-IF
           END-IF.
           IF WS-VFY-OK = 'Y'
               IF WS-VFY-HASH NOT = WS-BAK-HASH
                   MOVE 'N' TO WS-VFY-OK
                   MOVE 'KEY HASH TOTAL MISMATCH' TO WS-VFY-REASON
               END-IF
           END-IF.

       310-VERIFY-ONE-RECORD.
           IF BK-TYPE = 'HDR '
               MOVE 'Y' TO WS-VFY-HDR-SEEN
               IF BKH-DATE NOT = WS-RUN-DATE
                       OR BKH-TIME NOT = WS-RUN-TIME
                       OR BKH-JNL-POS NOT = WS-JNL-POS
                       OR BKH-JNL-STAMP NOT = WS-JNL-STAMP
                   MOVE 'N' TO WS-VFY-OK
                   MOVE 'HEADER DOES NOT MATCH RUN' TO WS-VFY-REASON
               END-IF
           END-IF.
           IF BK-TYPE = 'ROW '
               ADD 1 TO WS-VFY-COUNT
               MOVE BK-KEY TO WS-HASH-KEY
               PERFORM 220-HASH-KEY
               ADD WS-KEY-HASH TO WS-VFY-HASH
           END-IF.
           IF BK-TYPE = 'TRL '
               MOVE 'Y' TO WS-VFY-TRL-SEEN
               IF BKT-COUNT NOT = WS-BAK-COUNT
                       OR BKT-HASH NOT = WS-BAK-HASH
                   MOVE 'N' TO WS-VFY-OK
                   MOVE 'TRAILER DOES NOT MATCH RUN' TO WS-VFY-REASON
               END-IF
           END-IF.

       400-UPDATE-CATALOG.
           MOVE 'N' TO GEN-FOUND.
           PERFORM VARYING WS-GN FROM 1 BY 1 UNTIL WS-GN > GEN-COUNT
                   OR GEN-FOUND = 'Y'
               SET GN-IDX TO WS-GN
               IF GNT-DATE(GN-IDX) = WS-RUN-DATE
                   MOVE 'Y' TO GEN-FOUND
               END-IF
           END-PERFORM.
           IF GEN-FOUND = 'N'
               ADD 1 TO GEN-COUNT
               SET GN-IDX TO GEN-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO GNT-DATE(GN-IDX).
           MOVE WS-RUN-TIME TO GNT-TIME(GN-IDX).
           MOVE WS-BAK-FILENAME TO GNT-FILENAME(GN-IDX).
           MOVE WS-BAK-COUNT TO GNT-COUNT(GN-IDX).
           MOVE WS-BAK-HASH TO GNT-HASH(GN-IDX).
           MOVE WS-JNL-POS TO GNT-JNL-POS(GN-IDX).
           MOVE WS-JNL-STAMP TO GNT-JNL-STAMP(GN-IDX).
           MOVE 'Y' TO GNT-KEEP(GN-IDX).

           MOVE GEN-COUNT TO WS-GENS-KEPT.
           PERFORM UNTIL WS-GENS-KEPT NOT > WS-KEEP-GENS
               PERFORM 410-ROTATE-OLDEST
           END-PERFORM.

           OPEN OUTPUT CATALOG-FILE.
           PERFORM VARYING WS-GN FROM 1 BY 1 UNTIL WS-GN > GEN-COUNT
               SET GN-IDX TO WS-GN
               IF GNT-KEEP(GN-IDX) = 'Y'
                   MOVE SPACES TO CATALOG-REC
                   MOVE GNT-DATE(GN-IDX) TO BC-DATE
                   MOVE GNT-TIME(GN-IDX) TO BC-TIME
                   MOVE GNT-FILENAME(GN-IDX) TO BC-FILENAME
                   MOVE GNT-COUNT(GN-IDX) TO BC-COUNT
                   MOVE GNT-HASH(GN-IDX) TO BC-HASH
                   MOVE GNT-JNL-POS(GN-IDX) TO BC-JNL-POS
                   MOVE GNT-JNL-STAMP(GN-IDX) TO BC-JNL-STAMP
                   WRITE CATALOG-REC
               END-IF
           END-PERFORM.
           CLOSE CATALOG-FILE.

       410-ROTATE-OLDEST.
           MOVE 99999999 TO WS-LOW-DATE.
           MOVE ZERO TO WS-LOW-IDX.
           PERFORM VARYING WS-GN FROM 1 BY 1 UNTIL WS-GN > GEN-COUNT
               SET GN-IDX TO WS-GN
               IF GNT-KEEP(GN-IDX) = 'Y'
                       AND GNT-DATE(GN-IDX) < WS-LOW-DATE
                   MOVE GNT-DATE(GN-IDX) TO WS-LOW-DATE
                   MOVE WS-GN TO WS-LOW-IDX
               END-IF
           END-PERFORM.

           SET GN-IDX TO WS-LOW-IDX.
           MOVE 'N' TO GNT-KEEP(GN-IDX).
           CALL 'CBL_DELETE_FILE' USING GNT-FILENAME(GN-IDX).
           MOVE ZERO TO RETURN-CODE.
           SUBTRACT 1 FROM WS-GENS-KEPT.
           ADD 1 TO WS-GENS-ROTATED.
           MOVE 'ROTATED OUT:' TO RPG-LABEL.
           MOVE GNT-FILENAME(GN-IDX) TO RPG-FILENAME.
           WRITE REPORT-REC FROM RPT-GEN-LINE.

       500-PRINT-TOTALS.
           WRITE REPORT-REC FROM BLANK-LINE.
           MOVE 'RECORDS UNLOADED:' TO RPC-LABEL.
           MOVE WS-BAK-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'RECORDS VERIFIED:' TO RPC-LABEL.
           MOVE WS-VFY-COUNT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'KEY HASH TOTAL:' TO RPX-LABEL.
           MOVE WS-BAK-HASH TO RPX-VALUE.
           WRITE REPORT-REC FROM RPT-HASH-LINE.
           MOVE 'VERIFIED HASH:' TO RPX-LABEL.
           MOVE WS-VFY-HASH TO RPX-VALUE.
           WRITE REPORT-REC FROM RPT-HASH-LINE.
           MOVE 'JOURNAL POSITION:' TO RPC-LABEL.
           MOVE WS-JNL-POS TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'GENERATIONS KEPT:' TO RPC-LABEL.
           MOVE WS-GENS-KEPT TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
           MOVE 'ROTATED OUT:' TO RPC-LABEL.
           MOVE WS-GENS-ROTATED TO RPC-VALUE.
           WRITE REPORT-REC FROM RPT-COUNT-LINE.
