000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ------------------------------------------
000230*   2026-09-02  DLH  Initial version - cutoff-driven archive
000232*                    and purge with a count/hash manifest.
000234*   2026-10-15  DLH  Carry the rate status and carried-from
000236*                    date onto the archive line; manifest
000238*                    layout moved to copybook RATEPMAN for the
000240*                    month-end statistics run.
000242*   2026-10-15  DLH  Append a step-statistics line - job, step,
000244*                    business date, times, record counts, key
000245*                    control total, return code - to the shared
000246*                    STATLOG at termination for the RATECSUM
000248*                    cycle status sheet.
000250*--------------------------------------------------------------
000260 ENVIRONMENT      DIVISION.
000270 INPUT-OUTPUT     SECTION.
000400         ASSIGN TO PURGMAN
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000421     SELECT STEP-ID-FILE
000422         ASSIGN TO STATID
000423         ORGANIZATION IS LINE SEQUENTIAL
000424         FILE STATUS IS WS-STATID-FILE-STATUS.
000425     SELECT STEP-STATS-FILE
000426         ASSIGN TO STATLOG
000427         ORGANIZATION IS LINE SEQUENTIAL
000428         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000430 DATA             DIVISION.
000440 FILE             SECTION.
000450 FD  HISTORY-FILE.
000480 01  ARCHIVE-RECORD              PIC X(080).
000490 FD  MANIFEST-FILE.
000500 01  MANIFEST-RECORD             PIC X(100).
000502 FD  STEP-ID-FILE.
000504 01  STEP-ID-RECORD              PIC X(080).
000506 FD  STEP-STATS-FILE.
000508 01  STEP-STATS-RECORD           PIC X(150).
000510 WORKING-STORAGE SECTION.
000520*--------------------------------------------------------------
000530* File status fields and switches.
000980* scratched: the run stamp, the cutoff and the counts and
000990* hash that prove the archive against the deletions.
001000*--------------------------------------------------------------
001010     COPY RATEPMAN.
001026*--------------------------------------------------------------
001043* Step statistics - the STATID job/step card, the line appended
001060* to the shared STATLOG at termination and their file status
001076* fields.
001093*--------------------------------------------------------------
001110 77  WS-STATID-FILE-STATUS       PIC X(02).
001126 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001143     COPY RATESTAT.
001160 PROCEDURE        DIVISION.
001170 0000-MAINLINE.
001180     ACCEPT WS-PARM-CARD.
001240     STOP RUN.
001250*--------------------------------------------------------------
001260 1000-INITIALIZE.
001263     ACCEPT WS-STAT-TIME-WORK FROM TIME.
001266     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
001270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001280     ACCEPT WS-TIME-WORK FROM TIME.
001290     IF WS-PARM-CARD = SPACES
002120     MOVE HIST-FIELD-NAME TO ARC-FIELD-NAME.
002130     MOVE HIST-EFF-DATE TO ARC-EFF-DATE.
002140     MOVE HIST-FIELD-VALUE TO ARC-FIELD-VALUE.
002142     MOVE HIST-RATE-STATUS TO ARC-RATE-STATUS.
002144     MOVE HIST-CARRIED-FROM-DATE TO ARC-CARRIED-FROM-DATE.
002150     MOVE SPACES TO ARCHIVE-RECORD.
002160     MOVE WS-ARCHIVE-LINE TO ARCHIVE-RECORD.
002170     WRITE ARCHIVE-RECORD.
002950         WHEN OTHER
002960             MOVE 0 TO RETURN-CODE
002970     END-EVALUATE.
002975     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
002980 9999-EXIT.
002990     EXIT.
003000*--------------------------------------------------------------
003010* Step statistics - one standard line appended to the shared
003020* STATLOG after the return code settles, for the cycle status
003030* sheet.  The job and step names come off the STATID card.  A
003040* log that cannot be opened costs the statistics line, not the
003050* run - the return code is already final.
003060*--------------------------------------------------------------
003070 9900-WRITE-STEP-STATS.
003080     MOVE SPACES TO WS-STEP-ID-CARD.
003090     OPEN INPUT STEP-ID-FILE.
003100     IF WS-STATID-FILE-STATUS = "00"
003110         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
003120             AT END
003130                 MOVE SPACES TO WS-STEP-ID-CARD
003140         END-READ
003150         CLOSE STEP-ID-FILE
003160     END-IF.
003170     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003180     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
003190     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
003200     MOVE SID-JOB-NAME TO STS-JOB-NAME.
003210     MOVE SID-STEP-NAME TO STS-STEP-NAME.
003220     MOVE "RATEARCH" TO STS-PROGRAM.
003230     MOVE ZERO TO STS-BUSINESS-DATE.
003240     MOVE WS-READ-COUNT TO STS-RECORDS-IN.
003250     MOVE WS-ARCHIVED-COUNT TO STS-RECORDS-OUT.
003260     MOVE ZERO TO STS-RECORDS-REJECTED.
003270     MOVE "ARCHIVED" TO STS-CONTROL-LABEL.
003280     MOVE WS-ARCHIVED-COUNT TO STS-CONTROL-COUNT.
003290     MOVE WS-ARCHIVE-HASH TO STS-CONTROL-HASH.
003300     IF RUN-VOID
003310         MOVE "VOIDED" TO STS-OUTCOME
003320     ELSE
003330         MOVE SPACES TO STS-OUTCOME
003340     END-IF.
003350     IF STS-BUSINESS-DATE = ZERO
003360         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
003370     END-IF.
003380     MOVE RETURN-CODE TO STS-RETURN-CODE.
003390     OPEN EXTEND STEP-STATS-FILE.
003400     IF WS-STATLOG-FILE-STATUS = "35"
003410         OPEN OUTPUT STEP-STATS-FILE
003420     END-IF.
003430     IF WS-STATLOG-FILE-STATUS NOT = "00"
003440         DISPLAY "RATEARCH: UNABLE TO OPEN STATISTICS LOG, "
003450             "STATUS = " WS-STATLOG-FILE-STATUS
003460         GO TO 9900-EXIT
003470     END-IF.
003480     MOVE SPACES TO STEP-STATS-RECORD.
003490     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
003500     WRITE STEP-STATS-RECORD.
003510     IF WS-STATLOG-FILE-STATUS NOT = "00"
003520         DISPLAY "RATEARCH: WRITE FAILED ON STATISTICS LOG, "
003530             "STATUS = " WS-STATLOG-FILE-STATUS
003540     END-IF.
003550     CLOSE STEP-STATS-FILE.
003560 9900-EXIT.
003570     EXIT.
