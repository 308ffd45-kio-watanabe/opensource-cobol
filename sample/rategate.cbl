000210*   2026-09-02  DLH  Initial version - duplicate, gap and
000220*                    non-business-date checks on the feed
000230*                    header before anything certifies.
000232*   2026-10-15  DLH  Runs flagged backed out on the run
000234*                    history no longer count as run, so the
000236*                    rerun of a backed-out date passes.
000237*   2026-10-15  DLH  Append a step-statistics line - job, step,
000238*                    business date, times, record counts, key
000239*                    control total, return code - to the shared
000240*                    STATLOG at termination for the RATECSUM
000241*                    cycle status sheet.
000242*--------------------------------------------------------------
000250 ENVIRONMENT      DIVISION.
000260 INPUT-OUTPUT     SECTION.
000270 FILE-CONTROL.
000370         ASSIGN TO RATECAL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000391     SELECT STEP-ID-FILE
000392         ASSIGN TO STATID
000393         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS WS-STATID-FILE-STATUS.
000395     SELECT STEP-STATS-FILE
000396         ASSIGN TO STATLOG
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000400 DATA             DIVISION.
000410 FILE             SECTION.
000420 FD  RATE-FILE.
000450     COPY RATERUNH.
000460 FD  CALENDAR-FILE.
000470 01  CALENDAR-RECORD             PIC X(080).
000472 FD  STEP-ID-FILE.
000474 01  STEP-ID-RECORD              PIC X(080).
000476 FD  STEP-STATS-FILE.
000478 01  STEP-STATS-RECORD           PIC X(150).
000480 WORKING-STORAGE SECTION.
000490*--------------------------------------------------------------
000500* File status fields and end-of-file switches.
000900* Calendar line - ascending business dates, one per card.
000910*--------------------------------------------------------------
000920     COPY RATECALD.
000921*--------------------------------------------------------------
000922* Step statistics - the STATID job/step card, the line appended
000923* to the shared STATLOG at termination and their file status
000924* fields.
000925*--------------------------------------------------------------
000926 77  WS-STATID-FILE-STATUS       PIC X(02).
000927 77  WS-STATLOG-FILE-STATUS      PIC X(02).
000928     COPY RATESTAT.
000930 PROCEDURE        DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     STOP RUN.
001050*--------------------------------------------------------------
001060 1000-INITIALIZE.
001063     ACCEPT WS-STAT-TIME-WORK FROM TIME.
001066     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
001070     OPEN INPUT RATE-FILE.
001080     IF WS-RATE-FILE-STATUS NOT = "00"
001090         DISPLAY "RATEGATE: UNABLE TO OPEN RATE FILE, STATUS = "
001510* the highest run date wins so an out-of-order append cannot
001520* fool the gate.  An empty or missing file means a first run,
001530* which passes the duplicate and gap checks by construction.
001532* A run the backout utility reversed is flagged on the file
001534* and does not count, so the corrected rerun of that date is
001536* the expected feed rather than a duplicate.
001540*--------------------------------------------------------------
001550 3000-READ-LAST-RUN-DATE.
001560     READ RUN-HISTORY-FILE
001600     IF RUN-HISTORY-EOF
001610         GO TO 3000-EXIT
001620     END-IF.
001622     IF RUNH-BACKED-OUT
001624         GO TO 3000-EXIT
001626     END-IF.
001630     IF RUNH-RUN-DATE NUMERIC
001640         AND RUNH-RUN-DATE > WS-LAST-RUN-DATE
001650         MOVE RUNH-RUN-DATE TO WS-LAST-RUN-DATE
002620     ELSE
002630         MOVE 0 TO RETURN-CODE
002640     END-IF.
002645     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
002650 9999-EXIT.
002660     EXIT.
002670*--------------------------------------------------------------
002680* Step statistics - one standard line appended to the shared
002690* STATLOG after the return code settles, for the cycle status
002700* sheet.  The job and step names come off the STATID card.  A
002710* log that cannot be opened costs the statistics line, not the
002720* run - the return code is already final.
002730*--------------------------------------------------------------
002740 9900-WRITE-STEP-STATS.
002750     MOVE SPACES TO WS-STEP-ID-CARD.
002760     OPEN INPUT STEP-ID-FILE.
002770     IF WS-STATID-FILE-STATUS = "00"
002780         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
002790             AT END
002800                 MOVE SPACES TO WS-STEP-ID-CARD
002810         END-READ
002820         CLOSE STEP-ID-FILE
002830     END-IF.
002840     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002850     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
002860     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
002870     MOVE SID-JOB-NAME TO STS-JOB-NAME.
002880     MOVE SID-STEP-NAME TO STS-STEP-NAME.
002890     MOVE "RATEGATE" TO STS-PROGRAM.
002900     MOVE WS-HEADER-DATE TO STS-BUSINESS-DATE.
002910     MOVE ZERO TO STS-RECORDS-IN.
002920     MOVE ZERO TO STS-RECORDS-OUT.
002930     MOVE ZERO TO STS-RECORDS-REJECTED.
002940     MOVE "CALDATES" TO STS-CONTROL-LABEL.
002950     MOVE WS-CALENDAR-COUNT TO STS-CONTROL-COUNT.
002960     MOVE ZERO TO STS-CONTROL-HASH.
002970     IF GATE-FAILED
002980         MOVE "REFUSED" TO STS-OUTCOME
002990     ELSE
003000         MOVE SPACES TO STS-OUTCOME
003010     END-IF.
003020     IF STS-BUSINESS-DATE = ZERO
003030         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
003040     END-IF.
003050     MOVE RETURN-CODE TO STS-RETURN-CODE.
003060     OPEN EXTEND STEP-STATS-FILE.
003070     IF WS-STATLOG-FILE-STATUS = "35"
003080         OPEN OUTPUT STEP-STATS-FILE
003090     END-IF.
003100     IF WS-STATLOG-FILE-STATUS NOT = "00"
003110         DISPLAY "RATEGATE: UNABLE TO OPEN STATISTICS LOG, "
003120             "STATUS = " WS-STATLOG-FILE-STATUS
003130         GO TO 9900-EXIT
003140     END-IF.
003150     MOVE SPACES TO STEP-STATS-RECORD.
003160     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
003170     WRITE STEP-STATS-RECORD.
003180     IF WS-STATLOG-FILE-STATUS NOT = "00"
003190         DISPLAY "RATEGATE: WRITE FAILED ON STATISTICS LOG, "
003200             "STATUS = " WS-STATLOG-FILE-STATUS
003210     END-IF.
003220     CLOSE STEP-STATS-FILE.
003230 9900-EXIT.
003240     EXIT.
