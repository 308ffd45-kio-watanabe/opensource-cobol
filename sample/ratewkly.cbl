000140*   ---------- ----  ------------------------------------------
000150*   2026-08-22  DLH  Initial version - last-N-runs report
000160*                    with exception, volume and sign-mix
000161*                    trend flags.
000163*   2026-10-15  DLH  Runs flagged backed out on the run
000165*                    history are left out of the window and
000167*                    the trends.
000169*   2026-10-15  DLH  Contingency records (a carried-forward
000171*                    publication, no certification counts)
000173*                    are left out of the window too.
000174*   2026-10-15  DLH  Append a step-statistics line - job, step,
000175*                    business date, times, record counts, key
000176*                    control total, return code - to the shared
000177*                    STATLOG at termination for the RATECSUM
000179*                    cycle status sheet.
000180*--------------------------------------------------------------
000190 ENVIRONMENT      DIVISION.
000200 INPUT-OUTPUT     SECTION.
000270         ASSIGN TO WKLYRPT
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-REPORT-FILE-STATUS.
000291     SELECT STEP-ID-FILE
000292         ASSIGN TO STATID
000293         ORGANIZATION IS LINE SEQUENTIAL
000294         FILE STATUS IS WS-STATID-FILE-STATUS.
000295     SELECT STEP-STATS-FILE
000296         ASSIGN TO STATLOG
000297         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000300 DATA             DIVISION.
000310 FILE             SECTION.
000320 FD  RUN-HISTORY-FILE.
000330     COPY RATERUNH.
000340 FD  WEEKLY-REPORT-FILE.
000350 01  WEEKLY-REPORT-RECORD        PIC X(080).
000352 FD  STEP-ID-FILE.
000354 01  STEP-ID-RECORD              PIC X(080).
000356 FD  STEP-STATS-FILE.
000358 01  STEP-STATS-RECORD           PIC X(150).
000360 WORKING-STORAGE SECTION.
000370*--------------------------------------------------------------
000380* File status fields and switches.
000410 77  WS-REPORT-FILE-STATUS       PIC X(02).
000420 77  WS-HISTORY-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
000430 77  WS-FLAG-COUNT               PIC 9(05) COMP VALUE ZERO.
000435 77  WS-BACKED-OUT-COUNT         PIC 9(05) COMP VALUE ZERO.
000436 77  WS-CONTINGENCY-COUNT        PIC 9(05) COMP VALUE ZERO.
000440 01  WS-SWITCHES.
000450     05  WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
000460         88  HISTORY-FILE-EOF             VALUE "Y".
001240 01  WS-WEEKLY-FLAG-LINE.
001250     05  FILLER                  PIC X(08) VALUE "TREND:".
001260     05  WKL-FLAG-MESSAGE        PIC X(60).
001261*--------------------------------------------------------------
001262* Step statistics - the STATID job/step card, the line appended
001263* to the shared STATLOG at termination and their file status
001264* fields.
001265*--------------------------------------------------------------
001266 77  WS-STATID-FILE-STATUS       PIC X(02).
001267 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001268     COPY RATESTAT.
001270 PROCEDURE        DIVISION.
001280 0000-MAINLINE.
001290     ACCEPT WS-PARM-CARD.
001360     STOP RUN.
001370*--------------------------------------------------------------
001380 1000-INITIALIZE.
001383     ACCEPT WS-STAT-TIME-WORK FROM TIME.
001386     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
001390     IF PRM-RUN-LIMIT NOT NUMERIC
001400         OR PRM-RUN-LIMIT = ZERO
001410         MOVE WS-DEFAULT-RUN-LIMIT TO PRM-RUN-LIMIT
001850     IF RUNH-RUN-DATE NOT NUMERIC
001860         GO TO 2000-EXIT
001870     END-IF.
001872     IF RUNH-BACKED-OUT
001874         ADD 1 TO WS-BACKED-OUT-COUNT
001876         GO TO 2000-EXIT
001878     END-IF.
001879     IF RUNH-CONTINGENCY-RUN
001880         ADD 1 TO WS-CONTINGENCY-COUNT
001881         GO TO 2000-EXIT
001882     END-IF.
001883     ADD 1 TO WS-HISTORY-READ-COUNT.
001890     IF WS-RUN-COUNT < PRM-RUN-LIMIT
001900         ADD 1 TO WS-RUN-COUNT
001910     ELSE
004250     CLOSE WEEKLY-REPORT-FILE.
004260     DISPLAY "RATEWKLY: HISTORY RECORDS " WS-HISTORY-READ-COUNT
004270         ", RUNS REPORTED " WS-RUN-COUNT
004280         ", TREND FLAGS " WS-FLAG-COUNT
004285         ", BACKED OUT SKIPPED " WS-BACKED-OUT-COUNT
004287         ", CONTINGENCY SKIPPED " WS-CONTINGENCY-COUNT.
004290     EVALUATE TRUE
004300         WHEN IO-WRITE-ERROR
004310             DISPLAY "RATEWKLY: ONE OR MORE FILE ERRORS THIS RUN"
004350         WHEN OTHER
004360             MOVE 0 TO RETURN-CODE
004370     END-EVALUATE.
004375     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
004380 9999-EXIT.
004390     EXIT.
004400*--------------------------------------------------------------
004410* Step statistics - one standard line appended to the shared
004420* STATLOG after the return code settles, for the cycle status
004430* sheet.  The job and step names come off the STATID card.  A
004440* log that cannot be opened costs the statistics line, not the
004450* run - the return code is already final.
004460*--------------------------------------------------------------
004470 9900-WRITE-STEP-STATS.
004480     MOVE SPACES TO WS-STEP-ID-CARD.
004490     OPEN INPUT STEP-ID-FILE.
004500     IF WS-STATID-FILE-STATUS = "00"
004510         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
004520             AT END
004530                 MOVE SPACES TO WS-STEP-ID-CARD
004540         END-READ
004550         CLOSE STEP-ID-FILE
004560     END-IF.
004570     ACCEPT WS-STAT-TIME-WORK FROM TIME.
004580     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
004590     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
004600     MOVE SID-JOB-NAME TO STS-JOB-NAME.
004610     MOVE SID-STEP-NAME TO STS-STEP-NAME.
004620     MOVE "RATEWKLY" TO STS-PROGRAM.
004630     MOVE ZERO TO STS-BUSINESS-DATE.
004640     MOVE WS-HISTORY-READ-COUNT TO STS-RECORDS-IN.
004650     MOVE WS-RUN-COUNT TO STS-RECORDS-OUT.
004660     COMPUTE STS-RECORDS-REJECTED = WS-BACKED-OUT-COUNT
004670         + WS-CONTINGENCY-COUNT.
004680     MOVE "FLAGS" TO STS-CONTROL-LABEL.
004690     MOVE WS-FLAG-COUNT TO STS-CONTROL-COUNT.
004700     MOVE ZERO TO STS-CONTROL-HASH.
004710     MOVE SPACES TO STS-OUTCOME.
004720     IF STS-BUSINESS-DATE = ZERO
004730         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
004740     END-IF.
004750     MOVE RETURN-CODE TO STS-RETURN-CODE.
004760     OPEN EXTEND STEP-STATS-FILE.
004770     IF WS-STATLOG-FILE-STATUS = "35"
004780         OPEN OUTPUT STEP-STATS-FILE
004790     END-IF.
004800     IF WS-STATLOG-FILE-STATUS NOT = "00"
004810         DISPLAY "RATEWKLY: UNABLE TO OPEN STATISTICS LOG, "
004820             "STATUS = " WS-STATLOG-FILE-STATUS
004830         GO TO 9900-EXIT
004840     END-IF.
004850     MOVE SPACES TO STEP-STATS-RECORD.
004860     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
004870     WRITE STEP-STATS-RECORD.
004880     IF WS-STATLOG-FILE-STATUS NOT = "00"
004890         DISPLAY "RATEWKLY: WRITE FAILED ON STATISTICS LOG, "
004900             "STATUS = " WS-STATLOG-FILE-STATUS
004910     END-IF.
004920     CLOSE STEP-STATS-FILE.
004930 9900-EXIT.
004940     EXIT.
