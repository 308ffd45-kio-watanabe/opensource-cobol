000340*                    a clean rerun auto-clears the field's
000350*                    hold, and every hold and clear is
000360*                    logged with date, time and operator.
000361*   2026-10-15  DLH  Append a step-statistics line - job, step,
000362*                    business date off the extract header,
000363*                    times, counts, holds opened, return code -
000364*                    to the shared STATLOG at termination for
000365*                    the RATECSUM cycle status sheet.
000370*--------------------------------------------------------------
000380 ENVIRONMENT      DIVISION.
000390 INPUT-OUTPUT     SECTION.
000680         ASSIGN TO HOLDLOG
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-HOLD-LOG-FILE-STATUS.
000701     SELECT STEP-ID-FILE
000702         ASSIGN TO STATID
000703         ORGANIZATION IS LINE SEQUENTIAL
000704         FILE STATUS IS WS-STATID-FILE-STATUS.
000705     SELECT STEP-STATS-FILE
000706         ASSIGN TO STATLOG
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000710 DATA             DIVISION.
000720 FILE             SECTION.
000730 FD  CURRENT-EXTRACT-FILE.
000840     COPY RATEHOLD.
000850 FD  HOLD-LOG-FILE.
000860 01  HOLD-LOG-RECORD             PIC X(080).
000862 FD  STEP-ID-FILE.
000864 01  STEP-ID-RECORD              PIC X(080).
000866 FD  STEP-STATS-FILE.
000868 01  STEP-STATS-RECORD           PIC X(150).
000870 WORKING-STORAGE SECTION.
000880*--------------------------------------------------------------
000890* File status fields and end-of-file switches.
001410 01  WS-EXTRACT-LINE.
001420     05  EXT-REC-TYPE            PIC X(01).
001430         88  EXT-DATA-LINE                VALUE "D".
001435         88  EXT-HEADER-LINE              VALUE "H".
001440     05  EXT-SET-ID              PIC X(04).
001450     05  FILLER                  PIC X(02).
001460     05  EXT-FIELD-NAME          PIC X(10).
001470     05  FILLER                  PIC X(02).
001480     05  EXT-FIELD-VALUE         PIC S9(05)V9(04).
001490     05  FILLER                  PIC X(52).
001491 01  WS-EXTRACT-HEADER-VIEW REDEFINES WS-EXTRACT-LINE.
001492     05  FILLER                  PIC X(01).
001493     05  EXH-BUSINESS-DATE       PIC 9(08).
001494     05  FILLER                  PIC X(71).
001495 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
001500*--------------------------------------------------------------
001510* Stale-count carryforward line - one per field, holding the
001520* number of consecutive runs the field's value has not moved.
002380     05  DRF-TOTAL-NEW           PIC ZZZZ9.
002390     05  FILLER                  PIC X(10) VALUE "  MISSING ".
002400     05  DRF-TOTAL-MISSING       PIC ZZZZ9.
002401*--------------------------------------------------------------
002402* Step statistics - the STATID job/step card, the line appended
002403* to the shared STATLOG at termination and their file status
002404* fields.
002405*--------------------------------------------------------------
002406 77  WS-STATID-FILE-STATUS       PIC X(02).
002407 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002408     COPY RATESTAT.
002410 PROCEDURE        DIVISION.
002420 0000-MAINLINE.
002430     ACCEPT WS-PARM-CARD.
002540     STOP RUN.
002550*--------------------------------------------------------------
002560 1000-INITIALIZE.
002563     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002566     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002580     ACCEPT WS-TIME-WORK FROM TIME.
002590     IF WS-PARM-CARD = SPACES
003970             MOVE "Y" TO WS-CURRENT-EOF-SWITCH
003980     END-READ.
003990     IF NOT CURRENT-FILE-EOF
003992         IF EXT-HEADER-LINE
003994             AND EXH-BUSINESS-DATE NUMERIC
003996             MOVE EXH-BUSINESS-DATE TO WS-BUSINESS-DATE
003998         END-IF
004000         IF EXT-DATA-LINE
004010             AND EXT-FIELD-NAME NOT = SPACES
004020             ADD 1 TO WS-CURRENT-COUNT
007070         WHEN OTHER
007080             MOVE 0 TO RETURN-CODE
007090     END-EVALUATE.
007095     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
007100 9999-EXIT.
007110     EXIT.
007120*--------------------------------------------------------------
007130* Step statistics - one standard line appended to the shared
007140* STATLOG after the return code settles, for the cycle status
007150* sheet.  The job and step names come off the STATID card.  A
007160* log that cannot be opened costs the statistics line, not the
007170* run - the return code is already final.
007180*--------------------------------------------------------------
007190 9900-WRITE-STEP-STATS.
007200     MOVE SPACES TO WS-STEP-ID-CARD.
007210     OPEN INPUT STEP-ID-FILE.
007220     IF WS-STATID-FILE-STATUS = "00"
007230         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
007240             AT END
007250                 MOVE SPACES TO WS-STEP-ID-CARD
007260         END-READ
007270         CLOSE STEP-ID-FILE
007280     END-IF.
007290     ACCEPT WS-STAT-TIME-WORK FROM TIME.
007300     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
007310     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
007320     MOVE SID-JOB-NAME TO STS-JOB-NAME.
007330     MOVE SID-STEP-NAME TO STS-STEP-NAME.
007340     MOVE "RATEDRFT" TO STS-PROGRAM.
007350     MOVE WS-BUSINESS-DATE TO STS-BUSINESS-DATE.
007360     MOVE WS-CURRENT-COUNT TO STS-RECORDS-IN.
007370     MOVE ZERO TO STS-RECORDS-OUT.
007380     MOVE WS-DRIFT-FLAG-COUNT TO STS-RECORDS-REJECTED.
007390     MOVE "HOLDS" TO STS-CONTROL-LABEL.
007400     MOVE WS-HOLD-OPENED-COUNT TO STS-CONTROL-COUNT.
007410     MOVE ZERO TO STS-CONTROL-HASH.
007420     IF WS-HOLD-OPENED-COUNT > ZERO
007430         MOVE "HELD" TO STS-OUTCOME
007440     ELSE
007450         MOVE SPACES TO STS-OUTCOME
007460     END-IF.
007470     IF STS-BUSINESS-DATE = ZERO
007480         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
007490     END-IF.
007500     MOVE RETURN-CODE TO STS-RETURN-CODE.
007510     OPEN EXTEND STEP-STATS-FILE.
007520     IF WS-STATLOG-FILE-STATUS = "35"
007530         OPEN OUTPUT STEP-STATS-FILE
007540     END-IF.
007550     IF WS-STATLOG-FILE-STATUS NOT = "00"
007560         DISPLAY "RATEDRFT: UNABLE TO OPEN STATISTICS LOG, "
007570             "STATUS = " WS-STATLOG-FILE-STATUS
007580         GO TO 9900-EXIT
007590     END-IF.
007600     MOVE SPACES TO STEP-STATS-RECORD.
007610     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
007620     WRITE STEP-STATS-RECORD.
007630     IF WS-STATLOG-FILE-STATUS NOT = "00"
007640         DISPLAY "RATEDRFT: WRITE FAILED ON STATISTICS LOG, "
007650             "STATUS = " WS-STATLOG-FILE-STATUS
007660     END-IF.
007670     CLOSE STEP-STATS-FILE.
007680 9900-EXIT.
007690     EXIT.
