000340*                    the rate in force on every RATECAL
000350*                    business day inside the range, in
000360*                    either mode.
000361*   2026-10-15  DLH  Append a step-statistics line - job, step,
000362*                    business date, times, record counts, key
000363*                    control total, return code - to the shared
000364*                    STATLOG at termination for the RATECSUM
000365*                    cycle status sheet.
000370*--------------------------------------------------------------
000380 ENVIRONMENT      DIVISION.
000390 INPUT-OUTPUT     SECTION.
000600         ASSIGN TO RATECAL
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000621     SELECT STEP-ID-FILE
000622         ASSIGN TO STATID
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-STATID-FILE-STATUS.
000625     SELECT STEP-STATS-FILE
000626         ASSIGN TO STATLOG
000627         ORGANIZATION IS LINE SEQUENTIAL
000628         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000630 DATA             DIVISION.
000640 FILE             SECTION.
000650 FD  HISTORY-FILE.
000720 01  ARCHIVE-RECORD              PIC X(080).
000730 FD  CALENDAR-FILE.
000740 01  CALENDAR-RECORD             PIC X(080).
000742 FD  STEP-ID-FILE.
000744 01  STEP-ID-RECORD              PIC X(080).
000746 FD  STEP-STATS-FILE.
000748 01  STEP-STATS-RECORD           PIC X(150).
000750 WORKING-STORAGE SECTION.
000760*--------------------------------------------------------------
000770* File status fields and end-of-file switches.
002200     05  INQR-RATE-VALUE         PIC Z(03)9.9(04)-.
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  INQR-MESSAGE            PIC X(24).
002221*--------------------------------------------------------------
002222* Step statistics - the STATID job/step card, the line appended
002223* to the shared STATLOG at termination and their file status
002224* fields.
002225*--------------------------------------------------------------
002226 77  WS-STATID-FILE-STATUS       PIC X(02).
002227 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002228     COPY RATESTAT.
002230 PROCEDURE        DIVISION.
002240 0000-MAINLINE.
002250     ACCEPT WS-PARM-CARD.
002370     STOP RUN.
002380*--------------------------------------------------------------
002390 1000-INITIALIZE.
002393     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002396     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002400     OPEN INPUT HISTORY-FILE.
002410     IF WS-HISTORY-FILE-STATUS NOT = "00"
002420         DISPLAY "RATEHINQ: UNABLE TO OPEN HISTORY FILE, "
008050         WHEN OTHER
008060             MOVE 0 TO RETURN-CODE
008070     END-EVALUATE.
008075     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
008080 9999-EXIT.
008090     EXIT.
008100*--------------------------------------------------------------
008110* Step statistics - one standard line appended to the shared
008120* STATLOG after the return code settles, for the cycle status
008130* sheet.  The job and step names come off the STATID card.  A
008140* log that cannot be opened costs the statistics line, not the
008150* run - the return code is already final.
008160*--------------------------------------------------------------
008170 9900-WRITE-STEP-STATS.
008180     MOVE SPACES TO WS-STEP-ID-CARD.
008190     OPEN INPUT STEP-ID-FILE.
008200     IF WS-STATID-FILE-STATUS = "00"
008210         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
008220             AT END
008230                 MOVE SPACES TO WS-STEP-ID-CARD
008240         END-READ
008250         CLOSE STEP-ID-FILE
008260     END-IF.
008270     ACCEPT WS-STAT-TIME-WORK FROM TIME.
008280     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
008290     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
008300     MOVE SID-JOB-NAME TO STS-JOB-NAME.
008310     MOVE SID-STEP-NAME TO STS-STEP-NAME.
008320     MOVE "RATEHINQ" TO STS-PROGRAM.
008330     MOVE ZERO TO STS-BUSINESS-DATE.
008340     MOVE WS-INQUIRY-COUNT TO STS-RECORDS-IN.
008350     MOVE ZERO TO STS-RECORDS-OUT.
008360     MOVE WS-BAD-CARD-COUNT TO STS-RECORDS-REJECTED.
008370     MOVE "NOTFOUND" TO STS-CONTROL-LABEL.
008380     MOVE WS-NOT-FOUND-COUNT TO STS-CONTROL-COUNT.
008390     MOVE ZERO TO STS-CONTROL-HASH.
008400     MOVE SPACES TO STS-OUTCOME.
008410     IF STS-BUSINESS-DATE = ZERO
008420         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
008430     END-IF.
008440     MOVE RETURN-CODE TO STS-RETURN-CODE.
008450     OPEN EXTEND STEP-STATS-FILE.
008460     IF WS-STATLOG-FILE-STATUS = "35"
008470         OPEN OUTPUT STEP-STATS-FILE
008480     END-IF.
008490     IF WS-STATLOG-FILE-STATUS NOT = "00"
008500         DISPLAY "RATEHINQ: UNABLE TO OPEN STATISTICS LOG, "
008510             "STATUS = " WS-STATLOG-FILE-STATUS
008520         GO TO 9900-EXIT
008530     END-IF.
008540     MOVE SPACES TO STEP-STATS-RECORD.
008550     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
008560     WRITE STEP-STATS-RECORD.
008570     IF WS-STATLOG-FILE-STATUS NOT = "00"
008580         DISPLAY "RATEHINQ: WRITE FAILED ON STATISTICS LOG, "
008590             "STATUS = " WS-STATLOG-FILE-STATUS
008600     END-IF.
008610     CLOSE STEP-STATS-FILE.
008620 9900-EXIT.
008630     EXIT.
