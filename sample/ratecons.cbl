000230*   2026-09-02  DLH  Initial version - per-source transmission
000240*                    controls and precedence-driven collision
000250*                    resolution over up to three source feeds.
000251*   2026-10-15  DLH  Append a step-statistics line - job, step,
000253*                    business date, times, record counts, key
000255*                    control total, return code - to the shared
000256*                    STATLOG at termination for the RATECSUM
000258*                    cycle status sheet.
000260*--------------------------------------------------------------
000270 ENVIRONMENT      DIVISION.
000280 INPUT-OUTPUT     SECTION.
000470         ASSIGN TO CONSOUT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CONS-FILE-STATUS.
000491     SELECT STEP-ID-FILE
000492         ASSIGN TO STATID
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS WS-STATID-FILE-STATUS.
000495     SELECT STEP-STATS-FILE
000496         ASSIGN TO STATLOG
000497         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000500 DATA             DIVISION.
000510 FILE             SECTION.
000520 FD  FEED1-FILE.
000590 01  PRECEDENCE-RECORD           PIC X(080).
000600 FD  CONSOLIDATED-FILE.
000610 01  CONSOLIDATED-RECORD         PIC X(080).
000612 FD  STEP-ID-FILE.
000614 01  STEP-ID-RECORD              PIC X(080).
000616 FD  STEP-STATS-FILE.
000618 01  STEP-STATS-RECORD           PIC X(150).
000620 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------
000640* File status fields and switches.
001900 77  WS-SOURCES-PROVEN-COUNT     PIC 9(02) COMP VALUE ZERO.
001910 77  WS-SOURCES-FAILED-COUNT     PIC 9(02) COMP VALUE ZERO.
001920 77  WS-COLLISION-COUNT          PIC 9(05) COMP VALUE ZERO.
001923 77  WS-DATA-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001926 77  WS-DATA-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
001930 77  WS-CONS-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001940 77  WS-CONS-COUNT               PIC 9(07) COMP VALUE ZERO.
001950 77  WS-CONS-HASH                PIC 9(11)V9(04) COMP-3
002090     05  CNT-RECORD-COUNT        PIC 9(07).
002100     05  CNT-VALUE-HASH          PIC 9(11)V9(04).
002110     05  FILLER                  PIC X(57) VALUE SPACES.
002111*--------------------------------------------------------------
002112* Step statistics - the STATID job/step card, the line appended
002113* to the shared STATLOG at termination and their file status
002114* fields.
002115*--------------------------------------------------------------
002116 77  WS-STATID-FILE-STATUS       PIC X(02).
002117 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002118     COPY RATESTAT.
002120 PROCEDURE        DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     STOP RUN.
002230*--------------------------------------------------------------
002240 1000-INITIALIZE.
002243     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002246     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002260     OPEN INPUT PRECEDENCE-FILE.
002270     IF WS-PREC-FILE-STATUS NOT = "00"
002950         UNTIL SOURCE-FILE-EOF.
002960     PERFORM 2060-CLOSE-SOURCE THRU 2060-EXIT.
002970     PERFORM 2800-VERIFY-SOURCE-TRAILER THRU 2800-EXIT.
002975     ADD WS-SRC-DATA-COUNT TO WS-DATA-READ-COUNT.
002980     IF SOURCE-PROVEN
002990         ADD 1 TO WS-SOURCES-PROVEN-COUNT
003000         PERFORM 3000-MERGE-STAGED-SOURCE THRU 3000-EXIT
003010     ELSE
003020         ADD 1 TO WS-SOURCES-FAILED-COUNT
003025         ADD WS-SRC-DATA-COUNT TO WS-DATA-REJECTED-COUNT
003030     END-IF.
003040 2000-EXIT.
003050     EXIT.
006510         WHEN OTHER
006520             MOVE 0 TO RETURN-CODE
006530     END-EVALUATE.
006535     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
006540 9999-EXIT.
006550     EXIT.
006560*--------------------------------------------------------------
006570* Step statistics - one standard line appended to the shared
006580* STATLOG after the return code settles, for the cycle status
006590* sheet.  The job and step names come off the STATID card.  A
006600* log that cannot be opened costs the statistics line, not the
006610* run - the return code is already final.
006620*--------------------------------------------------------------
006630 9900-WRITE-STEP-STATS.
006640     MOVE SPACES TO WS-STEP-ID-CARD.
006650     OPEN INPUT STEP-ID-FILE.
006660     IF WS-STATID-FILE-STATUS = "00"
006670         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
006680             AT END
006690                 MOVE SPACES TO WS-STEP-ID-CARD
006700         END-READ
006710         CLOSE STEP-ID-FILE
006720     END-IF.
006730     ACCEPT WS-STAT-TIME-WORK FROM TIME.
006740     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
006750     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
006760     MOVE SID-JOB-NAME TO STS-JOB-NAME.
006770     MOVE SID-STEP-NAME TO STS-STEP-NAME.
006780     MOVE "RATECONS" TO STS-PROGRAM.
006790     MOVE WS-CONS-BUSINESS-DATE TO STS-BUSINESS-DATE.
006800     MOVE WS-DATA-READ-COUNT TO STS-RECORDS-IN.
006810     MOVE WS-CONS-COUNT TO STS-RECORDS-OUT.
006820     MOVE WS-DATA-REJECTED-COUNT TO STS-RECORDS-REJECTED.
006830     MOVE "COLLISNS" TO STS-CONTROL-LABEL.
006840     MOVE WS-COLLISION-COUNT TO STS-CONTROL-COUNT.
006850     MOVE WS-CONS-HASH TO STS-CONTROL-HASH.
006860     MOVE SPACES TO STS-OUTCOME.
006870     IF STS-BUSINESS-DATE = ZERO
006880         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
006890     END-IF.
006900     MOVE RETURN-CODE TO STS-RETURN-CODE.
006910     OPEN EXTEND STEP-STATS-FILE.
006920     IF WS-STATLOG-FILE-STATUS = "35"
006930         OPEN OUTPUT STEP-STATS-FILE
006940     END-IF.
006950     IF WS-STATLOG-FILE-STATUS NOT = "00"
006960         DISPLAY "RATECONS: UNABLE TO OPEN STATISTICS LOG, "
006970             "STATUS = " WS-STATLOG-FILE-STATUS
006980         GO TO 9900-EXIT
006990     END-IF.
007000     MOVE SPACES TO STEP-STATS-RECORD.
007010     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
007020     WRITE STEP-STATS-RECORD.
007030     IF WS-STATLOG-FILE-STATUS NOT = "00"
007040         DISPLAY "RATECONS: WRITE FAILED ON STATISTICS LOG, "
007050             "STATUS = " WS-STATLOG-FILE-STATUS
007060     END-IF.
007070     CLOSE STEP-STATS-FILE.
007080 9900-EXIT.
007090     EXIT.
