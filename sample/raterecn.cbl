000300*                    whole extract's totals.  A consumer
000310*                    with no split-control line still
000320*                    reconciles against the full extract.
000321*   2026-10-15  DLH  Reconcile a RATERSTM restatement the same
000322*                    way - its R header supplies the original
000323*                    effective date, and a roster consumer
000324*                    the restatement did not touch (no
000325*                    split-control line) reports NOT
000326*                    RESTATED instead of a finding.
000327*   2026-10-15  DLH  Append a step-statistics line - job, step,
000328*                    business date, times, record counts, key
000329*                    control total, return code - to the shared
000330*                    STATLOG at termination for the RATECSUM
000331*                    cycle status sheet.
000332*   2026-10-15  DLH  Show the format profile each consumer's
000333*                    file was written in (off its split-control
000334*                    line; Z for the full extract).  The match
000335*                    itself is unchanged - counts and hashes
000336*                    do not depend on the format.
000337*--------------------------------------------------------------
000340 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000500         ASSIGN TO SPLTCTL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SPLTCTL-FILE-STATUS.
000521     SELECT STEP-ID-FILE
000522         ASSIGN TO STATID
000523         ORGANIZATION IS LINE SEQUENTIAL
000524         FILE STATUS IS WS-STATID-FILE-STATUS.
000525     SELECT STEP-STATS-FILE
000526         ASSIGN TO STATLOG
000527         ORGANIZATION IS LINE SEQUENTIAL
000528         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000530 DATA             DIVISION.
000540 FILE             SECTION.
000550 FD  EXTRACT-FILE.
000600 01  RECON-REPORT-RECORD         PIC X(080).
000610 FD  SPLIT-CONTROL-FILE.
000620 01  SPLIT-CONTROL-RECORD        PIC X(080).
000622 FD  STEP-ID-FILE.
000624 01  STEP-ID-RECORD              PIC X(080).
000626 FD  STEP-STATS-FILE.
000628 01  STEP-STATS-RECORD           PIC X(150).
000630 WORKING-STORAGE SECTION.
000640*--------------------------------------------------------------
000650* File status fields and end-of-file switches.
000930         88  EXT-DATA-LINE                VALUE "D".
000940         88  EXT-HEADER-LINE              VALUE "H".
000950         88  EXT-TRAILER-LINE             VALUE "T".
000955         88  EXT-RESTATE-HEADER           VALUE "R".
000960     05  EXT-BODY.
000970         10  EXT-SET-ID          PIC X(04).
000980         10  FILLER              PIC X(02).
001630         10  SPT-RECORD-COUNT    PIC 9(07) COMP.
001640         10  SPT-VALUE-HASH      PIC 9(11)V9(04) COMP-3.
001650         10  SPT-BUSINESS-DATE   PIC 9(08).
001655         10  SPT-FORMAT-CODE     PIC X(01).
001660 77  WS-SPLIT-COUNT              PIC 9(03) COMP VALUE ZERO.
001670 77  WS-SPT-SUB                  PIC 9(03) COMP VALUE ZERO.
001680*--------------------------------------------------------------
002010         88  EXTRACT-HEADER-SEEN          VALUE "Y".
002020     05  WS-XTR-TRAILER-SWITCH   PIC X(01) VALUE "N".
002030         88  EXTRACT-TRAILER-SEEN         VALUE "Y".
002033     05  WS-RESTATEMENT-SWITCH   PIC X(01) VALUE "N".
002036         88  RESTATEMENT-EXTRACT          VALUE "Y".
002040*--------------------------------------------------------------
002050* Reconciliation report layouts.
002060*--------------------------------------------------------------
002140     05  FILLER                  PIC X(10) VALUE "ACK COUNT".
002150     05  FILLER                  PIC X(18) VALUE "ACK HASH".
002160     05  FILLER                  PIC X(10) VALUE "LOAD DATE".
002165     05  FILLER                  PIC X(05) VALUE "FMT".
002170     05  FILLER                  PIC X(20) VALUE "FINDING".
002180 01  WS-RECON-DETAIL-LINE.
002190     05  REC-CONSUMER-ID         PIC X(08).
002240     05  FILLER                  PIC X(02) VALUE SPACES.
002250     05  REC-LOAD-DATE           PIC 9(08).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002263     05  REC-FORMAT-CODE         PIC X(01).
002266     05  FILLER                  PIC X(04) VALUE SPACES.
002270     05  REC-FINDING             PIC X(20).
002280 01  WS-RECON-TOTAL-LINE.
002290     05  FILLER                  PIC X(16)
002330     05  REC-EXTRACT-HASH        PIC Z(10)9.9(04).
002340     05  FILLER                  PIC X(11) VALUE "  FINDINGS ".
002350     05  REC-FINDING-COUNT       PIC ZZZZ9.
002351*--------------------------------------------------------------
002352* Step statistics - the STATID job/step card, the line appended
002353* to the shared STATLOG at termination and their file status
002354* fields.
002355*--------------------------------------------------------------
002356 77  WS-STATID-FILE-STATUS       PIC X(02).
002357 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002358     COPY RATESTAT.
002360 PROCEDURE        DIVISION.
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     STOP RUN.
002500*--------------------------------------------------------------
002510 1000-INITIALIZE.
002513     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002516     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002530     OPEN INPUT EXTRACT-FILE.
002540     IF WS-EXTRACT-FILE-STATUS NOT = "00"
003040                     MOVE EXT-HDR-BUSINESS-DATE
003050                         TO WS-BUSINESS-DATE
003060                 END-IF
003061             WHEN EXT-RESTATE-HEADER
003062                 MOVE "Y" TO WS-XTR-HEADER-SWITCH
003063                 MOVE "Y" TO WS-RESTATEMENT-SWITCH
003064                 IF EXT-HDR-BUSINESS-DATE NUMERIC
003065                     MOVE EXT-HDR-BUSINESS-DATE
003066                         TO WS-BUSINESS-DATE
003067                 END-IF
003070             WHEN EXT-TRAILER-LINE
003080                 MOVE "Y" TO WS-XTR-TRAILER-SWITCH
003090                 IF EXT-TRL-RECORD-COUNT NUMERIC
003360     ELSE
003370         MOVE WS-RUN-DATE TO WS-EXPECTED-LOAD-DATE
003380     END-IF.
003390     IF RESTATEMENT-EXTRACT
003392         MOVE "RATERSTM" TO REC-CONSUMER-ID
003394     ELSE
003396         MOVE "RATECERT" TO REC-CONSUMER-ID
003398     END-IF.
003400     MOVE WS-EXTRACT-COUNT TO REC-ACK-COUNT.
003410     MOVE WS-EXTRACT-HASH TO REC-ACK-HASH.
003420     MOVE WS-EXPECTED-LOAD-DATE TO REC-LOAD-DATE.
004210     ELSE
004220         MOVE ZERO TO SPT-BUSINESS-DATE (WS-SPLIT-COUNT)
004230     END-IF.
004235     MOVE SPC-FORMAT-CODE TO SPT-FORMAT-CODE (WS-SPLIT-COUNT).
004240 2700-EXIT.
004250     EXIT.
004260*--------------------------------------------------------------
004270* Roster match - one report line per consumer, clean or not.
004280* Missing acknowledgment, count mismatch, hash mismatch and
004290* stale load date each count as a finding.  On a restatement
004293* a consumer with no split-control line was sent nothing and
004296* owes no acknowledgment.
004300*--------------------------------------------------------------
004310 3000-RECONCILE-CONSUMERS.
004320     MOVE ZERO TO WS-ROSTER-SUB.
004390     PERFORM 3110-FIND-ACK THRU 3110-EXIT.
004400     MOVE WS-CONSUMER-ID (WS-ROSTER-SUB) TO REC-CONSUMER-ID.
004410     MOVE SPACES TO REC-FINDING.
004411     PERFORM 3160-FIND-SPLIT-ENTRY THRU 3160-EXIT.
004412     IF SPLIT-ENTRY-FOUND
004413         MOVE SPT-FORMAT-CODE (WS-SPT-SUB) TO REC-FORMAT-CODE
004414     ELSE
004415         MOVE "Z" TO REC-FORMAT-CODE
004416     END-IF.
004417     IF RESTATEMENT-EXTRACT
004418         IF NOT SPLIT-ENTRY-FOUND
004419             MOVE ZERO TO REC-ACK-COUNT
004420             MOVE ZERO TO REC-ACK-HASH
004421             MOVE ZERO TO REC-LOAD-DATE
004422             MOVE "NOT RESTATED" TO REC-FINDING
004423             PERFORM 3800-WRITE-RECON-LINE THRU 3800-EXIT
004424             GO TO 3100-EXIT
004425         END-IF
004426     END-IF.
004427     IF NOT ACK-FOUND
004430         ADD 1 TO WS-FINDING-COUNT
004440         MOVE ZERO TO REC-ACK-COUNT
004450         MOVE ZERO TO REC-ACK-HASH
005820         WHEN OTHER
005830             MOVE 0 TO RETURN-CODE
005840     END-EVALUATE.
005845     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
005850 9999-EXIT.
005860     EXIT.
005870*--------------------------------------------------------------
005880* Step statistics - one standard line appended to the shared
005890* STATLOG after the return code settles, for the cycle status
005900* sheet.  The job and step names come off the STATID card.  A
005910* log that cannot be opened costs the statistics line, not the
005920* run - the return code is already final.
005930*--------------------------------------------------------------
005940 9900-WRITE-STEP-STATS.
005950     MOVE SPACES TO WS-STEP-ID-CARD.
005960     OPEN INPUT STEP-ID-FILE.
005970     IF WS-STATID-FILE-STATUS = "00"
005980         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
005990             AT END
006000                 MOVE SPACES TO WS-STEP-ID-CARD
006010         END-READ
006020         CLOSE STEP-ID-FILE
006030     END-IF.
006040     ACCEPT WS-STAT-TIME-WORK FROM TIME.
006050     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
006060     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
006070     MOVE SID-JOB-NAME TO STS-JOB-NAME.
006080     MOVE SID-STEP-NAME TO STS-STEP-NAME.
006090     MOVE "RATERECN" TO STS-PROGRAM.
006100     MOVE WS-BUSINESS-DATE TO STS-BUSINESS-DATE.
006110     MOVE WS-EXTRACT-COUNT TO STS-RECORDS-IN.
006120     MOVE ZERO TO STS-RECORDS-OUT.
006130     MOVE ZERO TO STS-RECORDS-REJECTED.
006140     MOVE "FINDINGS" TO STS-CONTROL-LABEL.
006150     MOVE WS-FINDING-COUNT TO STS-CONTROL-COUNT.
006160     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
006170     MOVE SPACES TO STS-OUTCOME.
006180     IF STS-BUSINESS-DATE = ZERO
006190         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
006200     END-IF.
006210     MOVE RETURN-CODE TO STS-RETURN-CODE.
006220     OPEN EXTEND STEP-STATS-FILE.
006230     IF WS-STATLOG-FILE-STATUS = "35"
006240         OPEN OUTPUT STEP-STATS-FILE
006250     END-IF.
006260     IF WS-STATLOG-FILE-STATUS NOT = "00"
006270         DISPLAY "RATERECN: UNABLE TO OPEN STATISTICS LOG, "
006280             "STATUS = " WS-STATLOG-FILE-STATUS
006290         GO TO 9900-EXIT
006300     END-IF.
006310     MOVE SPACES TO STEP-STATS-RECORD.
006320     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
006330     WRITE STEP-STATS-RECORD.
006340     IF WS-STATLOG-FILE-STATUS NOT = "00"
006350         DISPLAY "RATERECN: WRITE FAILED ON STATISTICS LOG, "
006360             "STATUS = " WS-STATLOG-FILE-STATUS
006370     END-IF.
006380     CLOSE STEP-STATS-FILE.
006390 9900-EXIT.
006400     EXIT.
