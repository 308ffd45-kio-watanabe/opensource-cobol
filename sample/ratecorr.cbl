000200*   2026-09-02  DLH  Initial version - two-person correction
000210*                    of the history master with a permanent
000220*                    before/after audit trail.
000222*   2026-10-15  DLH  Correction-audit layout moved to the
000224*                    RATECAUD copybook, shared with the
000226*                    RATERSTM restatement.
000227*   2026-10-15  DLH  Append a step-statistics line - job, step,
000228*                    business date, times, record counts, key
000229*                    control total, return code - to the shared
000230*                    STATLOG at termination for the RATECSUM
000231*                    cycle status sheet.
000232*--------------------------------------------------------------
000240 ENVIRONMENT      DIVISION.
000250 INPUT-OUTPUT     SECTION.
000260 FILE-CONTROL.
000460         ASSIGN TO CORRRPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-FILE-STATUS.
000481     SELECT STEP-ID-FILE
000482         ASSIGN TO STATID
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         FILE STATUS IS WS-STATID-FILE-STATUS.
000485     SELECT STEP-STATS-FILE
000486         ASSIGN TO STATLOG
000487         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000490 DATA             DIVISION.
000500 FILE             SECTION.
000510 FD  HISTORY-FILE.
000580 01  AUDIT-RECORD                PIC X(100).
000590 FD  CORRECTION-REPORT-FILE.
000600 01  CORRECTION-REPORT-RECORD    PIC X(080).
000602 FD  STEP-ID-FILE.
000604 01  STEP-ID-RECORD              PIC X(080).
000606 FD  STEP-STATS-FILE.
000608 01  STEP-STATS-RECORD           PIC X(150).
000610 WORKING-STORAGE SECTION.
000620*--------------------------------------------------------------
000630* File status fields and end-of-file switches.
001370*--------------------------------------------------------------
001380* Correction-audit line - one appended per applied correction,
001390* never scratched: the run stamp, the history key, the before
001400* and after values and both signatures.  RATERSTM reads these
001410* back to restate the derived rates, so the layout is shared.
001420*--------------------------------------------------------------
001430     COPY RATECAUD.
001610*--------------------------------------------------------------
001620* Correction report layouts - one line per correction card,
001630* applied or refused, so the desk sees the disposition of
001870     05  CRP-AFTER-VALUE         PIC Z(03)9.9(04)-.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  CRP-DISPOSITION         PIC X(24).
001891*--------------------------------------------------------------
001892* Step statistics - the STATID job/step card, the line appended
001893* to the shared STATLOG at termination and their file status
001894* fields.
001895*--------------------------------------------------------------
001896 77  WS-STATID-FILE-STATUS       PIC X(02).
001897 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001898     COPY RATESTAT.
001900 PROCEDURE        DIVISION.
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     STOP RUN.
001990*--------------------------------------------------------------
002000 1000-INITIALIZE.
002003     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002006     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002020     ACCEPT WS-TIME-WORK FROM TIME.
002030     OPEN I-O HISTORY-FILE.
004630         WHEN OTHER
004640             MOVE 0 TO RETURN-CODE
004650     END-EVALUATE.
004655     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
004660 9999-EXIT.
004670     EXIT.
004680*--------------------------------------------------------------
004690* Step statistics - one standard line appended to the shared
004700* STATLOG after the return code settles, for the cycle status
004710* sheet.  The job and step names come off the STATID card.  A
004720* log that cannot be opened costs the statistics line, not the
004730* run - the return code is already final.
004740*--------------------------------------------------------------
004750 9900-WRITE-STEP-STATS.
004760     MOVE SPACES TO WS-STEP-ID-CARD.
004770     OPEN INPUT STEP-ID-FILE.
004780     IF WS-STATID-FILE-STATUS = "00"
004790         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
004800             AT END
004810                 MOVE SPACES TO WS-STEP-ID-CARD
004820         END-READ
004830         CLOSE STEP-ID-FILE
004840     END-IF.
004850     ACCEPT WS-STAT-TIME-WORK FROM TIME.
004860     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
004870     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
004880     MOVE SID-JOB-NAME TO STS-JOB-NAME.
004890     MOVE SID-STEP-NAME TO STS-STEP-NAME.
004900     MOVE "RATECORR" TO STS-PROGRAM.
004910     MOVE ZERO TO STS-BUSINESS-DATE.
004920     MOVE WS-CORR-CARD-COUNT TO STS-RECORDS-IN.
004930     MOVE WS-APPLIED-COUNT TO STS-RECORDS-OUT.
004940     MOVE WS-REFUSED-COUNT TO STS-RECORDS-REJECTED.
004950     MOVE SPACES TO STS-CONTROL-LABEL.
004960     MOVE ZERO TO STS-CONTROL-COUNT.
004970     MOVE ZERO TO STS-CONTROL-HASH.
004980     MOVE SPACES TO STS-OUTCOME.
004990     IF STS-BUSINESS-DATE = ZERO
005000         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
005010     END-IF.
005020     MOVE RETURN-CODE TO STS-RETURN-CODE.
005030     OPEN EXTEND STEP-STATS-FILE.
005040     IF WS-STATLOG-FILE-STATUS = "35"
005050         OPEN OUTPUT STEP-STATS-FILE
005060     END-IF.
005070     IF WS-STATLOG-FILE-STATUS NOT = "00"
005080         DISPLAY "RATECORR: UNABLE TO OPEN STATISTICS LOG, "
005090             "STATUS = " WS-STATLOG-FILE-STATUS
005100         GO TO 9900-EXIT
005110     END-IF.
005120     MOVE SPACES TO STEP-STATS-RECORD.
005130     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
005140     WRITE STEP-STATS-RECORD.
005150     IF WS-STATLOG-FILE-STATUS NOT = "00"
005160         DISPLAY "RATECORR: WRITE FAILED ON STATISTICS LOG, "
005170             "STATUS = " WS-STATLOG-FILE-STATUS
005180     END-IF.
005190     CLOSE STEP-STATS-FILE.
005200 9900-EXIT.
005210     EXIT.
