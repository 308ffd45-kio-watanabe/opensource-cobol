000210*                    cards against the hold file and the
000220*                    staging-to-distribution copy behind
000230*                    them.
000231*   2026-10-15  DLH  Append a step-statistics line - job, step,
000232*                    staged business date, data lines staged
000233*                    and published, open holds, PUBLISHD or
000234*                    PARKED - to the shared STATLOG at
000235*                    termination for the RATECSUM cycle status
000236*                    sheet.
000240*--------------------------------------------------------------
000250 ENVIRONMENT      DIVISION.
000260 INPUT-OUTPUT     SECTION.
000470         ASSIGN TO HOLDLOG
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-HOLD-LOG-FILE-STATUS.
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
000520 FD  HOLD-FILE.
000550 01  RELEASE-CARD-RECORD         PIC X(080).
000560 FD  STAGING-FILE.
000570 01  STAGING-RECORD              PIC X(080).
000571 01  STAGING-HEADER-VIEW.
000572     05  STG-REC-TYPE            PIC X(01).
000573         88  STG-HEADER-LINE              VALUE "H".
000574         88  STG-DATA-LINE                VALUE "D".
000575     05  STG-HDR-BUSINESS-DATE   PIC 9(08).
000576     05  FILLER                  PIC X(71).
000580 FD  DISTRIBUTION-FILE.
000590 01  DISTRIBUTION-RECORD         PIC X(080).
000600 FD  HOLD-LOG-FILE.
000610 01  HOLD-LOG-RECORD             PIC X(080).
000612 FD  STEP-ID-FILE.
000614 01  STEP-ID-RECORD              PIC X(080).
000616 FD  STEP-STATS-FILE.
000618 01  STEP-STATS-RECORD           PIC X(150).
000620 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------
000640* File status fields and switches.
000740 77  WS-CARD-RELEASE-COUNT       PIC 9(05) COMP VALUE ZERO.
000750 77  WS-OPEN-HOLD-COUNT          PIC 9(05) COMP VALUE ZERO.
000760 77  WS-PUBLISHED-COUNT          PIC 9(07) COMP VALUE ZERO.
000763 77  WS-STAGED-DATA-COUNT        PIC 9(07) COMP VALUE ZERO.
000766 77  WS-STAGED-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
000770 01  WS-SWITCHES.
000780     05  WS-RELEASE-EOF-SWITCH   PIC X(01) VALUE "N".
000790         88  RELEASE-FILE-EOF             VALUE "Y".
001030* step appends its holds to.
001040*--------------------------------------------------------------
001050     COPY RATEHLOG.
001051*--------------------------------------------------------------
001052* Step statistics - the STATID job/step card, the line appended
001053* to the shared STATLOG at termination and their file status
001054* fields.
001055*--------------------------------------------------------------
001056 77  WS-STATID-FILE-STATUS       PIC X(02).
001057 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001058     COPY RATESTAT.
001060 PROCEDURE        DIVISION.
001070 0000-MAINLINE.
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     STOP RUN.
001200*--------------------------------------------------------------
001210 1000-INITIALIZE.
001213     ACCEPT WS-STAT-TIME-WORK FROM TIME.
001216     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
001220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001230     ACCEPT WS-TIME-WORK FROM TIME.
001240     OPEN I-O HOLD-FILE.
003210     IF STAGING-FILE-EOF
003220         GO TO 4100-EXIT
003230     END-IF.
003235     PERFORM 4150-NOTE-STAGED-RECORD THRU 4150-EXIT.
003240     MOVE STAGING-RECORD TO DISTRIBUTION-RECORD.
003250     WRITE DISTRIBUTION-RECORD.
003260     IF WS-DIST-FILE-STATUS NOT = "00"
003330     ADD 1 TO WS-PUBLISHED-COUNT.
003340 4100-EXIT.
003350     EXIT.
003351*--------------------------------------------------------------
003352* Staged-record note for the step statistics - the header's
003353* business date and the count of data lines, so the cycle
003354* sheet can tie the release to the step that staged the file.
003355*--------------------------------------------------------------
003356 4150-NOTE-STAGED-RECORD.
003357     EVALUATE TRUE
003358         WHEN STG-HEADER-LINE
003359             IF STG-HDR-BUSINESS-DATE NUMERIC
003360                 MOVE STG-HDR-BUSINESS-DATE
003361                     TO WS-STAGED-BUSINESS-DATE
003362             END-IF
003363         WHEN STG-DATA-LINE
003364             ADD 1 TO WS-STAGED-DATA-COUNT
003365     END-EVALUATE.
003366 4150-EXIT.
003367     EXIT.
003368*--------------------------------------------------------------
003369* Staged-file scan - a parked extract is never copied, so the
003370* statistics line reads the staging file through to learn the
003371* business date and the data lines it parked, which the cycle
003372* sheet ties back to the staging step.  No staging file leaves
003373* both zero.
003374*--------------------------------------------------------------
003375 4200-SCAN-STAGED-FILE.
003376     OPEN INPUT STAGING-FILE.
003377     IF WS-STAGING-FILE-STATUS NOT = "00"
003378         GO TO 4200-EXIT
003379     END-IF.
003380     MOVE "N" TO WS-STAGING-EOF-SWITCH.
003381     PERFORM 4210-SCAN-ONE-RECORD THRU 4210-EXIT
003382         UNTIL STAGING-FILE-EOF.
003383     CLOSE STAGING-FILE.
003384 4200-EXIT.
003385     EXIT.
003386 4210-SCAN-ONE-RECORD.
003387     READ STAGING-FILE
003388         AT END
003389             MOVE "Y" TO WS-STAGING-EOF-SWITCH
003390     END-READ.
003391     IF STAGING-FILE-EOF
003392         GO TO 4210-EXIT
003393     END-IF.
003394     PERFORM 4150-NOTE-STAGED-RECORD THRU 4150-EXIT.
003395 4210-EXIT.
003396     EXIT.
003398*--------------------------------------------------------------
003399 3700-WRITE-HOLD-LOG.
003400     MOVE WS-RUN-DATE TO HLG-LOG-DATE.
003401     MOVE WS-RUN-TIME-HHMMSS TO HLG-LOG-TIME.
003402     MOVE SPACES TO HOLD-LOG-RECORD.
003410     MOVE WS-HOLD-LOG-LINE TO HOLD-LOG-RECORD.
003420     WRITE HOLD-LOG-RECORD.
003430     IF WS-HOLD-LOG-FILE-STATUS NOT = "00"
003680         WHEN OTHER
003690             MOVE 0 TO RETURN-CODE
003700     END-EVALUATE.
003705     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
003710 9999-EXIT.
003720     EXIT.
003730*--------------------------------------------------------------
003740* Step statistics - one standard line appended to the shared
003750* STATLOG after the return code settles, for the cycle status
003760* sheet.  The job and step names come off the STATID card.  A
003770* log that cannot be opened costs the statistics line, not the
003780* run - the return code is already final.
003790*--------------------------------------------------------------
003800 9900-WRITE-STEP-STATS.
003810     MOVE SPACES TO WS-STEP-ID-CARD.
003820     OPEN INPUT STEP-ID-FILE.
003830     IF WS-STATID-FILE-STATUS = "00"
003840         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
003850             AT END
003860                 MOVE SPACES TO WS-STEP-ID-CARD
003870         END-READ
003880         CLOSE STEP-ID-FILE
003890     END-IF.
003900     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003910     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
003920     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
003930     MOVE SID-JOB-NAME TO STS-JOB-NAME.
003940     MOVE SID-STEP-NAME TO STS-STEP-NAME.
003950     MOVE "RATERLSE" TO STS-PROGRAM.
003960     IF WS-PUBLISHED-COUNT = ZERO
003970         PERFORM 4200-SCAN-STAGED-FILE THRU 4200-EXIT
003980     END-IF.
003990     MOVE WS-STAGED-BUSINESS-DATE TO STS-BUSINESS-DATE.
004000     MOVE WS-STAGED-DATA-COUNT TO STS-RECORDS-IN.
004010     MOVE ZERO TO STS-RECORDS-OUT.
004020     MOVE ZERO TO STS-RECORDS-REJECTED.
004030     MOVE "OPENHOLD" TO STS-CONTROL-LABEL.
004040     MOVE WS-OPEN-HOLD-COUNT TO STS-CONTROL-COUNT.
004050     MOVE ZERO TO STS-CONTROL-HASH.
004060     EVALUATE TRUE
004070         WHEN HOLD-FILE-UNUSABLE
004080             OR WS-OPEN-HOLD-COUNT > ZERO
004090             MOVE "PARKED" TO STS-OUTCOME
004100         WHEN WS-PUBLISHED-COUNT > ZERO
004110             AND NOT IO-WRITE-ERROR
004120             MOVE "PUBLISHD" TO STS-OUTCOME
004130             MOVE WS-STAGED-DATA-COUNT TO STS-RECORDS-OUT
004140         WHEN OTHER
004150             MOVE SPACES TO STS-OUTCOME
004160     END-EVALUATE.
004170     IF STS-BUSINESS-DATE = ZERO
004180         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
004190     END-IF.
004200     MOVE RETURN-CODE TO STS-RETURN-CODE.
004210     OPEN EXTEND STEP-STATS-FILE.
004220     IF WS-STATLOG-FILE-STATUS = "35"
004230         OPEN OUTPUT STEP-STATS-FILE
004240     END-IF.
004250     IF WS-STATLOG-FILE-STATUS NOT = "00"
004260         DISPLAY "RATERLSE: UNABLE TO OPEN STATISTICS LOG, "
004270             "STATUS = " WS-STATLOG-FILE-STATUS
004280         GO TO 9900-EXIT
004290     END-IF.
004300     MOVE SPACES TO STEP-STATS-RECORD.
004310     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
004320     WRITE STEP-STATS-RECORD.
004330     IF WS-STATLOG-FILE-STATUS NOT = "00"
004340         DISPLAY "RATERLSE: WRITE FAILED ON STATISTICS LOG, "
004350             "STATUS = " WS-STATLOG-FILE-STATUS
004360     END-IF.
004370     CLOSE STEP-STATS-FILE.
004380 9900-EXIT.
004390     EXIT.
