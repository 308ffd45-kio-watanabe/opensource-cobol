000350*                    control file - the same definitions the
000360*                    certifier iterates - so a group change
000370*                    never needs an edit-program change.
000371*   2026-10-15  DLH  Rate-set registry - data for a set that
000372*                    is not registered or is retired rejects,
000373*                    and every active set the registry
000374*                    expects on the business date must be in
000375*                    the feed or the run ends RC=8.  A DELTA
000376*                    parameter card (partial reissue feeds)
000377*                    stands the expected-set check down.
000378*   2026-10-15  DLH  Append a step-statistics line - job, step,
000379*                    business date, times, record counts, key
000380*                    control total, return code - to the shared
000381*                    STATLOG at termination for the RATECSUM
000382*                    cycle status sheet.
000383*--------------------------------------------------------------
000390 ENVIRONMENT      DIVISION.
000400 INPUT-OUTPUT     SECTION.
000410 FILE-CONTROL.
000590         ASSIGN TO RATEGRP
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-GROUP-DEF-FILE-STATUS.
000611     SELECT REGISTRY-FILE
000612         ASSIGN TO RATESETR
000613         ORGANIZATION IS INDEXED
000614         ACCESS MODE IS DYNAMIC
000615         RECORD KEY IS REG-RECORD-KEY
000616         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
000617     SELECT STEP-ID-FILE
000618         ASSIGN TO STATID
000619         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-STATID-FILE-STATUS.
000621     SELECT STEP-STATS-FILE
000622         ASSIGN TO STATLOG
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000625 DATA             DIVISION.
000630 FILE             SECTION.
000640 FD  RATE-FILE.
000650 01  RATE-INPUT-RECORD           PIC X(080).
000710 01  REJECT-RECORD               PIC X(080).
000720 FD  GROUP-DEF-FILE.
000730 01  GROUP-DEF-RECORD            PIC X(080).
000733 FD  REGISTRY-FILE.
000736     COPY RATESETR.
000737 FD  STEP-ID-FILE.
000738 01  STEP-ID-RECORD              PIC X(080).
000739 FD  STEP-STATS-FILE.
000740 01  STEP-STATS-RECORD           PIC X(150).
000741 WORKING-STORAGE SECTION.
000750*--------------------------------------------------------------
000760* File status fields and end-of-file switches.
000770*--------------------------------------------------------------
000800 77  WS-EDITED-FILE-STATUS       PIC X(02).
000810 77  WS-REJECT-FILE-STATUS       PIC X(02).
000820 77  WS-GROUP-DEF-FILE-STATUS    PIC X(02).
000825 77  WS-REGISTRY-FILE-STATUS     PIC X(02).
000830 77  WS-READ-COUNT               PIC 9(07) COMP VALUE ZERO.
000840 77  WS-RECYCLE-COUNT            PIC 9(07) COMP VALUE ZERO.
000850 77  WS-CLEAN-COUNT              PIC 9(07) COMP VALUE ZERO.
000860 77  WS-REJECT-COUNT             PIC 9(05) COMP VALUE ZERO.
000870 77  WS-MISSING-COUNT            PIC 9(05) COMP VALUE ZERO.
000873 77  WS-MISSING-SET-COUNT        PIC 9(05) COMP VALUE ZERO.
000876 77  WS-EXPECTED-SET-COUNT       PIC 9(05) COMP VALUE ZERO.
000880 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000890 01  WS-SWITCHES.
000900     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
001030         88  FEED-TRAILER-SEEN            VALUE "Y".
001040     05  WS-TRANS-ERROR-SWITCH   PIC X(01) VALUE "N".
001050         88  TRANSMISSION-ERROR           VALUE "Y".
001051     05  WS-REG-DONE-SWITCH      PIC X(01) VALUE "N".
001052         88  REGISTRY-SWEEP-DONE          VALUE "Y".
001053     05  WS-REG-FOUND-SWITCH     PIC X(01) VALUE "N".
001054         88  REGISTRY-FOUND               VALUE "Y".
001055*--------------------------------------------------------------
001056* Parameter card - DELTA in columns 1-5 marks a partial feed
001057* (the intraday reissue of a few sets), which is not expected
001058* to carry every registered set.  A blank card is a full feed.
001059*--------------------------------------------------------------
001060 01  WS-PARM-CARD.
001061     05  PRM-FEED-SCOPE          PIC X(05).
001062         88  PARTIAL-FEED                 VALUE "DELTA".
001063     05  FILLER                  PIC X(75).
001064 77  WS-EXPECT-DATE              PIC 9(08) VALUE ZERO.
001065*--------------------------------------------------------------
001070* Incoming rate record - the typed layout the certification
001080* program reads, with header and trailer views over the body
001090* and a raw view of the value bytes so a non-numeric value
002090 77  WS-SET-TOTAL                PIC 9(03) COMP VALUE ZERO.
002100 77  WS-SET-SUB                  PIC 9(03) COMP VALUE ZERO.
002110 77  WS-SET-WORK-SUB             PIC 9(03) COMP VALUE ZERO.
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
002135     ACCEPT WS-PARM-CARD.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002150     PERFORM 2000-EDIT-RATE-FILE THRU 2000-EXIT
002160         UNTIL RATE-FILE-EOF.
002190     PERFORM 2800-VERIFY-TRANSMISSION THRU 2800-EXIT.
002200     PERFORM 4000-WRITE-STAGED-FEED THRU 4000-EXIT.
002210     PERFORM 3000-REPORT-MISSING-SLOTS THRU 3000-EXIT.
002212     IF NOT PARTIAL-FEED
002214         PERFORM 3200-CHECK-EXPECTED-SETS THRU 3200-EXIT
002216     END-IF.
002220     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002230     STOP RUN.
002240*--------------------------------------------------------------
002250 1000-INITIALIZE.
002253     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002256     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002270     PERFORM 1050-LOAD-GROUP-DEFS THRU 1050-EXIT.
002280     PERFORM 1100-BUILD-SLOT-TABLE THRU 1100-EXIT.
002490             "STATUS = " WS-REJECT-FILE-STATUS
002500         MOVE "Y" TO WS-IO-ERROR-SWITCH
002510     END-IF.
002511     OPEN INPUT REGISTRY-FILE.
002512     IF WS-REGISTRY-FILE-STATUS NOT = "00"
002513         DISPLAY "RATEEDIT: UNABLE TO OPEN SET REGISTRY, "
002514             "STATUS = " WS-REGISTRY-FILE-STATUS
002515         MOVE "Y" TO WS-RATE-EOF-SWITCH
002516         MOVE "Y" TO WS-RECYCLE-EOF-SWITCH
002517         MOVE "Y" TO WS-REG-DONE-SWITCH
002518         MOVE "Y" TO WS-IO-ERROR-SWITCH
002519     END-IF.
002520 1000-EXIT.
002530     EXIT.
002540*--------------------------------------------------------------
004310 2500-EXIT.
004320     EXIT.
004330*--------------------------------------------------------------
004340* Single-record edit - missing set id, a set the registry does
004350* not carry or has retired, unknown slot name, non-numeric
004360* value and duplicate slot within the set all reject; anything
004370* left is staged under its set with the seen flag set.
004380*--------------------------------------------------------------
004390 2100-EDIT-ONE-RECORD.
004400     IF ERT-SET-ID = SPACES
004420         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
004430         GO TO 2100-EXIT
004440     END-IF.
004441     PERFORM 2105-FIND-REGISTERED-SET THRU 2105-EXIT.
004442     IF NOT REGISTRY-FOUND
004443         MOVE "SET NOT REGISTERED" TO REJ-REASON
004444         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
004445         GO TO 2100-EXIT
004446     END-IF.
004447     IF REG-RETIRED
004448         MOVE "SET RETIRED" TO REJ-REASON
004449         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
004450         GO TO 2100-EXIT
004451     END-IF.
004452     PERFORM 2110-FIND-SLOT-NAME THRU 2110-EXIT.
004460     IF NOT SLOT-FOUND
004470         MOVE "UNKNOWN FIELD NAME" TO REJ-REASON
004480         PERFORM 3800-WRITE-REJECT THRU 3800-EXIT
004700     ADD 1 TO WS-CLEAN-COUNT.
004710 2100-EXIT.
004720     EXIT.
004721*--------------------------------------------------------------
004722* Registry lookup - a keyed read of the record's set id.  A
004723* suspended set is still registered and its data still
004724* stages; it is only left out of the expected-set check.
004725*--------------------------------------------------------------
004726 2105-FIND-REGISTERED-SET.
004727     MOVE ERT-SET-ID TO REG-SET-ID.
004728     MOVE "Y" TO WS-REG-FOUND-SWITCH.
004729     READ REGISTRY-FILE
004730         INVALID KEY
004731             MOVE "N" TO WS-REG-FOUND-SWITCH
004732     END-READ.
004733 2105-EXIT.
004734     EXIT.
004735*--------------------------------------------------------------
004740 2110-FIND-SLOT-NAME.
004750     MOVE "N" TO WS-SLOT-FOUND-SWITCH.
004760     MOVE ZERO TO WS-SLOT-SUB.
006710     END-IF.
006720 3100-EXIT.
006730     EXIT.
006731*--------------------------------------------------------------
006732* Expected-set check - sweep the registry and prove every set
006733* that is active and in effect on the feed's business date
006734* staged at least one clean record.  A whole set absent from
006735* the feed is named on the console and ends the run RC=8, the
006736* same as a missing slot inside a set that did arrive.
006737*--------------------------------------------------------------
006738 3200-CHECK-EXPECTED-SETS.
006739     IF FEED-HEADER-SEEN
006740         MOVE WS-FEED-BUSINESS-DATE TO WS-EXPECT-DATE
006741     ELSE
006742         MOVE WS-RUN-DATE TO WS-EXPECT-DATE
006743     END-IF.
006744     IF NOT REGISTRY-SWEEP-DONE
006745         MOVE LOW-VALUES TO REG-RECORD-KEY
006746         START REGISTRY-FILE
006747             KEY IS NOT LESS THAN REG-RECORD-KEY
006748             INVALID KEY
006749                 MOVE "Y" TO WS-REG-DONE-SWITCH
006750         END-START
006751     END-IF.
006752     PERFORM 3250-CHECK-ONE-EXPECTED-SET THRU 3250-EXIT
006753         UNTIL REGISTRY-SWEEP-DONE.
006754 3200-EXIT.
006755     EXIT.
006756 3250-CHECK-ONE-EXPECTED-SET.
006757     READ REGISTRY-FILE NEXT RECORD
006758         AT END
006759             MOVE "Y" TO WS-REG-DONE-SWITCH
006760     END-READ.
006761     IF WS-REGISTRY-FILE-STATUS NOT = "00"
006762         MOVE "Y" TO WS-REG-DONE-SWITCH
006763     END-IF.
006764     IF REGISTRY-SWEEP-DONE
006765         GO TO 3250-EXIT
006766     END-IF.
006767     IF NOT REG-ACTIVE
006768         OR REG-EFF-FROM-DATE > WS-EXPECT-DATE
006769         OR REG-EFF-TO-DATE < WS-EXPECT-DATE
006770         GO TO 3250-EXIT
006771     END-IF.
006772     ADD 1 TO WS-EXPECTED-SET-COUNT.
006773     MOVE "N" TO WS-SET-FOUND-SWITCH.
006774     MOVE ZERO TO WS-SET-SUB.
006775     PERFORM 3260-SCAN-STAGED-SET THRU 3260-EXIT
006776         UNTIL SET-FOUND
006777         OR WS-SET-SUB NOT < WS-SET-TOTAL.
006778     IF NOT SET-FOUND
006779         ADD 1 TO WS-MISSING-SET-COUNT
006780         DISPLAY "RATEEDIT: *** EXPECTED SET " REG-SET-ID
006781             " (" REG-DESCRIPTION ") OWNED BY "
006782             REG-OWNING-DESK " IS MISSING FROM THE FEED ***"
006783     END-IF.
006784 3250-EXIT.
006785     EXIT.
006786 3260-SCAN-STAGED-SET.
006787     ADD 1 TO WS-SET-SUB.
006788     IF SET-SET-ID (WS-SET-SUB) = REG-SET-ID
006789         MOVE "Y" TO WS-SET-FOUND-SWITCH
006790     END-IF.
006791 3260-EXIT.
006792     EXIT.
006793*--------------------------------------------------------------
006794 3800-WRITE-REJECT.
006795     MOVE ERT-REC-TYPE TO REJ-REC-TYPE.
006796     MOVE ERT-SET-ID TO REJ-SET-ID.
006797     MOVE ERT-FIELD-NAME TO REJ-FIELD-NAME.
006798     MOVE ERT-VALUE-RAW TO REJ-FIELD-VALUE.
006800     MOVE SPACES TO REJECT-RECORD.
006810     MOVE WS-REJECT-LINE TO REJECT-RECORD.
006820     WRITE REJECT-RECORD.
006970     END-IF.
006980     CLOSE EDITED-FILE.
006990     CLOSE REJECT-FILE.
006995     CLOSE REGISTRY-FILE.
007000     DISPLAY "RATEEDIT: FEED RECORDS " WS-READ-COUNT
007010         ", RECYCLED " WS-RECYCLE-COUNT
007020         ", CLEAN " WS-CLEAN-COUNT
007030         ", SETS " WS-SET-TOTAL
007040         ", REJECTED " WS-REJECT-COUNT
007050         ", MISSING " WS-MISSING-COUNT
007053         ", SETS EXPECTED " WS-EXPECTED-SET-COUNT
007056         ", SETS MISSING " WS-MISSING-SET-COUNT.
007060     EVALUATE TRUE
007070         WHEN IO-WRITE-ERROR
007080             DISPLAY "RATEEDIT: ONE OR MORE FILE ERRORS THIS RUN"
007150             DISPLAY "RATEEDIT: FEED IS INCOMPLETE - "
007160                 "CERTIFICATION STEP WILL BE BYPASSED"
007170             MOVE 8 TO RETURN-CODE
007171         WHEN WS-MISSING-SET-COUNT > ZERO
007172             DISPLAY "RATEEDIT: " WS-MISSING-SET-COUNT
007173                 " EXPECTED RATE SET(S) MISSING FROM FEED - "
007174                 "CERTIFICATION STEP WILL BE BYPASSED"
007175             MOVE 8 TO RETURN-CODE
007180         WHEN WS-REJECT-COUNT > ZERO
007190             MOVE 4 TO RETURN-CODE
007200         WHEN OTHER
007210             MOVE 0 TO RETURN-CODE
007220     END-EVALUATE.
007225     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
007230 9999-EXIT.
007240     EXIT.
007250*--------------------------------------------------------------
007260* Step statistics - one standard line appended to the shared
007270* STATLOG after the return code settles, for the cycle status
007280* sheet.  The job and step names come off the STATID card.  A
007290* log that cannot be opened costs the statistics line, not the
007300* run - the return code is already final.
007310*--------------------------------------------------------------
007320 9900-WRITE-STEP-STATS.
007330     MOVE SPACES TO WS-STEP-ID-CARD.
007340     OPEN INPUT STEP-ID-FILE.
007350     IF WS-STATID-FILE-STATUS = "00"
007360         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
007370             AT END
007380                 MOVE SPACES TO WS-STEP-ID-CARD
007390         END-READ
007400         CLOSE STEP-ID-FILE
007410     END-IF.
007420     ACCEPT WS-STAT-TIME-WORK FROM TIME.
007430     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
007440     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
007450     MOVE SID-JOB-NAME TO STS-JOB-NAME.
007460     MOVE SID-STEP-NAME TO STS-STEP-NAME.
007470     MOVE "RATEEDIT" TO STS-PROGRAM.
007480     MOVE WS-FEED-BUSINESS-DATE TO STS-BUSINESS-DATE.
007490     COMPUTE STS-RECORDS-IN = WS-READ-COUNT + WS-RECYCLE-COUNT.
007500     MOVE WS-STAGE-COUNT TO STS-RECORDS-OUT.
007510     MOVE WS-REJECT-COUNT TO STS-RECORDS-REJECTED.
007520     MOVE "MISSING" TO STS-CONTROL-LABEL.
007530     MOVE WS-MISSING-COUNT TO STS-CONTROL-COUNT.
007540     MOVE WS-STAGE-HASH TO STS-CONTROL-HASH.
007550     MOVE SPACES TO STS-OUTCOME.
007560     IF STS-BUSINESS-DATE = ZERO
007570         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
007580     END-IF.
007590     MOVE RETURN-CODE TO STS-RETURN-CODE.
007600     OPEN EXTEND STEP-STATS-FILE.
007610     IF WS-STATLOG-FILE-STATUS = "35"
007620         OPEN OUTPUT STEP-STATS-FILE
007630     END-IF.
007640     IF WS-STATLOG-FILE-STATUS NOT = "00"
007650         DISPLAY "RATEEDIT: UNABLE TO OPEN STATISTICS LOG, "
007660             "STATUS = " WS-STATLOG-FILE-STATUS
007670         GO TO 9900-EXIT
007680     END-IF.
007690     MOVE SPACES TO STEP-STATS-RECORD.
007700     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
007710     WRITE STEP-STATS-RECORD.
007720     IF WS-STATLOG-FILE-STATUS NOT = "00"
007730         DISPLAY "RATEEDIT: WRITE FAILED ON STATISTICS LOG, "
007740             "STATUS = " WS-STATLOG-FILE-STATUS
007750     END-IF.
007760     CLOSE STEP-STATS-FILE.
007770 9900-EXIT.
007780     EXIT.
