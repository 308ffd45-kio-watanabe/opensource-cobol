000190*   ---------- ----  ------------------------------------------
000200*   2026-09-02  DLH  Initial version - single-sweep snapshot
000210*                    extract plus coverage-gap report for the
000211*                    month-end accounting close.
000213*   2026-10-15  DLH  Retired rate sets (per the RATESETR set
000214*                    registry) no longer land on the coverage-
000216*                    gap report; their snapshot lines stay.
000217*   2026-10-15  DLH  Write the snapshot in the format profile
000219*                    FMTPROF holds for the consumer named on
000220*                    the parameter card - zoned, decimal point
000221*                    with separate sign, or comma-delimited.
000222*                    Count and hash are the same in each.
000223*   2026-10-15  DLH  A bad format code or an unreadable FMTPROF
000224*                    now fails the run (RC=8) with no snapshot
000225*                    lines, as RATESPLT does, rather than
000226*                    writing the consumer a zoned snapshot.
000227*   2026-10-15  DLH  Provisional (carried-forward) records no
000228*                    longer count as certified in the month or
000229*                    as the last certified date on the gap
000230*                    report; they still set the rate in force.
000231*   2026-10-15  DLH  Append a step-statistics line - job, step,
000232*                    business date, times, record counts, key
000233*                    control total, return code - to the shared
000234*                    STATLOG at termination for the RATECSUM
000236*                    cycle status sheet.
000237*--------------------------------------------------------------
000240 ENVIRONMENT      DIVISION.
000250 INPUT-OUTPUT     SECTION.
000260 FILE-CONTROL.
000370     SELECT GAP-REPORT-FILE
000380         ASSIGN TO GAPRPT
000390         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-GAP-FILE-STATUS.
000392     SELECT REGISTRY-FILE
000393         ASSIGN TO RATESETR
000394         ORGANIZATION IS INDEXED
000395         ACCESS MODE IS RANDOM
000396         RECORD KEY IS REG-RECORD-KEY
000397         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
000398     SELECT PROFILE-FILE
000399         ASSIGN TO FMTPROF
000400         ORGANIZATION IS LINE SEQUENTIAL
000401         FILE STATUS IS WS-PROFILE-FILE-STATUS.
000402     SELECT STEP-ID-FILE
000403         ASSIGN TO STATID
000404         ORGANIZATION IS LINE SEQUENTIAL
000405         FILE STATUS IS WS-STATID-FILE-STATUS.
000406     SELECT STEP-STATS-FILE
000407         ASSIGN TO STATLOG
000408         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000411 DATA             DIVISION.
000420 FILE             SECTION.
000430 FD  HISTORY-FILE.
000440     COPY RATEHIST.
000450 FD  SNAPSHOT-FILE.
000460 01  SNAPSHOT-RECORD             PIC X(080).
000470 FD  GAP-REPORT-FILE.
000472 01  GAP-REPORT-RECORD           PIC X(080).
000474 FD  REGISTRY-FILE.
000476     COPY RATESETR.
000478 FD  PROFILE-FILE.
000480 01  PROFILE-RECORD              PIC X(080).
000482 FD  STEP-ID-FILE.
000484 01  STEP-ID-RECORD              PIC X(080).
000486 FD  STEP-STATS-FILE.
000488 01  STEP-STATS-RECORD           PIC X(150).
000490 WORKING-STORAGE SECTION.
000500*--------------------------------------------------------------
000510* File status fields and switches.
000530 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000540 77  WS-SNAPSHOT-FILE-STATUS     PIC X(02).
000550 77  WS-GAP-FILE-STATUS          PIC X(02).
000555 77  WS-REGISTRY-FILE-STATUS     PIC X(02).
000557 77  WS-PROFILE-FILE-STATUS      PIC X(02).
000560 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000570 77  WS-FIELD-COUNT              PIC 9(05) COMP VALUE ZERO.
000580 77  WS-SNAP-COUNT               PIC 9(07) COMP VALUE ZERO.
000590 77  WS-GAP-COUNT                PIC 9(05) COMP VALUE ZERO.
000595 77  WS-RETIRED-SKIP-COUNT       PIC 9(05) COMP VALUE ZERO.
000600 01  WS-SWITCHES.
000610     05  WS-SWEEP-DONE-SWITCH    PIC X(01) VALUE "N".
000620         88  SWEEP-DONE                   VALUE "Y".
000640         88  RATE-IN-MONTH                VALUE "Y".
000650     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
000660         88  IO-WRITE-ERROR               VALUE "Y".
000662     05  WS-REGISTRY-OPEN-SWITCH PIC X(01) VALUE "N".
000664         88  REGISTRY-AVAILABLE           VALUE "Y".
000666     05  WS-SET-RETIRED-SWITCH   PIC X(01) VALUE "N".
000668         88  SET-RETIRED                  VALUE "Y".
000669     05  WS-PROFILE-EOF-SWITCH   PIC X(01) VALUE "N".
000670         88  PROFILE-EOF                  VALUE "Y".
000671     05  WS-SNAP-FORMAT-CODE     PIC X(01) VALUE "Z".
000672         88  SNAP-FORMAT-DECIMAL          VALUE "D".
000673         88  SNAP-FORMAT-DELIMITED        VALUE "C".
000674     05  WS-PROFILE-ERROR-SWITCH PIC X(01) VALUE "N".
000675         88  PROFILE-ERROR                VALUE "Y".
000677*--------------------------------------------------------------
000680* Parameter card - the snapshot date, normally the last
000690* business day of the month being closed.  A blank or
000700* non-numeric card falls back to the run date.  The snapshot
000710* month runs from the first of that date's month through the
000720* snapshot date itself.  Cols 10-17 name the consumer the
000723* snapshot goes to; its FMTPROF format profile sets the
000726* layout, and a blank or unprofiled consumer is written zoned.
000730*--------------------------------------------------------------
000740 01  WS-PARM-CARD.
000750     05  PRM-SNAPSHOT-DATE       PIC 9(08).
000753     05  FILLER                  PIC X(01).
000756     05  PRM-CONSUMER-ID         PIC X(08).
000760 01  WS-SNAPSHOT-DATE            PIC 9(08) VALUE ZERO.
000770 01  WS-SNAPSHOT-DATE-PARTS      REDEFINES WS-SNAPSHOT-DATE.
000780     05  WS-SNAP-YYYYMM          PIC 9(06).
001210                                 VALUE ZERO.
001220 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
001230                                 VALUE ZERO.
001231*--------------------------------------------------------------
001232* Format profile card and the alternate snapshot layouts for
001233* the decimal and delimited profiles.
001234*--------------------------------------------------------------
001235     COPY RATEFMTP.
001240*--------------------------------------------------------------
001250* Coverage-gap report layouts.
001260*--------------------------------------------------------------
001500     05  GAP-TOTAL-SNAP          PIC ZZZZ9.
001510     05  FILLER                  PIC X(07) VALUE "  GAPS ".
001520     05  GAP-TOTAL-GAPS          PIC ZZZZ9.
001521*--------------------------------------------------------------
001522* Step statistics - the STATID job/step card, the line appended
001523* to the shared STATLOG at termination and their file status
001524* fields.
001525*--------------------------------------------------------------
001526 77  WS-STATID-FILE-STATUS       PIC X(02).
001527 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001528     COPY RATESTAT.
001530 PROCEDURE        DIVISION.
001540 0000-MAINLINE.
001545     MOVE SPACES TO WS-PARM-CARD.
001550     ACCEPT WS-PARM-CARD.
001560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001570     PERFORM 2000-SWEEP-ONE-RECORD THRU 2000-EXIT
001650     STOP RUN.
001660*--------------------------------------------------------------
001670 1000-INITIALIZE.
001673     ACCEPT WS-STAT-TIME-WORK FROM TIME.
001676     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
001680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001690     IF WS-PARM-CARD = SPACES
001700         OR PRM-SNAPSHOT-DATE NOT NUMERIC
001930         DISPLAY "RATESNAP: UNABLE TO OPEN GAP REPORT, "
001940             "STATUS = " WS-GAP-FILE-STATUS
001950     END-IF.
001951     OPEN INPUT REGISTRY-FILE.
001952     IF WS-REGISTRY-FILE-STATUS = "00"
001953         MOVE "Y" TO WS-REGISTRY-OPEN-SWITCH
001954     ELSE
001955         DISPLAY "RATESNAP: SET REGISTRY UNAVAILABLE, STATUS = "
001956             WS-REGISTRY-FILE-STATUS
001957             " - RETIRED SETS WILL SHOW ON THE GAP REPORT"
001958     END-IF.
001959     IF PRM-CONSUMER-ID NOT = SPACES
001960         PERFORM 1100-FIND-FORMAT-PROFILE THRU 1100-EXIT
001961     END-IF.
001962     DISPLAY "RATESNAP: SNAPSHOT FOR CONSUMER " PRM-CONSUMER-ID
001963         " WRITTEN IN FORMAT " WS-SNAP-FORMAT-CODE.
001964     MOVE WS-SNAPSHOT-DATE TO HDR-SNAPSHOT-DATE.
001970     MOVE SPACES TO GAP-REPORT-RECORD.
001980     MOVE WS-GAP-HEADER-1 TO GAP-REPORT-RECORD.
001990     WRITE GAP-REPORT-RECORD.
002060     WRITE GAP-REPORT-RECORD.
002070     PERFORM 5990-CHECK-GAP-STATUS THRU 5990-EXIT.
002080     MOVE WS-SNAPSHOT-DATE TO SNPH-BUSINESS-DATE.
002090     PERFORM 1300-WRITE-SNAPSHOT-HEADER THRU 1300-EXIT.
002120     IF NOT SWEEP-DONE
002130         MOVE LOW-VALUES TO HIST-RECORD-KEY
002140         START HISTORY-FILE
002180         END-START
002190     END-IF.
002200 1000-EXIT.
002201     EXIT.
002202*--------------------------------------------------------------
002203* Format profile - scan FMTPROF for the consumer on the
002204* parameter card.  No profile file, or no card for the
002205* consumer, leaves the snapshot zoned.  An unknown format code
002206* or a profile file that cannot be opened stands the sweep
002207* down and fails the run, as RATESPLT does, rather than hand
002208* a consumer a layout it did not ask for.
002209*--------------------------------------------------------------
002210 1100-FIND-FORMAT-PROFILE.
002211     OPEN INPUT PROFILE-FILE.
002212     IF WS-PROFILE-FILE-STATUS = "35"
002213         DISPLAY "RATESNAP: NO FORMAT PROFILES ON FILE - "
002214             "SNAPSHOT WRITTEN ZONED"
002215         GO TO 1100-EXIT
002216     END-IF.
002217     IF WS-PROFILE-FILE-STATUS NOT = "00"
002218         DISPLAY "RATESNAP: UNABLE TO OPEN FORMAT PROFILES, "
002219             "STATUS = " WS-PROFILE-FILE-STATUS
002220         MOVE "Y" TO WS-PROFILE-ERROR-SWITCH
002221         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
002222         GO TO 1100-EXIT
002223     END-IF.
002224     PERFORM 1110-READ-ONE-PROFILE THRU 1110-EXIT
002225         UNTIL PROFILE-EOF.
002226     CLOSE PROFILE-FILE.
002227 1100-EXIT.
002228     EXIT.
002229 1110-READ-ONE-PROFILE.
002230     READ PROFILE-FILE INTO WS-FORMAT-PROFILE-CARD
002231         AT END
002232             MOVE "Y" TO WS-PROFILE-EOF-SWITCH
002233     END-READ.
002234     IF PROFILE-EOF
002235         GO TO 1110-EXIT
002236     END-IF.
002237     IF FPC-CONSUMER-ID NOT = PRM-CONSUMER-ID
002238         GO TO 1110-EXIT
002239     END-IF.
002240     MOVE "Y" TO WS-PROFILE-EOF-SWITCH.
002241     IF NOT FPC-FORMAT-VALID
002242         DISPLAY "RATESNAP: BAD FORMAT CODE " FPC-FORMAT-CODE
002243             " FOR CONSUMER " FPC-CONSUMER-ID
002244         MOVE "Y" TO WS-PROFILE-ERROR-SWITCH
002245         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
002246         GO TO 1110-EXIT
002248     END-IF.
002249     IF FPC-FORMAT-CODE NOT = SPACE
002250         MOVE FPC-FORMAT-CODE TO WS-SNAP-FORMAT-CODE
002251     END-IF.
002252 1110-EXIT.
002253     EXIT.
002254*--------------------------------------------------------------
002255* Snapshot header in the consumer's format - a delimited
002256* snapshot opens with the column header row.
002257*--------------------------------------------------------------
002258 1300-WRITE-SNAPSHOT-HEADER.
002259     MOVE SPACES TO SNAPSHOT-RECORD.
002260     IF NOT SNAP-FORMAT-DELIMITED
002261         MOVE WS-SNAPSHOT-HEADER TO SNAPSHOT-RECORD
002262         PERFORM 3800-WRITE-SNAPSHOT-RECORD THRU 3800-EXIT
002263         GO TO 1300-EXIT
002264     END-IF.
002265     MOVE WS-DELIMITED-COLUMN-ROW TO SNAPSHOT-RECORD.
002266     PERFORM 3800-WRITE-SNAPSHOT-RECORD THRU 3800-EXIT.
002267     MOVE SPACES TO DLM-ROW.
002268     MOVE 1 TO DLM-POINTER.
002269     STRING "H," SNPH-BUSINESS-DATE "," SNPH-SOURCE-SYSTEM
002270         DELIMITED BY SIZE
002271         INTO DLM-ROW WITH POINTER DLM-POINTER.
002272     MOVE SPACES TO SNAPSHOT-RECORD.
002273     MOVE DLM-ROW TO SNAPSHOT-RECORD.
002274     PERFORM 3800-WRITE-SNAPSHOT-RECORD THRU 3800-EXIT.
002275 1300-EXIT.
002276     EXIT.
002277*--------------------------------------------------------------
002278* Key-order sweep - the master is keyed set id, field name,
002279* effective date, so every field's dates arrive together in
002280* ascending order.  A change of set or field finalizes the
002281* field just gathered before the new one starts.
002282*--------------------------------------------------------------
002283 2000-SWEEP-ONE-RECORD.
002290     READ HISTORY-FILE NEXT RECORD
002300         AT END
002310             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
002410         IF WS-CURRENT-FIELD-NAME NOT = SPACES
002420             PERFORM 3000-FINALIZE-ONE-FIELD THRU 3000-EXIT
002430         END-IF
002432         IF HIST-SET-ID NOT = WS-CURRENT-SET-ID
002434             PERFORM 2100-CHECK-SET-RETIRED THRU 2100-EXIT
002436         END-IF
002440         MOVE HIST-SET-ID TO WS-CURRENT-SET-ID
002450         MOVE HIST-FIELD-NAME TO WS-CURRENT-FIELD-NAME
002460         MOVE ZERO TO WS-BEST-EFF-DATE
002520         MOVE HIST-EFF-DATE TO WS-BEST-EFF-DATE
002530         MOVE HIST-FIELD-VALUE TO WS-BEST-VALUE
002540         IF HIST-EFF-DATE NOT < WS-MONTH-START-DATE
002545             AND NOT HIST-PROVISIONAL
002550             MOVE "Y" TO WS-IN-MONTH-SWITCH
002560         END-IF
002570     END-IF.
002575*    A carried-forward record is the rate in force but not a
002577*    certification - it neither closes a gap nor dates one.
002578     IF NOT HIST-PROVISIONAL
002580         MOVE HIST-EFF-DATE TO WS-LAST-EFF-DATE
002585     END-IF.
002590 2000-EXIT.
002600     EXIT.
002601*--------------------------------------------------------------
002602* Set break - look the new set up on the registry once.  A set
002603* the registry has retired keeps its snapshot line but is left
002604* off the gap report; a set the registry does not carry is
002605* reported as before.
002606*--------------------------------------------------------------
002607 2100-CHECK-SET-RETIRED.
002608     MOVE "N" TO WS-SET-RETIRED-SWITCH.
002609     IF NOT REGISTRY-AVAILABLE
002610         GO TO 2100-EXIT
002611     END-IF.
002612     MOVE HIST-SET-ID TO REG-SET-ID.
002613     READ REGISTRY-FILE
002614         INVALID KEY
002615             GO TO 2100-EXIT
002616     END-READ.
002617     IF REG-RETIRED
002618         MOVE "Y" TO WS-SET-RETIRED-SWITCH
002619     END-IF.
002620 2100-EXIT.
002621     EXIT.
002622*--------------------------------------------------------------
002623* Field break - one snapshot line for the rate in force on the
002630* snapshot date (a field whose history starts after the
002640* snapshot date has none), and one gap line when nothing
002650* certified inside the snapshot month (retired sets excepted).
002660*--------------------------------------------------------------
002670 3000-FINALIZE-ONE-FIELD.
002680     ADD 1 TO WS-FIELD-COUNT.
002780             COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
002790         END-IF
002800         ADD WS-HASH-WORK TO WS-SNAP-HASH
002802         EVALUATE TRUE
002804             WHEN SNAP-FORMAT-DECIMAL
002806                 PERFORM 3520-BUILD-DECIMAL-LINE THRU 3520-EXIT
002808             WHEN SNAP-FORMAT-DELIMITED
002810                 PERFORM 3540-BUILD-DELIMITED-LINE
002812                     THRU 3540-EXIT
002814             WHEN OTHER
002816                 MOVE SPACES TO SNAPSHOT-RECORD
002818                 MOVE WS-SNAPSHOT-LINE TO SNAPSHOT-RECORD
002820         END-EVALUATE
002830         PERFORM 3800-WRITE-SNAPSHOT-RECORD THRU 3800-EXIT
002840     END-IF.
002841     IF NOT RATE-IN-MONTH
002842         AND SET-RETIRED
002843         ADD 1 TO WS-RETIRED-SKIP-COUNT
002844         GO TO 3000-EXIT
002845     END-IF.
002850     IF NOT RATE-IN-MONTH
002860         ADD 1 TO WS-GAP-COUNT
002870         MOVE WS-CURRENT-SET-ID TO GAP-SET-ID
002950     END-IF.
002960 3000-EXIT.
002970     EXIT.
002971*--------------------------------------------------------------
002972* Data-line builders for the decimal and delimited profiles,
002973* from the zoned snapshot line just filled in.  A snapshot
002974* line has no status or carried-from date, so those columns
002975* are blank (decimal) or empty (delimited).
002976*--------------------------------------------------------------
002977 3520-BUILD-DECIMAL-LINE.
002978     MOVE SPACES TO WS-DECIMAL-DATA-LINE.
002979     MOVE "D" TO DEC-REC-TYPE.
002980     MOVE SNP-SET-ID TO DEC-SET-ID.
002981     MOVE SNP-FIELD-NAME TO DEC-FIELD-NAME.
002982     MOVE SNP-FIELD-VALUE TO DEC-FIELD-VALUE.
002983     MOVE SPACES TO SNAPSHOT-RECORD.
002984     MOVE WS-DECIMAL-DATA-LINE TO SNAPSHOT-RECORD.
002985 3520-EXIT.
002986     EXIT.
002987 3540-BUILD-DELIMITED-LINE.
002988     MOVE SPACES TO DLM-ROW.
002989     MOVE 1 TO DLM-POINTER.
002990     STRING "D," DELIMITED BY SIZE
002991         SNP-SET-ID DELIMITED BY SPACE
002992         "," DELIMITED BY SIZE
002993         SNP-FIELD-NAME DELIMITED BY SPACE
002994         "," DELIMITED BY SIZE
002995         INTO DLM-ROW WITH POINTER DLM-POINTER.
002996     MOVE SNP-FIELD-VALUE TO DLM-EDIT-VALUE.
002997     MOVE DLM-EDIT-VALUE TO DLM-EDIT-AREA.
002998     PERFORM 3590-APPEND-DELIMITED-NUMBER THRU 3590-EXIT.
002999     STRING ",," DELIMITED BY SIZE
003000         INTO DLM-ROW WITH POINTER DLM-POINTER.
003001     MOVE SPACES TO SNAPSHOT-RECORD.
003002     MOVE DLM-ROW TO SNAPSHOT-RECORD.
003003 3540-EXIT.
003004     EXIT.
003005*--------------------------------------------------------------
003006* Append the edited number in DLM-EDIT-AREA to the delimited
003007* row with its leading spaces skipped.
003008*--------------------------------------------------------------
003009 3590-APPEND-DELIMITED-NUMBER.
003010     MOVE ZERO TO DLM-LEAD-COUNT.
003011     INSPECT DLM-EDIT-AREA
003012         TALLYING DLM-LEAD-COUNT FOR LEADING SPACES.
003013     ADD 1 TO DLM-LEAD-COUNT.
003014     STRING DLM-EDIT-AREA (DLM-LEAD-COUNT:) DELIMITED BY SPACE
003015         INTO DLM-ROW WITH POINTER DLM-POINTER.
003016 3590-EXIT.
003017     EXIT.
003018*--------------------------------------------------------------
003019 3800-WRITE-SNAPSHOT-RECORD.
003020     WRITE SNAPSHOT-RECORD.
003021     IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
003022         DISPLAY "RATESNAP: WRITE FAILED ON SNAPSHOT EXTRACT, "
003030             "STATUS = " WS-SNAPSHOT-FILE-STATUS
003040         MOVE "Y" TO WS-IO-ERROR-SWITCH
003050     END-IF.
003070     EXIT.
003080*--------------------------------------------------------------
003090 4000-WRITE-SNAPSHOT-TRAILER.
003091     MOVE SPACES TO SNAPSHOT-RECORD.
003092     EVALUATE TRUE
003093         WHEN SNAP-FORMAT-DECIMAL
003094             MOVE WS-SNAP-COUNT TO DECT-RECORD-COUNT
003095             MOVE WS-SNAP-HASH TO DECT-VALUE-HASH
003096             MOVE WS-DECIMAL-TRAILER TO SNAPSHOT-RECORD
003097         WHEN SNAP-FORMAT-DELIMITED
003098             MOVE SPACES TO DLM-ROW
003099             MOVE 1 TO DLM-POINTER
003100             STRING "T," DELIMITED BY SIZE
003101                 INTO DLM-ROW WITH POINTER DLM-POINTER
003102             MOVE WS-SNAP-COUNT TO DLM-EDIT-COUNT
003103             MOVE DLM-EDIT-COUNT TO DLM-EDIT-AREA
003104             PERFORM 3590-APPEND-DELIMITED-NUMBER THRU 3590-EXIT
003105             STRING "," DELIMITED BY SIZE
003106                 INTO DLM-ROW WITH POINTER DLM-POINTER
003107             MOVE WS-SNAP-HASH TO DLM-EDIT-HASH
003108             MOVE DLM-EDIT-HASH TO DLM-EDIT-AREA
003109             PERFORM 3590-APPEND-DELIMITED-NUMBER THRU 3590-EXIT
003110             MOVE DLM-ROW TO SNAPSHOT-RECORD
003111         WHEN OTHER
003112             MOVE WS-SNAP-COUNT TO SNPT-RECORD-COUNT
003113             MOVE WS-SNAP-HASH TO SNPT-VALUE-HASH
003114             MOVE WS-SNAPSHOT-TRAILER TO SNAPSHOT-RECORD
003115     END-EVALUATE.
003140     PERFORM 3800-WRITE-SNAPSHOT-RECORD THRU 3800-EXIT.
003150 4000-EXIT.
003160     EXIT.
003460     CLOSE HISTORY-FILE.
003470     CLOSE SNAPSHOT-FILE.
003480     CLOSE GAP-REPORT-FILE.
003482     IF REGISTRY-AVAILABLE
003484         CLOSE REGISTRY-FILE
003486     END-IF.
003490     DISPLAY "RATESNAP: FIELDS SWEPT " WS-FIELD-COUNT
003500         ", SNAPSHOT LINES " WS-SNAP-COUNT
003510         ", GAPS " WS-GAP-COUNT
003515         ", RETIRED SKIPPED " WS-RETIRED-SKIP-COUNT.
003520     EVALUATE TRUE
003525         WHEN PROFILE-ERROR
003527             DISPLAY "RATESNAP: FORMAT PROFILE IN ERROR - NO "
003528                 "SNAPSHOT LINES WRITTEN"
003529             MOVE 8 TO RETURN-CODE
003530         WHEN IO-WRITE-ERROR
003540             DISPLAY "RATESNAP: ONE OR MORE FILE ERRORS THIS RUN"
003550             MOVE 8 TO RETURN-CODE
003580         WHEN OTHER
003590             MOVE 0 TO RETURN-CODE
003600     END-EVALUATE.
003605     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
003610 9999-EXIT.
003620     EXIT.
003630*--------------------------------------------------------------
003640* Step statistics - one standard line appended to the shared
003650* STATLOG after the return code settles, for the cycle status
003660* sheet.  The job and step names come off the STATID card.  A
003670* log that cannot be opened costs the statistics line, not the
003680* run - the return code is already final.
003690*--------------------------------------------------------------
003700 9900-WRITE-STEP-STATS.
003710     MOVE SPACES TO WS-STEP-ID-CARD.
003720     OPEN INPUT STEP-ID-FILE.
003730     IF WS-STATID-FILE-STATUS = "00"
003740         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
003750             AT END
003760                 MOVE SPACES TO WS-STEP-ID-CARD
003770         END-READ
003780         CLOSE STEP-ID-FILE
003790     END-IF.
003800     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003810     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
003820     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
003830     MOVE SID-JOB-NAME TO STS-JOB-NAME.
003840     MOVE SID-STEP-NAME TO STS-STEP-NAME.
003850     MOVE "RATESNAP" TO STS-PROGRAM.
003860     MOVE WS-SNAPSHOT-DATE TO STS-BUSINESS-DATE.
003870     MOVE WS-FIELD-COUNT TO STS-RECORDS-IN.
003880     MOVE WS-SNAP-COUNT TO STS-RECORDS-OUT.
003890     MOVE WS-GAP-COUNT TO STS-RECORDS-REJECTED.
003900     MOVE "SNAPSHOT" TO STS-CONTROL-LABEL.
003910     MOVE WS-SNAP-COUNT TO STS-CONTROL-COUNT.
003920     MOVE WS-SNAP-HASH TO STS-CONTROL-HASH.
003930     IF PROFILE-ERROR
003940         MOVE "REFUSED" TO STS-OUTCOME
003950     ELSE
003960         MOVE SPACES TO STS-OUTCOME
003970     END-IF.
003980     IF STS-BUSINESS-DATE = ZERO
003990         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
004000     END-IF.
004010     MOVE RETURN-CODE TO STS-RETURN-CODE.
004020     OPEN EXTEND STEP-STATS-FILE.
004030     IF WS-STATLOG-FILE-STATUS = "35"
004040         OPEN OUTPUT STEP-STATS-FILE
004050     END-IF.
004060     IF WS-STATLOG-FILE-STATUS NOT = "00"
004070         DISPLAY "RATESNAP: UNABLE TO OPEN STATISTICS LOG, "
004080             "STATUS = " WS-STATLOG-FILE-STATUS
004090         GO TO 9900-EXIT
004100     END-IF.
004110     MOVE SPACES TO STEP-STATS-RECORD.
004120     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
004130     WRITE STEP-STATS-RECORD.
004140     IF WS-STATLOG-FILE-STATUS NOT = "00"
004150         DISPLAY "RATESNAP: WRITE FAILED ON STATISTICS LOG, "
004160             "STATUS = " WS-STATLOG-FILE-STATUS
004170     END-IF.
004180     CLOSE STEP-STATS-FILE.
004190 9900-EXIT.
004200     EXIT.
