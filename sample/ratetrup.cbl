000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATETRUP.
000030*--------------------------------------------------------------
000040* Contingency true-up report.  Runs last in the RATETRUP job,
000050* after the late feed for a contingency date has certified in
000060* delta mode and the derived rates have been recomputed over
000070* it.  The business date comes from the true-up extract's
000080* header.  The RATEJRNL run journal already holds both sides
000090* of every supersession: RATECFWD (and RATECALC over its
000100* carried operands) journaled each provisional record it
000110* wrote, and the true-up's own certification journaled the
000120* provisional record as the before image of each rewrite.
000130* Every field whose carried-forward rate differed from the
000140* certified actual is listed with both values, the date the
000150* rate was carried from and the difference - the exposure the
000160* consumers ran on for the day.  Every provisional record the
000170* date still holds on the master is listed as well and ends
000180* the run RC=4: the late feed did not cover it and the
000190* true-up is not complete.  Entries before the date's last
000200* backout marker are ignored.
000210*--------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ------------------------------------------
000250*   2026-10-15  DLH  Initial version - journal-driven exposure
000260*                    report of carried-forward against
000270*                    certified rates for a contingency date.
000271*   2026-10-15  DLH  Append a step-statistics line - job, step,
000272*                    business date, times, record counts, key
000273*                    control total, return code - to the shared
000274*                    STATLOG at termination for the RATECSUM
000275*                    cycle status sheet.
000280*--------------------------------------------------------------
000290 ENVIRONMENT      DIVISION.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000320     SELECT EXTRACT-IN-FILE
000330         ASSIGN TO EXTIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-EXTIN-FILE-STATUS.
000360     SELECT RUN-JOURNAL-FILE
000370         ASSIGN TO RATEJRNL
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000400     SELECT HISTORY-FILE
000410         ASSIGN TO RATEHMST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS HIST-RECORD-KEY
000450         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000460     SELECT TRUEUP-REPORT-FILE
000470         ASSIGN TO TRUPRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-FILE-STATUS.
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
000520 FD  EXTRACT-IN-FILE.
000530 01  EXTRACT-IN-RECORD           PIC X(080).
000540 FD  RUN-JOURNAL-FILE.
000550     COPY RATEJRNL.
000560 FD  HISTORY-FILE.
000570     COPY RATEHIST.
000580 FD  TRUEUP-REPORT-FILE.
000590 01  TRUEUP-REPORT-RECORD        PIC X(080).
000592 FD  STEP-ID-FILE.
000594 01  STEP-ID-RECORD              PIC X(080).
000596 FD  STEP-STATS-FILE.
000598 01  STEP-STATS-RECORD           PIC X(150).
000600 WORKING-STORAGE SECTION.
000610*--------------------------------------------------------------
000620* File status fields and switches.
000630*--------------------------------------------------------------
000640 77  WS-EXTIN-FILE-STATUS        PIC X(02).
000650 77  WS-JOURNAL-FILE-STATUS      PIC X(02).
000660 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000670 77  WS-REPORT-FILE-STATUS       PIC X(02).
000680 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000690 77  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
000700 01  WS-SWITCHES.
000710     05  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
000720         88  JOURNAL-FILE-EOF             VALUE "Y".
000730     05  WS-KEY-FOUND-SWITCH     PIC X(01) VALUE "N".
000740         88  KEY-ALREADY-HELD             VALUE "Y".
000750     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
000760         88  TRUEUP-TABLE-FULL            VALUE "Y".
000770     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
000780         88  TRUEUP-REFUSED               VALUE "Y".
000790     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
000800         88  IO-WRITE-ERROR               VALUE "Y".
000810 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
000820*--------------------------------------------------------------
000830* True-up extract header - only the business date is used.
000840*--------------------------------------------------------------
000850 01  WS-EXTRACT-LINE.
000860     05  EXT-REC-TYPE            PIC X(01).
000870         88  EXT-HEADER-LINE              VALUE "H".
000880     05  EXT-HDR-BUSINESS-DATE   PIC 9(08).
000890     05  EXT-HDR-SOURCE          PIC X(08).
000900     05  FILLER                  PIC X(63).
000910*--------------------------------------------------------------
000920* Provisional records the date's journal shows written - set
000930* and field, each held once - for the still-provisional check
000940* against the master.
000950*--------------------------------------------------------------
000960 01  WS-PROVISIONAL-TABLE.
000970     05  WS-PROVISIONAL-ENTRY    OCCURS 3000 TIMES.
000980         10  PRV-SET-ID          PIC X(04).
000990         10  PRV-FIELD-NAME      PIC X(10).
001000 77  WS-PROVISIONAL-COUNT        PIC 9(05) COMP VALUE ZERO.
001010 77  WS-PRV-SUB                  PIC 9(05) COMP VALUE ZERO.
001020*--------------------------------------------------------------
001030* Supersessions - a provisional record rewritten certified,
001040* with the carried value and date from the before image and
001050* the certified actual from the after image.
001060*--------------------------------------------------------------
001070 01  WS-SUPERSEDED-TABLE.
001080     05  WS-SUPERSEDED-ENTRY     OCCURS 3000 TIMES.
001090         10  SUP-SET-ID          PIC X(04).
001100         10  SUP-FIELD-NAME      PIC X(10).
001110         10  SUP-CARRIED-VALUE   PIC S9(05)V9(04) COMP-3.
001120         10  SUP-CARRIED-FROM-DATE
001130                                 PIC 9(08).
001140         10  SUP-ACTUAL-VALUE    PIC S9(05)V9(04) COMP-3.
001150 77  WS-SUPERSEDED-COUNT         PIC 9(05) COMP VALUE ZERO.
001160 77  WS-SUP-SUB                  PIC 9(05) COMP VALUE ZERO.
001170 77  WS-TABLE-MAX                PIC 9(05) COMP VALUE 3000.
001180*--------------------------------------------------------------
001190* Before-image fields held while the after image is examined.
001200*--------------------------------------------------------------
001210 77  WS-BEFORE-PROVISIONAL       PIC X(01) VALUE SPACES.
001220 77  WS-BEFORE-VALUE             PIC S9(05)V9(04) COMP-3
001230                                 VALUE ZERO.
001240 77  WS-BEFORE-CARRIED-FROM      PIC 9(08) VALUE ZERO.
001250*--------------------------------------------------------------
001260* True-up tallies.
001270*--------------------------------------------------------------
001280 77  WS-DIFFER-COUNT             PIC 9(05) COMP VALUE ZERO.
001290 77  WS-EQUAL-COUNT              PIC 9(05) COMP VALUE ZERO.
001300 77  WS-STILL-PROV-COUNT         PIC 9(05) COMP VALUE ZERO.
001310 77  WS-DIFFERENCE               PIC S9(06)V9(04) COMP-3
001320                                 VALUE ZERO.
001330*--------------------------------------------------------------
001340* True-up report layouts.
001350*--------------------------------------------------------------
001360 01  WS-TRU-HEADER-1.
001370     05  FILLER                  PIC X(30)
001380         VALUE "CONTINGENCY TRUE-UP".
001390     05  FILLER                  PIC X(09) VALUE "BUS DATE ".
001400     05  HDR-BUSINESS-DATE       PIC 9(08).
001410     05  FILLER                  PIC X(07) VALUE "  RUN ".
001420     05  HDR-RUN-DATE            PIC 9(08).
001430 01  WS-TRU-HEADER-2.
001440     05  FILLER                  PIC X(06) VALUE "SET".
001450     05  FILLER                  PIC X(11) VALUE "FIELD NAME".
001460     05  FILLER                  PIC X(12) VALUE "    CARRIED".
001470     05  FILLER                  PIC X(10) VALUE " FROM DATE".
001480     05  FILLER                  PIC X(12) VALUE "     ACTUAL".
001490     05  FILLER                  PIC X(13) VALUE "   DIFFERENCE".
001500 01  WS-TRU-DETAIL-LINE.
001510     05  TRR-SET-ID              PIC X(04).
001520     05  FILLER                  PIC X(02) VALUE SPACES.
001530     05  TRR-FIELD-NAME          PIC X(10).
001540     05  FILLER                  PIC X(01) VALUE SPACES.
001550     05  TRR-CARRIED-VALUE       PIC Z(04)9.9(04)-.
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  TRR-CARRIED-FROM-DATE   PIC X(08).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  TRR-ACTUAL-VALUE        PIC Z(04)9.9(04)-.
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  TRR-DIFFERENCE          PIC Z(05)9.9(04)-.
001620 01  WS-TRU-STILL-LINE.
001630     05  TRS-SET-ID              PIC X(04).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  TRS-FIELD-NAME          PIC X(10).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  TRS-CARRIED-VALUE       PIC Z(04)9.9(04)-.
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  TRS-CARRIED-FROM-DATE   PIC X(08).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001710     05  FILLER                  PIC X(20)
001720         VALUE "STILL PROVISIONAL".
001730 01  WS-TRU-TOTAL-LINE.
001740     05  FILLER                  PIC X(12) VALUE "SUPERSEDED ".
001750     05  TRR-TOTAL-SUPERSEDED    PIC ZZZZ9.
001760     05  FILLER                  PIC X(10) VALUE "  DIFFER ".
001770     05  TRR-TOTAL-DIFFER        PIC ZZZZ9.
001780     05  FILLER                  PIC X(09) VALUE "  EQUAL ".
001790     05  TRR-TOTAL-EQUAL         PIC ZZZZ9.
001800     05  FILLER                  PIC X(21)
001810         VALUE "  STILL PROVISIONAL ".
001820     05  TRR-TOTAL-STILL         PIC ZZZZ9.
001830 01  WS-TRU-REFUSED-LINE.
001840     05  FILLER                  PIC X(20)
001850         VALUE "TRUE-UP REFUSED - ".
001860     05  TRR-REFUSE-REASON       PIC X(40).
001861*--------------------------------------------------------------
001862* Step statistics - the STATID job/step card, the line appended
001863* to the shared STATLOG at termination and their file status
001864* fields.
001865*--------------------------------------------------------------
001866 77  WS-STATID-FILE-STATUS       PIC X(02).
001867 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001868     COPY RATESTAT.
001870 PROCEDURE        DIVISION.
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
001910         UNTIL JOURNAL-FILE-EOF.
001920     IF TRUEUP-TABLE-FULL
001930         AND NOT TRUEUP-REFUSED
001940         MOVE "JOURNAL ENTRIES EXCEED TABLE SIZE"
001950             TO WS-REFUSE-REASON
001960         MOVE "Y" TO WS-REFUSED-SWITCH
001970     END-IF.
001980     IF NOT TRUEUP-REFUSED
001990         MOVE ZERO TO WS-SUP-SUB
002000         PERFORM 3000-REPORT-ONE-SUPERSESSION THRU 3000-EXIT
002010             UNTIL WS-SUP-SUB NOT < WS-SUPERSEDED-COUNT
002020         MOVE ZERO TO WS-PRV-SUB
002030         PERFORM 4000-CHECK-ONE-PROVISIONAL THRU 4000-EXIT
002040             UNTIL WS-PRV-SUB NOT < WS-PROVISIONAL-COUNT
002050     END-IF.
002060     PERFORM 5000-WRITE-TRUEUP-TOTALS THRU 5000-EXIT.
002070     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002080     STOP RUN.
002090*--------------------------------------------------------------
002100* Initialization - the business date is taken from the header
002110* of the extract the true-up certified; no header, no report.
002120*--------------------------------------------------------------
002130 1000-INITIALIZE.
002133     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002136     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002140     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002150     OPEN OUTPUT TRUEUP-REPORT-FILE.
002160     IF WS-REPORT-FILE-STATUS NOT = "00"
002170         DISPLAY "RATETRUP: UNABLE TO OPEN TRUE-UP REPORT, "
002180             "STATUS = " WS-REPORT-FILE-STATUS
002190     END-IF.
002200     MOVE SPACES TO WS-EXTRACT-LINE.
002210     OPEN INPUT EXTRACT-IN-FILE.
002220     IF WS-EXTIN-FILE-STATUS NOT = "00"
002230         DISPLAY "RATETRUP: UNABLE TO OPEN TRUE-UP EXTRACT, "
002240             "STATUS = " WS-EXTIN-FILE-STATUS
002250     ELSE
002260         READ EXTRACT-IN-FILE INTO WS-EXTRACT-LINE
002270             AT END
002280                 MOVE SPACES TO WS-EXTRACT-LINE
002290         END-READ
002300         CLOSE EXTRACT-IN-FILE
002310     END-IF.
002320     IF EXT-HEADER-LINE
002330         AND EXT-HDR-BUSINESS-DATE NUMERIC
002340         MOVE EXT-HDR-BUSINESS-DATE TO WS-EFF-DATE
002350     ELSE
002360         MOVE "TRUE-UP EXTRACT HAS NO HEADER"
002370             TO WS-REFUSE-REASON
002380         MOVE "Y" TO WS-REFUSED-SWITCH
002390     END-IF.
002400     MOVE WS-EFF-DATE TO HDR-BUSINESS-DATE.
002410     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002420     MOVE SPACES TO TRUEUP-REPORT-RECORD.
002430     MOVE WS-TRU-HEADER-1 TO TRUEUP-REPORT-RECORD.
002440     WRITE TRUEUP-REPORT-RECORD.
002450     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
002460     MOVE SPACES TO TRUEUP-REPORT-RECORD.
002470     MOVE WS-TRU-HEADER-2 TO TRUEUP-REPORT-RECORD.
002480     WRITE TRUEUP-REPORT-RECORD.
002490     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
002500     MOVE SPACES TO TRUEUP-REPORT-RECORD.
002510     WRITE TRUEUP-REPORT-RECORD.
002520     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
002530     IF TRUEUP-REFUSED
002540         MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
002550         GO TO 1000-EXIT
002560     END-IF.
002570     OPEN INPUT RUN-JOURNAL-FILE.
002580     IF WS-JOURNAL-FILE-STATUS NOT = "00"
002590         DISPLAY "RATETRUP: UNABLE TO OPEN RUN JOURNAL, "
002600             "STATUS = " WS-JOURNAL-FILE-STATUS
002610         MOVE "RUN JOURNAL UNAVAILABLE" TO WS-REFUSE-REASON
002620         MOVE "Y" TO WS-REFUSED-SWITCH
002630         MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
002640     END-IF.
002650     OPEN INPUT HISTORY-FILE.
002660     IF WS-HISTORY-FILE-STATUS NOT = "00"
002670         DISPLAY "RATETRUP: UNABLE TO OPEN HISTORY FILE, "
002680             "STATUS = " WS-HISTORY-FILE-STATUS
002690         MOVE "HISTORY MASTER UNAVAILABLE" TO WS-REFUSE-REASON
002700         MOVE "Y" TO WS-REFUSED-SWITCH
002710         MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750*--------------------------------------------------------------
002760* Journal load - history entries for the business date only.
002770* A provisional after image records a provisional write; a
002780* provisional before image under a certified after image
002790* records a supersession.  A backed-out marker for the date
002800* empties both tables, the same as the backout reads it.
002810*--------------------------------------------------------------
002820 2000-LOAD-JOURNAL.
002830     READ RUN-JOURNAL-FILE
002840         AT END
002850             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
002860     END-READ.
002870     IF JOURNAL-FILE-EOF
002880         GO TO 2000-EXIT
002890     END-IF.
002900     IF JRN-BUSINESS-DATE NOT NUMERIC
002910         OR JRN-BUSINESS-DATE NOT = WS-EFF-DATE
002920         GO TO 2000-EXIT
002930     END-IF.
002940     IF JRN-BACKOUT-MARKER
002950         MOVE ZERO TO WS-PROVISIONAL-COUNT
002960         MOVE ZERO TO WS-SUPERSEDED-COUNT
002970         MOVE "N" TO WS-TABLE-FULL-SWITCH
002980         GO TO 2000-EXIT
002990     END-IF.
003000     IF NOT JRN-HISTORY-CHANGE
003010         GO TO 2000-EXIT
003020     END-IF.
003030     MOVE SPACES TO WS-BEFORE-PROVISIONAL.
003040     IF JRN-RECORD-REPLACED
003050         MOVE JRN-BEFORE-IMAGE TO HISTORY-RECORD
003060         IF HIST-PROVISIONAL
003070             MOVE "P" TO WS-BEFORE-PROVISIONAL
003080             MOVE HIST-FIELD-VALUE TO WS-BEFORE-VALUE
003090             MOVE HIST-CARRIED-FROM-DATE
003100                 TO WS-BEFORE-CARRIED-FROM
003110         END-IF
003120     END-IF.
003130     MOVE JRN-AFTER-IMAGE TO HISTORY-RECORD.
003140     IF HIST-PROVISIONAL
003150         PERFORM 2100-NOTE-PROVISIONAL THRU 2100-EXIT
003160         GO TO 2000-EXIT
003170     END-IF.
003180     IF WS-BEFORE-PROVISIONAL = "P"
003190         PERFORM 2200-NOTE-SUPERSESSION THRU 2200-EXIT
003200     END-IF.
003210 2000-EXIT.
003220     EXIT.
003230 2100-NOTE-PROVISIONAL.
003240     MOVE "N" TO WS-KEY-FOUND-SWITCH.
003250     MOVE ZERO TO WS-PRV-SUB.
003260     PERFORM 2110-SCAN-PROVISIONAL THRU 2110-EXIT
003270         UNTIL KEY-ALREADY-HELD
003280         OR WS-PRV-SUB NOT < WS-PROVISIONAL-COUNT.
003290     IF KEY-ALREADY-HELD
003300         GO TO 2100-EXIT
003310     END-IF.
003320     IF WS-PROVISIONAL-COUNT NOT < WS-TABLE-MAX
003330         MOVE "Y" TO WS-TABLE-FULL-SWITCH
003340         GO TO 2100-EXIT
003350     END-IF.
003360     ADD 1 TO WS-PROVISIONAL-COUNT.
003370     MOVE HIST-SET-ID TO PRV-SET-ID (WS-PROVISIONAL-COUNT).
003380     MOVE HIST-FIELD-NAME
003385         TO PRV-FIELD-NAME (WS-PROVISIONAL-COUNT).
003390 2100-EXIT.
003400     EXIT.
003410 2110-SCAN-PROVISIONAL.
003420     ADD 1 TO WS-PRV-SUB.
003430     IF PRV-SET-ID (WS-PRV-SUB) = HIST-SET-ID
003440         AND PRV-FIELD-NAME (WS-PRV-SUB) = HIST-FIELD-NAME
003450         MOVE "Y" TO WS-KEY-FOUND-SWITCH
003460     END-IF.
003470 2110-EXIT.
003480     EXIT.
003490 2200-NOTE-SUPERSESSION.
003500     IF WS-SUPERSEDED-COUNT NOT < WS-TABLE-MAX
003510         MOVE "Y" TO WS-TABLE-FULL-SWITCH
003520         GO TO 2200-EXIT
003530     END-IF.
003540     ADD 1 TO WS-SUPERSEDED-COUNT.
003550     MOVE HIST-SET-ID TO SUP-SET-ID (WS-SUPERSEDED-COUNT).
003560     MOVE HIST-FIELD-NAME TO SUP-FIELD-NAME (WS-SUPERSEDED-COUNT).
003570     MOVE WS-BEFORE-VALUE
003580         TO SUP-CARRIED-VALUE (WS-SUPERSEDED-COUNT).
003590     MOVE WS-BEFORE-CARRIED-FROM
003600         TO SUP-CARRIED-FROM-DATE (WS-SUPERSEDED-COUNT).
003610     MOVE HIST-FIELD-VALUE
003620         TO SUP-ACTUAL-VALUE (WS-SUPERSEDED-COUNT).
003630 2200-EXIT.
003640     EXIT.
003650*--------------------------------------------------------------
003660* Exposure line - one per superseded field whose carried rate
003670* differed from the certified actual; an exact match is only
003680* counted.
003690*--------------------------------------------------------------
003700 3000-REPORT-ONE-SUPERSESSION.
003710     ADD 1 TO WS-SUP-SUB.
003720     COMPUTE WS-DIFFERENCE = SUP-ACTUAL-VALUE (WS-SUP-SUB)
003730         - SUP-CARRIED-VALUE (WS-SUP-SUB).
003740     IF WS-DIFFERENCE = ZERO
003750         ADD 1 TO WS-EQUAL-COUNT
003760         GO TO 3000-EXIT
003770     END-IF.
003780     ADD 1 TO WS-DIFFER-COUNT.
003790     MOVE SUP-SET-ID (WS-SUP-SUB) TO TRR-SET-ID.
003800     MOVE SUP-FIELD-NAME (WS-SUP-SUB) TO TRR-FIELD-NAME.
003810     MOVE SUP-CARRIED-VALUE (WS-SUP-SUB) TO TRR-CARRIED-VALUE.
003820     MOVE SUP-CARRIED-FROM-DATE (WS-SUP-SUB)
003830         TO TRR-CARRIED-FROM-DATE.
003840     MOVE SUP-ACTUAL-VALUE (WS-SUP-SUB) TO TRR-ACTUAL-VALUE.
003850     MOVE WS-DIFFERENCE TO TRR-DIFFERENCE.
003860     MOVE SPACES TO TRUEUP-REPORT-RECORD.
003870     MOVE WS-TRU-DETAIL-LINE TO TRUEUP-REPORT-RECORD.
003880     WRITE TRUEUP-REPORT-RECORD.
003890     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003900 3000-EXIT.
003910     EXIT.
003920*--------------------------------------------------------------
003930* Still-provisional check - a provisional record the master
003940* still holds for the date was not covered by the late feed.
003950*--------------------------------------------------------------
003960 4000-CHECK-ONE-PROVISIONAL.
003970     ADD 1 TO WS-PRV-SUB.
003980     MOVE PRV-SET-ID (WS-PRV-SUB) TO HIST-SET-ID.
003990     MOVE PRV-FIELD-NAME (WS-PRV-SUB) TO HIST-FIELD-NAME.
004000     MOVE WS-EFF-DATE TO HIST-EFF-DATE.
004010     READ HISTORY-FILE
004020         INVALID KEY
004030             GO TO 4000-EXIT
004040     END-READ.
004050     IF NOT HIST-PROVISIONAL
004060         GO TO 4000-EXIT
004070     END-IF.
004080     ADD 1 TO WS-STILL-PROV-COUNT.
004090     MOVE HIST-SET-ID TO TRS-SET-ID.
004100     MOVE HIST-FIELD-NAME TO TRS-FIELD-NAME.
004110     MOVE HIST-FIELD-VALUE TO TRS-CARRIED-VALUE.
004120     MOVE HIST-CARRIED-FROM-DATE TO TRS-CARRIED-FROM-DATE.
004130     MOVE SPACES TO TRUEUP-REPORT-RECORD.
004140     MOVE WS-TRU-STILL-LINE TO TRUEUP-REPORT-RECORD.
004150     WRITE TRUEUP-REPORT-RECORD.
004160     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
004170 4000-EXIT.
004180     EXIT.
004190*--------------------------------------------------------------
004200 5000-WRITE-TRUEUP-TOTALS.
004210     MOVE SPACES TO TRUEUP-REPORT-RECORD.
004220     WRITE TRUEUP-REPORT-RECORD.
004230     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
004240     IF TRUEUP-REFUSED
004250         MOVE WS-REFUSE-REASON TO TRR-REFUSE-REASON
004260         MOVE SPACES TO TRUEUP-REPORT-RECORD
004270         MOVE WS-TRU-REFUSED-LINE TO TRUEUP-REPORT-RECORD
004280         WRITE TRUEUP-REPORT-RECORD
004290         PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT
004300     END-IF.
004310     MOVE WS-SUPERSEDED-COUNT TO TRR-TOTAL-SUPERSEDED.
004320     MOVE WS-DIFFER-COUNT TO TRR-TOTAL-DIFFER.
004330     MOVE WS-EQUAL-COUNT TO TRR-TOTAL-EQUAL.
004340     MOVE WS-STILL-PROV-COUNT TO TRR-TOTAL-STILL.
004350     MOVE SPACES TO TRUEUP-REPORT-RECORD.
004360     MOVE WS-TRU-TOTAL-LINE TO TRUEUP-REPORT-RECORD.
004370     WRITE TRUEUP-REPORT-RECORD.
004380     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
004390 5000-EXIT.
004400     EXIT.
004410*--------------------------------------------------------------
004420* True-up-report write check - called after every WRITE
004430* against TRUEUP-REPORT-FILE.
004440*--------------------------------------------------------------
004450 5990-CHECK-REPORT-STATUS.
004460     IF WS-REPORT-FILE-STATUS NOT = "00"
004470         DISPLAY "RATETRUP: WRITE FAILED ON TRUE-UP REPORT, "
004480             "STATUS = " WS-REPORT-FILE-STATUS
004490         MOVE "Y" TO WS-IO-ERROR-SWITCH
004500     END-IF.
004510 5990-EXIT.
004520     EXIT.
004530*--------------------------------------------------------------
004540 9999-TERMINATE.
004550     IF WS-JOURNAL-FILE-STATUS NOT = SPACES
004560         CLOSE RUN-JOURNAL-FILE
004570     END-IF.
004580     IF WS-HISTORY-FILE-STATUS NOT = SPACES
004590         CLOSE HISTORY-FILE
004600     END-IF.
004610     CLOSE TRUEUP-REPORT-FILE.
004620     DISPLAY "RATETRUP: BUSINESS DATE " WS-EFF-DATE
004630         ", SUPERSEDED " WS-SUPERSEDED-COUNT
004640         ", DIFFER " WS-DIFFER-COUNT
004650         ", EQUAL " WS-EQUAL-COUNT
004660         ", STILL PROVISIONAL " WS-STILL-PROV-COUNT.
004670     EVALUATE TRUE
004680         WHEN TRUEUP-REFUSED
004690             DISPLAY "RATETRUP: TRUE-UP REFUSED - "
004700                 WS-REFUSE-REASON
004710             MOVE 8 TO RETURN-CODE
004720         WHEN IO-WRITE-ERROR
004730             DISPLAY "RATETRUP: ONE OR MORE FILE ERRORS THIS RUN"
004740             MOVE 8 TO RETURN-CODE
004750         WHEN WS-STILL-PROV-COUNT > ZERO
004760             DISPLAY "RATETRUP: *** " WS-STILL-PROV-COUNT
004770                 " PROVISIONAL RATES NOT COVERED BY THE LATE "
004780                 "FEED ***"
004790             MOVE 4 TO RETURN-CODE
004800         WHEN WS-PROVISIONAL-COUNT = ZERO
004810             DISPLAY "RATETRUP: NO PROVISIONAL RATES ON THE "
004820                 "JOURNAL FOR THE BUSINESS DATE"
004830             MOVE 4 TO RETURN-CODE
004840         WHEN OTHER
004850             MOVE 0 TO RETURN-CODE
004860     END-EVALUATE.
004865     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
004870 9999-EXIT.
004880     EXIT.
004890*--------------------------------------------------------------
004900* Step statistics - one standard line appended to the shared
004910* STATLOG after the return code settles, for the cycle status
004920* sheet.  The job and step names come off the STATID card.  A
004930* log that cannot be opened costs the statistics line, not the
004940* run - the return code is already final.
004950*--------------------------------------------------------------
004960 9900-WRITE-STEP-STATS.
004970     MOVE SPACES TO WS-STEP-ID-CARD.
004980     OPEN INPUT STEP-ID-FILE.
004990     IF WS-STATID-FILE-STATUS = "00"
005000         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
005010             AT END
005020                 MOVE SPACES TO WS-STEP-ID-CARD
005030         END-READ
005040         CLOSE STEP-ID-FILE
005050     END-IF.
005060     ACCEPT WS-STAT-TIME-WORK FROM TIME.
005070     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
005080     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
005090     MOVE SID-JOB-NAME TO STS-JOB-NAME.
005100     MOVE SID-STEP-NAME TO STS-STEP-NAME.
005110     MOVE "RATETRUP" TO STS-PROGRAM.
005120     MOVE WS-EFF-DATE TO STS-BUSINESS-DATE.
005130     MOVE WS-PROVISIONAL-COUNT TO STS-RECORDS-IN.
005140     MOVE WS-SUPERSEDED-COUNT TO STS-RECORDS-OUT.
005150     MOVE WS-STILL-PROV-COUNT TO STS-RECORDS-REJECTED.
005160     MOVE "DIFFER" TO STS-CONTROL-LABEL.
005170     MOVE WS-DIFFER-COUNT TO STS-CONTROL-COUNT.
005180     MOVE ZERO TO STS-CONTROL-HASH.
005190     IF TRUEUP-REFUSED
005200         MOVE "REFUSED" TO STS-OUTCOME
005210     ELSE
005220         MOVE SPACES TO STS-OUTCOME
005230     END-IF.
005240     IF STS-BUSINESS-DATE = ZERO
005250         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
005260     END-IF.
005270     MOVE RETURN-CODE TO STS-RETURN-CODE.
005280     OPEN EXTEND STEP-STATS-FILE.
005290     IF WS-STATLOG-FILE-STATUS = "35"
005300         OPEN OUTPUT STEP-STATS-FILE
005310     END-IF.
005320     IF WS-STATLOG-FILE-STATUS NOT = "00"
005330         DISPLAY "RATETRUP: UNABLE TO OPEN STATISTICS LOG, "
005340             "STATUS = " WS-STATLOG-FILE-STATUS
005350         GO TO 9900-EXIT
005360     END-IF.
005370     MOVE SPACES TO STEP-STATS-RECORD.
005380     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
005390     WRITE STEP-STATS-RECORD.
005400     IF WS-STATLOG-FILE-STATUS NOT = "00"
005410         DISPLAY "RATETRUP: WRITE FAILED ON STATISTICS LOG, "
005420             "STATUS = " WS-STATLOG-FILE-STATUS
005430     END-IF.
005440     CLOSE STEP-STATS-FILE.
005450 9900-EXIT.
005460     EXIT.
