000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATECSUM.
000030*--------------------------------------------------------------
000040* Cycle status sheet.  Reads back the shared STATLOG
000050* step-statistics log - one line appended by every program
000060* step of the RATECERT, RATEDLTA and on-request jobs - and
000070* prints one page per business date for the morning check.
000080* The CYCLCTL deck names the steps the cycle expects (S cards)
000090* and the counts that must carry forward from one step to the
000100* next (C cards).  Every expected step is listed as run (OK,
000110* WARNING, HELD, PARKED or FAILED off its return code and
000120* outcome) or BYPASSED when the log holds no line for it; any
000130* other step that logged against the date is listed as run on
000140* request.  A step run more than once is reported from its
000150* latest line.  The publication line says whether the last
000160* release step for the date published the extract or parked
000170* it, and every carry-forward check is shown tying, broken or
000180* not run.  The business date comes from the SYSIN card; a
000190* blank card takes the latest date any expected step logged.
000200* RC=8 for a failed step, a carry-forward break or a run that
000210* could not be made; RC=4 for a bypassed, held or parked step
000220* or a bad control card.
000230*--------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   ---------- ----  ------------------------------------------
000270*   2026-10-15  DLH  Initial version - one-page cycle status
000280*                    sheet from the step-statistics log.
000290*--------------------------------------------------------------
000300 ENVIRONMENT      DIVISION.
000310 INPUT-OUTPUT     SECTION.
000320 FILE-CONTROL.
000330     SELECT STEP-STATS-FILE
000340         ASSIGN TO STATLOG
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000370     SELECT CYCLE-CONTROL-FILE
000380         ASSIGN TO CYCLCTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CONTROL-FILE-STATUS.
000410     SELECT CSUM-REPORT-FILE
000420         ASSIGN TO CSUMRPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-FILE-STATUS.
000450 DATA             DIVISION.
000460 FILE             SECTION.
000470 FD  STEP-STATS-FILE.
000480 01  STEP-STATS-RECORD           PIC X(150).
000490 FD  CYCLE-CONTROL-FILE.
000500 01  CYCLE-CONTROL-RECORD        PIC X(080).
000510 FD  CSUM-REPORT-FILE.
000520 01  CSUM-REPORT-RECORD          PIC X(080).
000530 WORKING-STORAGE SECTION.
000540*--------------------------------------------------------------
000550* File status fields and switches.
000560*--------------------------------------------------------------
000570 77  WS-STATLOG-FILE-STATUS      PIC X(02).
000580 77  WS-CONTROL-FILE-STATUS      PIC X(02).
000590 77  WS-REPORT-FILE-STATUS       PIC X(02).
000600 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000610 77  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
000620 01  WS-SWITCHES.
000630     05  WS-STATLOG-EOF-SWITCH   PIC X(01) VALUE "N".
000640         88  STATLOG-FILE-EOF             VALUE "Y".
000650     05  WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE "N".
000660         88  CONTROL-FILE-EOF             VALUE "Y".
000670     05  WS-STEP-FOUND-SWITCH    PIC X(01) VALUE "N".
000680         88  STEP-ENTRY-FOUND             VALUE "Y".
000690     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
000700         88  CYCLE-TABLE-FULL             VALUE "Y".
000710     05  WS-RELEASE-SEEN-SWITCH  PIC X(01) VALUE "N".
000720         88  RELEASE-STEP-SEEN            VALUE "Y".
000730     05  WS-CARRY-RAN-SWITCH     PIC X(01) VALUE "N".
000740         88  CARRY-BOTH-RAN               VALUE "Y".
000750     05  WS-STATLOG-OPEN-SWITCH  PIC X(01) VALUE "N".
000760         88  STATLOG-FILE-OPEN            VALUE "Y".
000770     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
000780         88  CYCLE-REFUSED                VALUE "Y".
000790     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
000800         88  IO-WRITE-ERROR               VALUE "Y".
000810 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
000820*--------------------------------------------------------------
000830* Run card - business date in cols 1-8, blank for the latest
000840* date an expected step logged.
000850*--------------------------------------------------------------
000860 01  WS-PARM-CARD.
000870     05  CSP-BUSINESS-DATE       PIC 9(08).
000880     05  CSP-BUSINESS-DATE-RAW   REDEFINES CSP-BUSINESS-DATE
000890                                 PIC X(08).
000900     05  FILLER                  PIC X(72).
000910*--------------------------------------------------------------
000920* Cycle control deck.  S card: job cols 3-10, step cols 12-19,
000930* program cols 21-28 - a step the cycle expects to run.  C
000940* card: from job cols 3-10, from step cols 12-19, count cols
000950* 21-23, to job cols 25-32, to step cols 34-41, count cols
000960* 43-45 - two counts that must be equal, each IN, OUT, REJ
000970* (records in, out, rejected) or CTL (the control count).  An
000980* asterisk in col 1 is a comment.
000990*--------------------------------------------------------------
001000 01  WS-CONTROL-CARD.
001010     05  CTL-CARD-TYPE           PIC X(01).
001020         88  CTL-EXPECTED-STEP            VALUE "S".
001030         88  CTL-CARRY-CHECK              VALUE "C".
001040         88  CTL-COMMENT-CARD             VALUE "*".
001050     05  FILLER                  PIC X(01).
001060     05  CTL-JOB-NAME            PIC X(08).
001070     05  FILLER                  PIC X(01).
001080     05  CTL-STEP-NAME           PIC X(08).
001090     05  FILLER                  PIC X(01).
001100     05  CTL-PROGRAM             PIC X(08).
001110     05  FILLER                  PIC X(52).
001120 01  WS-CARRY-CARD               REDEFINES WS-CONTROL-CARD.
001130     05  FILLER                  PIC X(02).
001140     05  CCD-FROM-JOB-NAME       PIC X(08).
001150     05  FILLER                  PIC X(01).
001160     05  CCD-FROM-STEP-NAME      PIC X(08).
001170     05  FILLER                  PIC X(01).
001180     05  CCD-FROM-COUNT          PIC X(03).
001190         88  CCD-FROM-COUNT-VALID
001200                                 VALUES "IN " "OUT" "REJ" "CTL".
001210     05  FILLER                  PIC X(01).
001220     05  CCD-TO-JOB-NAME         PIC X(08).
001230     05  FILLER                  PIC X(01).
001240     05  CCD-TO-STEP-NAME        PIC X(08).
001250     05  FILLER                  PIC X(01).
001260     05  CCD-TO-COUNT            PIC X(03).
001270         88  CCD-TO-COUNT-VALID
001280                                 VALUES "IN " "OUT" "REJ" "CTL".
001290     05  FILLER                  PIC X(35).
001300 77  WS-BAD-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
001310*--------------------------------------------------------------
001320* Steps - the expected steps off the deck first, then any
001330* other step that logged against the business date, each
001340* holding its latest statistics line.
001350*--------------------------------------------------------------
001360 01  WS-STEP-TABLE.
001370     05  WS-STEP-ENTRY           OCCURS 60 TIMES.
001380         10  STP-JOB-NAME        PIC X(08).
001390         10  STP-STEP-NAME       PIC X(08).
001400         10  STP-PROGRAM         PIC X(08).
001410         10  STP-EXPECTED        PIC X(01).
001420             88  STP-IS-EXPECTED          VALUE "Y".
001430         10  STP-RUN-COUNT       PIC 9(03) COMP.
001440         10  STP-START-TIME      PIC 9(06).
001450         10  STP-END-TIME        PIC 9(06).
001460         10  STP-RECORDS-IN      PIC 9(07).
001470         10  STP-RECORDS-OUT     PIC 9(07).
001480         10  STP-RECORDS-REJECTED
001490                                 PIC 9(07).
001500         10  STP-CONTROL-LABEL   PIC X(08).
001510         10  STP-CONTROL-COUNT   PIC 9(07).
001520         10  STP-CONTROL-HASH    PIC 9(11)V9(04).
001530         10  STP-RETURN-CODE     PIC 9(04).
001540         10  STP-OUTCOME         PIC X(08).
001550             88  STP-OUTCOME-HELD         VALUE "HELD".
001560             88  STP-OUTCOME-PARKED       VALUE "PARKED".
001570 77  WS-STEP-COUNT               PIC 9(05) COMP VALUE ZERO.
001580 77  WS-EXPECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
001590 77  WS-STEP-MAX                 PIC 9(05) COMP VALUE 60.
001600 77  WS-STP-SUB                  PIC 9(05) COMP VALUE ZERO.
001610 77  WS-FND-SUB                  PIC 9(05) COMP VALUE ZERO.
001620 77  WS-FIND-JOB-NAME            PIC X(08) VALUE SPACES.
001630 77  WS-FIND-STEP-NAME           PIC X(08) VALUE SPACES.
001640*--------------------------------------------------------------
001650* Carry-forward checks off the deck.
001660*--------------------------------------------------------------
001670 01  WS-CARRY-TABLE.
001680     05  WS-CARRY-ENTRY          OCCURS 30 TIMES.
001690         10  CRY-FROM-JOB-NAME   PIC X(08).
001700         10  CRY-FROM-STEP-NAME  PIC X(08).
001710         10  CRY-FROM-COUNT      PIC X(03).
001720         10  CRY-TO-JOB-NAME     PIC X(08).
001730         10  CRY-TO-STEP-NAME    PIC X(08).
001740         10  CRY-TO-COUNT        PIC X(03).
001750 77  WS-CARRY-COUNT              PIC 9(05) COMP VALUE ZERO.
001760 77  WS-CARRY-MAX                PIC 9(05) COMP VALUE 30.
001770 77  WS-CRY-SUB                  PIC 9(05) COMP VALUE ZERO.
001780 77  WS-PICK-CODE                PIC X(03) VALUE SPACES.
001790 77  WS-PICK-VALUE               PIC 9(07) VALUE ZERO.
001800 77  WS-FROM-VALUE               PIC 9(07) VALUE ZERO.
001810 77  WS-TO-VALUE                 PIC 9(07) VALUE ZERO.
001820*--------------------------------------------------------------
001830* The last release step logged for the date - any job.
001840*--------------------------------------------------------------
001850 77  WS-RELEASE-JOB-NAME         PIC X(08) VALUE SPACES.
001860 77  WS-RELEASE-STEP-NAME        PIC X(08) VALUE SPACES.
001870 77  WS-RELEASE-OUTCOME          PIC X(08) VALUE SPACES.
001880 77  WS-RELEASE-RECORDS-OUT      PIC 9(07) VALUE ZERO.
001890 77  WS-RELEASE-OPEN-HOLDS       PIC 9(07) VALUE ZERO.
001900*--------------------------------------------------------------
001910* Cycle tallies.
001920*--------------------------------------------------------------
001930 77  WS-LOG-READ-COUNT           PIC 9(07) COMP VALUE ZERO.
001940 77  WS-LOG-MATCH-COUNT          PIC 9(07) COMP VALUE ZERO.
001950 77  WS-DROPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
001960 77  WS-RAN-COUNT                PIC 9(05) COMP VALUE ZERO.
001970 77  WS-BYPASSED-COUNT           PIC 9(05) COMP VALUE ZERO.
001980 77  WS-FAILED-COUNT             PIC 9(05) COMP VALUE ZERO.
001990 77  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
002000 77  WS-BREAK-COUNT              PIC 9(05) COMP VALUE ZERO.
002010 77  WS-STEP-STATUS              PIC X(08) VALUE SPACES.
002020*--------------------------------------------------------------
002030* Step-statistics line layout, shared with every writer.
002040*--------------------------------------------------------------
002050     COPY RATESTAT.
002060*--------------------------------------------------------------
002070* Cycle status sheet layouts.
002080*--------------------------------------------------------------
002090 01  WS-CSM-HEADER-1.
002100     05  FILLER                  PIC X(30)
002110         VALUE "CYCLE STATUS SHEET".
002120     05  FILLER                  PIC X(09) VALUE "BUS DATE ".
002130     05  HDR-BUSINESS-DATE       PIC 9(08).
002140     05  FILLER                  PIC X(07) VALUE "  RUN ".
002150     05  HDR-RUN-DATE            PIC 9(08).
002160 01  WS-CSM-HEADER-2.
002170     05  FILLER                  PIC X(09) VALUE "JOB".
002180     05  FILLER                  PIC X(09) VALUE "STEP".
002190     05  FILLER                  PIC X(09) VALUE "PROGRAM".
002200     05  FILLER                  PIC X(09) VALUE "STATUS".
002210     05  FILLER                  PIC X(05) VALUE "  RC".
002220     05  FILLER                  PIC X(07) VALUE "START".
002230     05  FILLER                  PIC X(07) VALUE "END".
002240     05  FILLER                  PIC X(08) VALUE "     IN".
002250     05  FILLER                  PIC X(08) VALUE "    OUT".
002260     05  FILLER                  PIC X(07) VALUE "    REJ".
002270 01  WS-CSM-STEP-LINE.
002280     05  CSS-JOB-NAME            PIC X(08).
002290     05  FILLER                  PIC X(01) VALUE SPACES.
002300     05  CSS-STEP-NAME           PIC X(08).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  CSS-PROGRAM             PIC X(08).
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  CSS-STATUS              PIC X(08).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  CSS-RETURN-CODE         PIC ZZZ9.
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  CSS-START-TIME          PIC 9(06).
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  CSS-END-TIME            PIC 9(06).
002410     05  FILLER                  PIC X(01) VALUE SPACES.
002420     05  CSS-RECORDS-IN          PIC Z(06)9.
002430     05  FILLER                  PIC X(01) VALUE SPACES.
002440     05  CSS-RECORDS-OUT         PIC Z(06)9.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  CSS-RECORDS-REJECTED    PIC Z(06)9.
002470 01  WS-CSM-CONTROL-LINE.
002480     05  FILLER                  PIC X(10) VALUE SPACES.
002490     05  FILLER                  PIC X(08) VALUE "CONTROL ".
002500     05  CSC-CONTROL-LABEL       PIC X(08).
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  CSC-CONTROL-COUNT       PIC Z(06)9.
002530     05  FILLER                  PIC X(07) VALUE "  HASH ".
002540     05  CSC-CONTROL-HASH        PIC Z(10)9.9(04).
002550     05  FILLER                  PIC X(07) VALUE "  RUNS ".
002560     05  CSC-RUN-COUNT           PIC ZZ9.
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  CSC-NOTE                PIC X(10).
002590 01  WS-CSM-BYPASS-LINE.
002600     05  CSB-JOB-NAME            PIC X(08).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  CSB-STEP-NAME           PIC X(08).
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  CSB-PROGRAM             PIC X(08).
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  FILLER                  PIC X(42)
002670         VALUE "BYPASSED - NO STATISTICS LINE FOR THE DATE".
002680 01  WS-CSM-PUBLISH-LINE.
002690     05  FILLER                  PIC X(13)
002700         VALUE "PUBLICATION".
002710     05  CSP-PUBLISH-TEXT        PIC X(30).
002720     05  CSP-PUBLISH-COUNT       PIC Z(06)9 BLANK WHEN ZERO.
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  CSP-BY                  PIC X(03).
002750     05  CSP-JOB-NAME            PIC X(08).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  CSP-STEP-NAME           PIC X(08).
002780 01  WS-CSM-CARRY-HEADER-1.
002790     05  FILLER                  PIC X(30)
002800         VALUE "CARRY-FORWARD CHECKS".
002810 01  WS-CSM-CARRY-HEADER-2.
002820     05  FILLER                  PIC X(09) VALUE "FROM JOB".
002830     05  FILLER                  PIC X(09) VALUE "STEP".
002840     05  FILLER                  PIC X(04) VALUE "CNT".
002850     05  FILLER                  PIC X(09) VALUE "  COUNT".
002860     05  FILLER                  PIC X(09) VALUE "TO JOB".
002870     05  FILLER                  PIC X(09) VALUE "STEP".
002880     05  FILLER                  PIC X(04) VALUE "CNT".
002890     05  FILLER                  PIC X(09) VALUE "  COUNT".
002900     05  FILLER                  PIC X(06) VALUE "RESULT".
002910 01  WS-CSM-CARRY-LINE.
002920     05  CSY-FROM-JOB-NAME       PIC X(08).
002930     05  FILLER                  PIC X(01) VALUE SPACES.
002940     05  CSY-FROM-STEP-NAME      PIC X(08).
002950     05  FILLER                  PIC X(01) VALUE SPACES.
002960     05  CSY-FROM-COUNT          PIC X(03).
002970     05  FILLER                  PIC X(01) VALUE SPACES.
002980     05  CSY-FROM-VALUE          PIC Z(06)9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  CSY-TO-JOB-NAME         PIC X(08).
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  CSY-TO-STEP-NAME        PIC X(08).
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  CSY-TO-COUNT            PIC X(03).
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  CSY-TO-VALUE            PIC Z(06)9.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  CSY-RESULT              PIC X(08).
003090 01  WS-CSM-TOTAL-LINE.
003100     05  FILLER                  PIC X(06) VALUE "STEPS ".
003110     05  CSM-TOTAL-STEPS         PIC ZZ9.
003120     05  FILLER                  PIC X(06) VALUE "  RAN ".
003130     05  CSM-TOTAL-RAN           PIC ZZ9.
003140     05  FILLER                  PIC X(11) VALUE "  BYPASSED ".
003150     05  CSM-TOTAL-BYPASSED      PIC ZZ9.
003160     05  FILLER                  PIC X(09) VALUE "  FAILED ".
003170     05  CSM-TOTAL-FAILED        PIC ZZ9.
003180     05  FILLER                  PIC X(15)
003190         VALUE "  CARRY BREAKS ".
003200     05  CSM-TOTAL-BREAKS        PIC ZZ9.
003210 01  WS-CSM-REFUSED-LINE.
003220     05  FILLER                  PIC X(20)
003230         VALUE "SUMMARY REFUSED - ".
003240     05  CSM-REFUSE-REASON       PIC X(40).
003250 PROCEDURE        DIVISION.
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 2000-READ-ONE-STAT THRU 2000-EXIT
003290         UNTIL STATLOG-FILE-EOF.
003300     IF NOT CYCLE-REFUSED
003310         MOVE ZERO TO WS-STP-SUB
003320         PERFORM 3000-REPORT-ONE-STEP THRU 3000-EXIT
003330             UNTIL WS-STP-SUB NOT < WS-STEP-COUNT
003340         PERFORM 4000-REPORT-PUBLICATION THRU 4000-EXIT
003350         PERFORM 4400-WRITE-CARRY-HEADINGS THRU 4400-EXIT
003360         MOVE ZERO TO WS-CRY-SUB
003370         PERFORM 4500-CHECK-ONE-CARRY THRU 4500-EXIT
003380             UNTIL WS-CRY-SUB NOT < WS-CARRY-COUNT
003390     END-IF.
003400     PERFORM 5000-WRITE-CYCLE-TOTALS THRU 5000-EXIT.
003410     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003420     STOP RUN.
003430*--------------------------------------------------------------
003440* Initialization - the run card, the control deck, the
003450* business date (the latest an expected step logged when the
003460* card is blank) and the page headings; then the log is
003470* opened again for the pass that builds the sheet.
003480*--------------------------------------------------------------
003490 1000-INITIALIZE.
003500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003510     MOVE SPACES TO WS-PARM-CARD.
003520     ACCEPT WS-PARM-CARD.
003530     EVALUATE TRUE
003540         WHEN CSP-BUSINESS-DATE-RAW = SPACES
003550             MOVE ZERO TO WS-BUSINESS-DATE
003560         WHEN CSP-BUSINESS-DATE NUMERIC
003570             MOVE CSP-BUSINESS-DATE TO WS-BUSINESS-DATE
003580         WHEN OTHER
003590             MOVE "BUSINESS DATE CARD NOT NUMERIC"
003600                 TO WS-REFUSE-REASON
003610             MOVE "Y" TO WS-REFUSED-SWITCH
003620     END-EVALUATE.
003630     OPEN OUTPUT CSUM-REPORT-FILE.
003640     IF WS-REPORT-FILE-STATUS NOT = "00"
003650         DISPLAY "RATECSUM: UNABLE TO OPEN STATUS SHEET, "
003660             "STATUS = " WS-REPORT-FILE-STATUS
003670     END-IF.
003680     OPEN INPUT CYCLE-CONTROL-FILE.
003690     IF WS-CONTROL-FILE-STATUS NOT = "00"
003700         DISPLAY "RATECSUM: UNABLE TO OPEN CYCLE CONTROL DECK, "
003710             "STATUS = " WS-CONTROL-FILE-STATUS
003720         MOVE "CYCLE CONTROL DECK UNAVAILABLE"
003730             TO WS-REFUSE-REASON
003740         MOVE "Y" TO WS-REFUSED-SWITCH
003750     ELSE
003760         PERFORM 1100-LOAD-CONTROL-CARD THRU 1100-EXIT
003770             UNTIL CONTROL-FILE-EOF
003780         CLOSE CYCLE-CONTROL-FILE
003790     END-IF.
003800     IF NOT CYCLE-REFUSED
003810         AND WS-BUSINESS-DATE = ZERO
003820         PERFORM 1500-FIND-LATEST-DATE THRU 1500-EXIT
003830     END-IF.
003840     MOVE WS-BUSINESS-DATE TO HDR-BUSINESS-DATE.
003850     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003860     MOVE SPACES TO CSUM-REPORT-RECORD.
003870     MOVE WS-CSM-HEADER-1 TO CSUM-REPORT-RECORD.
003880     WRITE CSUM-REPORT-RECORD.
003890     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003900     MOVE SPACES TO CSUM-REPORT-RECORD.
003910     MOVE WS-CSM-HEADER-2 TO CSUM-REPORT-RECORD.
003920     WRITE CSUM-REPORT-RECORD.
003930     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003940     MOVE SPACES TO CSUM-REPORT-RECORD.
003950     WRITE CSUM-REPORT-RECORD.
003960     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003970     IF CYCLE-REFUSED
003980         MOVE "Y" TO WS-STATLOG-EOF-SWITCH
003990         GO TO 1000-EXIT
004000     END-IF.
004010     MOVE "N" TO WS-STATLOG-EOF-SWITCH.
004020     OPEN INPUT STEP-STATS-FILE.
004030     IF WS-STATLOG-FILE-STATUS NOT = "00"
004040         DISPLAY "RATECSUM: UNABLE TO OPEN STATISTICS LOG, "
004050             "STATUS = " WS-STATLOG-FILE-STATUS
004060         MOVE "STEP STATISTICS LOG UNAVAILABLE"
004070             TO WS-REFUSE-REASON
004080         MOVE "Y" TO WS-REFUSED-SWITCH
004090         MOVE "Y" TO WS-STATLOG-EOF-SWITCH
004100     ELSE
004110         MOVE "Y" TO WS-STATLOG-OPEN-SWITCH
004120     END-IF.
004130 1000-EXIT.
004140     EXIT.
004150*--------------------------------------------------------------
004160* Control deck - S cards build the expected-step rows, C cards
004170* the carry-forward checks.  A blank or comment card is
004180* skipped; anything else is a bad card, counted and shown.
004190*--------------------------------------------------------------
004200 1100-LOAD-CONTROL-CARD.
004210     READ CYCLE-CONTROL-FILE INTO WS-CONTROL-CARD
004220         AT END
004230             MOVE "Y" TO WS-CONTROL-EOF-SWITCH
004240     END-READ.
004250     IF CONTROL-FILE-EOF
004260         GO TO 1100-EXIT
004270     END-IF.
004280     EVALUATE TRUE
004290         WHEN WS-CONTROL-CARD = SPACES
004300             CONTINUE
004310         WHEN CTL-COMMENT-CARD
004320             CONTINUE
004330         WHEN CTL-EXPECTED-STEP
004340             PERFORM 1200-ADD-EXPECTED-STEP THRU 1200-EXIT
004350         WHEN CTL-CARRY-CHECK
004360             PERFORM 1300-ADD-CARRY-CHECK THRU 1300-EXIT
004370         WHEN OTHER
004380             PERFORM 1190-REJECT-CONTROL-CARD THRU 1190-EXIT
004390     END-EVALUATE.
004400 1100-EXIT.
004410     EXIT.
004420 1190-REJECT-CONTROL-CARD.
004430     ADD 1 TO WS-BAD-CARD-COUNT.
004440     DISPLAY "RATECSUM: BAD CYCLE CONTROL CARD - "
004450         WS-CONTROL-CARD.
004460 1190-EXIT.
004470     EXIT.
004480*--------------------------------------------------------------
004490* Expected step - one row per job and step; a repeat is a bad
004500* card.
004510*--------------------------------------------------------------
004520 1200-ADD-EXPECTED-STEP.
004530     IF CTL-JOB-NAME = SPACES
004540         OR CTL-STEP-NAME = SPACES
004550         PERFORM 1190-REJECT-CONTROL-CARD THRU 1190-EXIT
004560         GO TO 1200-EXIT
004570     END-IF.
004580     MOVE CTL-JOB-NAME TO WS-FIND-JOB-NAME.
004590     MOVE CTL-STEP-NAME TO WS-FIND-STEP-NAME.
004600     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
004610     IF STEP-ENTRY-FOUND
004620         PERFORM 1190-REJECT-CONTROL-CARD THRU 1190-EXIT
004630         GO TO 1200-EXIT
004640     END-IF.
004650     IF WS-STEP-COUNT NOT < WS-STEP-MAX
004660         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004670         ADD 1 TO WS-DROPPED-COUNT
004680         GO TO 1200-EXIT
004690     END-IF.
004700     ADD 1 TO WS-STEP-COUNT.
004710     ADD 1 TO WS-EXPECTED-COUNT.
004720     MOVE CTL-JOB-NAME TO STP-JOB-NAME (WS-STEP-COUNT).
004730     MOVE CTL-STEP-NAME TO STP-STEP-NAME (WS-STEP-COUNT).
004740     MOVE CTL-PROGRAM TO STP-PROGRAM (WS-STEP-COUNT).
004750     MOVE "Y" TO STP-EXPECTED (WS-STEP-COUNT).
004760     PERFORM 1250-CLEAR-STEP-RUN THRU 1250-EXIT.
004770 1200-EXIT.
004780     EXIT.
004790 1250-CLEAR-STEP-RUN.
004800     MOVE ZERO TO STP-RUN-COUNT (WS-STEP-COUNT).
004810     MOVE ZERO TO STP-START-TIME (WS-STEP-COUNT).
004820     MOVE ZERO TO STP-END-TIME (WS-STEP-COUNT).
004830     MOVE ZERO TO STP-RECORDS-IN (WS-STEP-COUNT).
004840     MOVE ZERO TO STP-RECORDS-OUT (WS-STEP-COUNT).
004850     MOVE ZERO TO STP-RECORDS-REJECTED (WS-STEP-COUNT).
004860     MOVE SPACES TO STP-CONTROL-LABEL (WS-STEP-COUNT).
004870     MOVE ZERO TO STP-CONTROL-COUNT (WS-STEP-COUNT).
004880     MOVE ZERO TO STP-CONTROL-HASH (WS-STEP-COUNT).
004890     MOVE ZERO TO STP-RETURN-CODE (WS-STEP-COUNT).
004900     MOVE SPACES TO STP-OUTCOME (WS-STEP-COUNT).
004910 1250-EXIT.
004920     EXIT.
004930*--------------------------------------------------------------
004940* Carry-forward check - both steps named and both counts one
004950* of IN, OUT, REJ or CTL.
004960*--------------------------------------------------------------
004970 1300-ADD-CARRY-CHECK.
004980     IF CCD-FROM-JOB-NAME = SPACES
004990         OR CCD-FROM-STEP-NAME = SPACES
005000         OR CCD-TO-JOB-NAME = SPACES
005010         OR CCD-TO-STEP-NAME = SPACES
005020         OR NOT CCD-FROM-COUNT-VALID
005030         OR NOT CCD-TO-COUNT-VALID
005040         PERFORM 1190-REJECT-CONTROL-CARD THRU 1190-EXIT
005050         GO TO 1300-EXIT
005060     END-IF.
005070     IF WS-CARRY-COUNT NOT < WS-CARRY-MAX
005080         MOVE "Y" TO WS-TABLE-FULL-SWITCH
005090         ADD 1 TO WS-DROPPED-COUNT
005100         GO TO 1300-EXIT
005110     END-IF.
005120     ADD 1 TO WS-CARRY-COUNT.
005130     MOVE CCD-FROM-JOB-NAME TO CRY-FROM-JOB-NAME (WS-CARRY-COUNT).
005140     MOVE CCD-FROM-STEP-NAME
005150         TO CRY-FROM-STEP-NAME (WS-CARRY-COUNT).
005160     MOVE CCD-FROM-COUNT TO CRY-FROM-COUNT (WS-CARRY-COUNT).
005170     MOVE CCD-TO-JOB-NAME TO CRY-TO-JOB-NAME (WS-CARRY-COUNT).
005180     MOVE CCD-TO-STEP-NAME TO CRY-TO-STEP-NAME (WS-CARRY-COUNT).
005190     MOVE CCD-TO-COUNT TO CRY-TO-COUNT (WS-CARRY-COUNT).
005200 1300-EXIT.
005210     EXIT.
005220*--------------------------------------------------------------
005230* Latest business date - a first pass of the log taking the
005240* highest date any expected step logged (any step at all when
005250* the deck expects none), so a next-morning inquiry stamped
005260* with its own run date does not move the sheet off the cycle.
005270*--------------------------------------------------------------
005280 1500-FIND-LATEST-DATE.
005290     OPEN INPUT STEP-STATS-FILE.
005300     IF WS-STATLOG-FILE-STATUS NOT = "00"
005310         DISPLAY "RATECSUM: UNABLE TO OPEN STATISTICS LOG, "
005320             "STATUS = " WS-STATLOG-FILE-STATUS
005330         MOVE "STEP STATISTICS LOG UNAVAILABLE"
005340             TO WS-REFUSE-REASON
005350         MOVE "Y" TO WS-REFUSED-SWITCH
005360         GO TO 1500-EXIT
005370     END-IF.
005380     MOVE "N" TO WS-STATLOG-EOF-SWITCH.
005390     PERFORM 1510-SCAN-ONE-STAT THRU 1510-EXIT
005400         UNTIL STATLOG-FILE-EOF.
005410     CLOSE STEP-STATS-FILE.
005420     IF WS-BUSINESS-DATE = ZERO
005430         MOVE "NO CYCLE STEP ON THE STATISTICS LOG"
005440             TO WS-REFUSE-REASON
005450         MOVE "Y" TO WS-REFUSED-SWITCH
005460     END-IF.
005470 1500-EXIT.
005480     EXIT.
005490 1510-SCAN-ONE-STAT.
005500     READ STEP-STATS-FILE INTO WS-STEP-STATS-LINE
005510         AT END
005520             MOVE "Y" TO WS-STATLOG-EOF-SWITCH
005530     END-READ.
005540     IF STATLOG-FILE-EOF
005550         GO TO 1510-EXIT
005560     END-IF.
005570     IF STS-BUSINESS-DATE NOT NUMERIC
005580         OR STS-BUSINESS-DATE NOT > WS-BUSINESS-DATE
005590         GO TO 1510-EXIT
005600     END-IF.
005610     IF WS-EXPECTED-COUNT > ZERO
005620         MOVE STS-JOB-NAME TO WS-FIND-JOB-NAME
005630         MOVE STS-STEP-NAME TO WS-FIND-STEP-NAME
005640         PERFORM 2500-FIND-STEP THRU 2500-EXIT
005650         IF NOT STEP-ENTRY-FOUND
005660             GO TO 1510-EXIT
005670         END-IF
005680     END-IF.
005690     MOVE STS-BUSINESS-DATE TO WS-BUSINESS-DATE.
005700 1510-EXIT.
005710     EXIT.
005720*--------------------------------------------------------------
005730* Log pass - every line for the business date is posted to its
005740* step's row, the latest line winning.
005750*--------------------------------------------------------------
005760 2000-READ-ONE-STAT.
005770     READ STEP-STATS-FILE INTO WS-STEP-STATS-LINE
005780         AT END
005790             MOVE "Y" TO WS-STATLOG-EOF-SWITCH
005800     END-READ.
005810     IF STATLOG-FILE-EOF
005820         GO TO 2000-EXIT
005830     END-IF.
005840     ADD 1 TO WS-LOG-READ-COUNT.
005850     IF STS-BUSINESS-DATE NOT NUMERIC
005860         OR STS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
005870         GO TO 2000-EXIT
005880     END-IF.
005890     ADD 1 TO WS-LOG-MATCH-COUNT.
005900     PERFORM 2100-POST-STEP-RUN THRU 2100-EXIT.
005910 2000-EXIT.
005920     EXIT.
005930*--------------------------------------------------------------
005940* Post one statistics line.  A step the deck does not expect
005950* gets a row of its own; a release step's line, whatever the
005960* job, is also kept for the publication line.
005970*--------------------------------------------------------------
005980 2100-POST-STEP-RUN.
005990     MOVE STS-JOB-NAME TO WS-FIND-JOB-NAME.
006000     MOVE STS-STEP-NAME TO WS-FIND-STEP-NAME.
006010     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
006020     IF NOT STEP-ENTRY-FOUND
006030         IF WS-STEP-COUNT NOT < WS-STEP-MAX
006040             MOVE "Y" TO WS-TABLE-FULL-SWITCH
006050             ADD 1 TO WS-DROPPED-COUNT
006060             GO TO 2100-EXIT
006070         END-IF
006080         ADD 1 TO WS-STEP-COUNT
006090         MOVE STS-JOB-NAME TO STP-JOB-NAME (WS-STEP-COUNT)
006100         MOVE STS-STEP-NAME TO STP-STEP-NAME (WS-STEP-COUNT)
006110         MOVE STS-PROGRAM TO STP-PROGRAM (WS-STEP-COUNT)
006120         MOVE "N" TO STP-EXPECTED (WS-STEP-COUNT)
006130         PERFORM 1250-CLEAR-STEP-RUN THRU 1250-EXIT
006140         MOVE WS-STEP-COUNT TO WS-FND-SUB
006150     END-IF.
006160     ADD 1 TO STP-RUN-COUNT (WS-FND-SUB).
006170     MOVE STS-START-TIME TO STP-START-TIME (WS-FND-SUB).
006180     MOVE STS-END-TIME TO STP-END-TIME (WS-FND-SUB).
006190     MOVE STS-RECORDS-IN TO STP-RECORDS-IN (WS-FND-SUB).
006200     MOVE STS-RECORDS-OUT TO STP-RECORDS-OUT (WS-FND-SUB).
006210     MOVE STS-RECORDS-REJECTED
006220         TO STP-RECORDS-REJECTED (WS-FND-SUB).
006230     MOVE STS-CONTROL-LABEL TO STP-CONTROL-LABEL (WS-FND-SUB).
006240     MOVE STS-CONTROL-COUNT TO STP-CONTROL-COUNT (WS-FND-SUB).
006250     MOVE STS-CONTROL-HASH TO STP-CONTROL-HASH (WS-FND-SUB).
006260     MOVE STS-RETURN-CODE TO STP-RETURN-CODE (WS-FND-SUB).
006270     MOVE STS-OUTCOME TO STP-OUTCOME (WS-FND-SUB).
006280     IF STS-PROGRAM = "RATERLSE"
006290         MOVE "Y" TO WS-RELEASE-SEEN-SWITCH
006300         MOVE STS-JOB-NAME TO WS-RELEASE-JOB-NAME
006310         MOVE STS-STEP-NAME TO WS-RELEASE-STEP-NAME
006320         MOVE STS-OUTCOME TO WS-RELEASE-OUTCOME
006330         MOVE STS-RECORDS-OUT TO WS-RELEASE-RECORDS-OUT
006340         MOVE STS-CONTROL-COUNT TO WS-RELEASE-OPEN-HOLDS
006350     END-IF.
006360 2100-EXIT.
006370     EXIT.
006380*--------------------------------------------------------------
006390* Step lookup by job and step name; WS-FND-SUB is the row.
006400*--------------------------------------------------------------
006410 2500-FIND-STEP.
006420     MOVE "N" TO WS-STEP-FOUND-SWITCH.
006430     MOVE ZERO TO WS-FND-SUB.
006440     MOVE ZERO TO WS-STP-SUB.
006450     PERFORM 2510-MATCH-ONE-STEP THRU 2510-EXIT
006460         UNTIL STEP-ENTRY-FOUND
006470         OR WS-STP-SUB NOT < WS-STEP-COUNT.
006480 2500-EXIT.
006490     EXIT.
006500 2510-MATCH-ONE-STEP.
006510     ADD 1 TO WS-STP-SUB.
006520     IF STP-JOB-NAME (WS-STP-SUB) = WS-FIND-JOB-NAME
006530         AND STP-STEP-NAME (WS-STP-SUB) = WS-FIND-STEP-NAME
006540         MOVE "Y" TO WS-STEP-FOUND-SWITCH
006550         MOVE WS-STP-SUB TO WS-FND-SUB
006560     END-IF.
006570 2510-EXIT.
006580     EXIT.
006590*--------------------------------------------------------------
006600* One step on the sheet - a bypass line for an expected step
006610* with no statistics line, otherwise the step line and its
006620* control line.
006630*--------------------------------------------------------------
006640 3000-REPORT-ONE-STEP.
006650     ADD 1 TO WS-STP-SUB.
006660     PERFORM 3100-SET-STEP-STATUS THRU 3100-EXIT.
006670     IF STP-RUN-COUNT (WS-STP-SUB) = ZERO
006680         MOVE STP-JOB-NAME (WS-STP-SUB) TO CSB-JOB-NAME
006690         MOVE STP-STEP-NAME (WS-STP-SUB) TO CSB-STEP-NAME
006700         MOVE STP-PROGRAM (WS-STP-SUB) TO CSB-PROGRAM
006710         MOVE SPACES TO CSUM-REPORT-RECORD
006720         MOVE WS-CSM-BYPASS-LINE TO CSUM-REPORT-RECORD
006730         WRITE CSUM-REPORT-RECORD
006740         PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT
006750         GO TO 3000-EXIT
006760     END-IF.
006770     MOVE STP-JOB-NAME (WS-STP-SUB) TO CSS-JOB-NAME.
006780     MOVE STP-STEP-NAME (WS-STP-SUB) TO CSS-STEP-NAME.
006790     MOVE STP-PROGRAM (WS-STP-SUB) TO CSS-PROGRAM.
006800     MOVE WS-STEP-STATUS TO CSS-STATUS.
006810     MOVE STP-RETURN-CODE (WS-STP-SUB) TO CSS-RETURN-CODE.
006820     MOVE STP-START-TIME (WS-STP-SUB) TO CSS-START-TIME.
006830     MOVE STP-END-TIME (WS-STP-SUB) TO CSS-END-TIME.
006840     MOVE STP-RECORDS-IN (WS-STP-SUB) TO CSS-RECORDS-IN.
006850     MOVE STP-RECORDS-OUT (WS-STP-SUB) TO CSS-RECORDS-OUT.
006860     MOVE STP-RECORDS-REJECTED (WS-STP-SUB)
006870         TO CSS-RECORDS-REJECTED.
006880     MOVE SPACES TO CSUM-REPORT-RECORD.
006890     MOVE WS-CSM-STEP-LINE TO CSUM-REPORT-RECORD.
006900     WRITE CSUM-REPORT-RECORD.
006910     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
006920     MOVE STP-CONTROL-LABEL (WS-STP-SUB) TO CSC-CONTROL-LABEL.
006930     MOVE STP-CONTROL-COUNT (WS-STP-SUB) TO CSC-CONTROL-COUNT.
006940     MOVE STP-CONTROL-HASH (WS-STP-SUB) TO CSC-CONTROL-HASH.
006950     MOVE STP-RUN-COUNT (WS-STP-SUB) TO CSC-RUN-COUNT.
006960     EVALUATE TRUE
006970         WHEN STP-OUTCOME (WS-STP-SUB) NOT = SPACES
006980             MOVE STP-OUTCOME (WS-STP-SUB) TO CSC-NOTE
006990         WHEN NOT STP-IS-EXPECTED (WS-STP-SUB)
007000             MOVE "ON REQUEST" TO CSC-NOTE
007010         WHEN OTHER
007020             MOVE SPACES TO CSC-NOTE
007030     END-EVALUATE.
007040     MOVE SPACES TO CSUM-REPORT-RECORD.
007050     MOVE WS-CSM-CONTROL-LINE TO CSUM-REPORT-RECORD.
007060     WRITE CSUM-REPORT-RECORD.
007070     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
007080 3000-EXIT.
007090     EXIT.
007100*--------------------------------------------------------------
007110* Step status - a held or parked outcome first, since the
007120* hold steps end RC=8 by design, then the return code.
007130*--------------------------------------------------------------
007140 3100-SET-STEP-STATUS.
007150     IF STP-RUN-COUNT (WS-STP-SUB) = ZERO
007160         MOVE "BYPASSED" TO WS-STEP-STATUS
007170         ADD 1 TO WS-BYPASSED-COUNT
007180         GO TO 3100-EXIT
007190     END-IF.
007200     ADD 1 TO WS-RAN-COUNT.
007210     EVALUATE TRUE
007220         WHEN STP-OUTCOME-HELD (WS-STP-SUB)
007230             MOVE "HELD" TO WS-STEP-STATUS
007240             ADD 1 TO WS-HELD-COUNT
007250         WHEN STP-OUTCOME-PARKED (WS-STP-SUB)
007260             MOVE "PARKED" TO WS-STEP-STATUS
007270             ADD 1 TO WS-HELD-COUNT
007280         WHEN STP-RETURN-CODE (WS-STP-SUB) < 4
007290             MOVE "OK" TO WS-STEP-STATUS
007300         WHEN STP-RETURN-CODE (WS-STP-SUB) < 8
007310             MOVE "WARNING" TO WS-STEP-STATUS
007320         WHEN OTHER
007330             MOVE "FAILED" TO WS-STEP-STATUS
007340             ADD 1 TO WS-FAILED-COUNT
007350     END-EVALUATE.
007360 3100-EXIT.
007370     EXIT.
007380*--------------------------------------------------------------
007390* Publication - what the last release step for the date did
007400* with the extract.
007410*--------------------------------------------------------------
007420 4000-REPORT-PUBLICATION.
007430     MOVE SPACES TO CSUM-REPORT-RECORD.
007440     WRITE CSUM-REPORT-RECORD.
007450     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
007460     MOVE ZERO TO CSP-PUBLISH-COUNT.
007470     MOVE SPACES TO CSP-BY.
007480     MOVE SPACES TO CSP-JOB-NAME.
007490     MOVE SPACES TO CSP-STEP-NAME.
007500     IF NOT RELEASE-STEP-SEEN
007510         MOVE "NO RELEASE STEP RAN" TO CSP-PUBLISH-TEXT
007520     ELSE
007530         MOVE "BY" TO CSP-BY
007540         MOVE WS-RELEASE-JOB-NAME TO CSP-JOB-NAME
007550         MOVE WS-RELEASE-STEP-NAME TO CSP-STEP-NAME
007560         EVALUATE WS-RELEASE-OUTCOME
007570             WHEN "PUBLISHD"
007580                 MOVE "EXTRACT PUBLISHED - DATA LINES"
007590                     TO CSP-PUBLISH-TEXT
007600                 MOVE WS-RELEASE-RECORDS-OUT TO CSP-PUBLISH-COUNT
007610             WHEN "PARKED"
007620                 MOVE "EXTRACT PARKED - OPEN HOLDS"
007630                     TO CSP-PUBLISH-TEXT
007640                 MOVE WS-RELEASE-OPEN-HOLDS TO CSP-PUBLISH-COUNT
007650             WHEN OTHER
007660                 MOVE "EXTRACT NOT PUBLISHED"
007670                     TO CSP-PUBLISH-TEXT
007680         END-EVALUATE
007690     END-IF.
007700     MOVE SPACES TO CSUM-REPORT-RECORD.
007710     MOVE WS-CSM-PUBLISH-LINE TO CSUM-REPORT-RECORD.
007720     WRITE CSUM-REPORT-RECORD.
007730     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
007740 4000-EXIT.
007750     EXIT.
007760*--------------------------------------------------------------
007770* Carry-forward section headings.
007780*--------------------------------------------------------------
007790 4400-WRITE-CARRY-HEADINGS.
007800     MOVE SPACES TO CSUM-REPORT-RECORD.
007810     WRITE CSUM-REPORT-RECORD.
007820     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
007830     MOVE SPACES TO CSUM-REPORT-RECORD.
007840     MOVE WS-CSM-CARRY-HEADER-1 TO CSUM-REPORT-RECORD.
007850     WRITE CSUM-REPORT-RECORD.
007860     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
007870     MOVE SPACES TO CSUM-REPORT-RECORD.
007880     MOVE WS-CSM-CARRY-HEADER-2 TO CSUM-REPORT-RECORD.
007890     WRITE CSUM-REPORT-RECORD.
007900     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
007910 4400-EXIT.
007920     EXIT.
007930*--------------------------------------------------------------
007940* One carry-forward check - the two counts tie or break; a
007950* check either of whose steps has no line for the date is
007960* shown not run (the bypass is already on the sheet).
007970*--------------------------------------------------------------
007980 4500-CHECK-ONE-CARRY.
007990     ADD 1 TO WS-CRY-SUB.
008000     MOVE "Y" TO WS-CARRY-RAN-SWITCH.
008010     MOVE ZERO TO WS-FROM-VALUE.
008020     MOVE ZERO TO WS-TO-VALUE.
008030     MOVE CRY-FROM-JOB-NAME (WS-CRY-SUB) TO WS-FIND-JOB-NAME.
008040     MOVE CRY-FROM-STEP-NAME (WS-CRY-SUB) TO WS-FIND-STEP-NAME.
008050     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
008060     IF NOT STEP-ENTRY-FOUND
008070         MOVE "N" TO WS-CARRY-RAN-SWITCH
008080     ELSE
008090         IF STP-RUN-COUNT (WS-FND-SUB) = ZERO
008100             MOVE "N" TO WS-CARRY-RAN-SWITCH
008110         ELSE
008120             MOVE CRY-FROM-COUNT (WS-CRY-SUB) TO WS-PICK-CODE
008130             PERFORM 4600-PICK-CARRY-COUNT THRU 4600-EXIT
008140             MOVE WS-PICK-VALUE TO WS-FROM-VALUE
008150         END-IF
008160     END-IF.
008170     MOVE CRY-TO-JOB-NAME (WS-CRY-SUB) TO WS-FIND-JOB-NAME.
008180     MOVE CRY-TO-STEP-NAME (WS-CRY-SUB) TO WS-FIND-STEP-NAME.
008190     PERFORM 2500-FIND-STEP THRU 2500-EXIT.
008200     IF NOT STEP-ENTRY-FOUND
008210         MOVE "N" TO WS-CARRY-RAN-SWITCH
008220     ELSE
008230         IF STP-RUN-COUNT (WS-FND-SUB) = ZERO
008240             MOVE "N" TO WS-CARRY-RAN-SWITCH
008250         ELSE
008260             MOVE CRY-TO-COUNT (WS-CRY-SUB) TO WS-PICK-CODE
008270             PERFORM 4600-PICK-CARRY-COUNT THRU 4600-EXIT
008280             MOVE WS-PICK-VALUE TO WS-TO-VALUE
008290         END-IF
008300     END-IF.
008310     MOVE CRY-FROM-JOB-NAME (WS-CRY-SUB) TO CSY-FROM-JOB-NAME.
008320     MOVE CRY-FROM-STEP-NAME (WS-CRY-SUB) TO CSY-FROM-STEP-NAME.
008330     MOVE CRY-FROM-COUNT (WS-CRY-SUB) TO CSY-FROM-COUNT.
008340     MOVE WS-FROM-VALUE TO CSY-FROM-VALUE.
008350     MOVE CRY-TO-JOB-NAME (WS-CRY-SUB) TO CSY-TO-JOB-NAME.
008360     MOVE CRY-TO-STEP-NAME (WS-CRY-SUB) TO CSY-TO-STEP-NAME.
008370     MOVE CRY-TO-COUNT (WS-CRY-SUB) TO CSY-TO-COUNT.
008380     MOVE WS-TO-VALUE TO CSY-TO-VALUE.
008390     EVALUATE TRUE
008400         WHEN NOT CARRY-BOTH-RAN
008410             MOVE "NOT RUN" TO CSY-RESULT
008420         WHEN WS-FROM-VALUE = WS-TO-VALUE
008430             MOVE "TIES" TO CSY-RESULT
008440         WHEN OTHER
008450             MOVE "BREAK" TO CSY-RESULT
008460             ADD 1 TO WS-BREAK-COUNT
008470     END-EVALUATE.
008480     MOVE SPACES TO CSUM-REPORT-RECORD.
008490     MOVE WS-CSM-CARRY-LINE TO CSUM-REPORT-RECORD.
008500     WRITE CSUM-REPORT-RECORD.
008510     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008520 4500-EXIT.
008530     EXIT.
008540 4600-PICK-CARRY-COUNT.
008550     EVALUATE WS-PICK-CODE
008560         WHEN "IN "
008570             MOVE STP-RECORDS-IN (WS-FND-SUB) TO WS-PICK-VALUE
008580         WHEN "OUT"
008590             MOVE STP-RECORDS-OUT (WS-FND-SUB) TO WS-PICK-VALUE
008600         WHEN "REJ"
008610             MOVE STP-RECORDS-REJECTED (WS-FND-SUB)
008620                 TO WS-PICK-VALUE
008630         WHEN OTHER
008640             MOVE STP-CONTROL-COUNT (WS-FND-SUB) TO WS-PICK-VALUE
008650     END-EVALUATE.
008660 4600-EXIT.
008670     EXIT.
008680*--------------------------------------------------------------
008690* Cycle totals, or the reason no sheet could be made.
008700*--------------------------------------------------------------
008710 5000-WRITE-CYCLE-TOTALS.
008720     MOVE SPACES TO CSUM-REPORT-RECORD.
008730     WRITE CSUM-REPORT-RECORD.
008740     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008750     IF CYCLE-REFUSED
008760         MOVE WS-REFUSE-REASON TO CSM-REFUSE-REASON
008770         MOVE SPACES TO CSUM-REPORT-RECORD
008780         MOVE WS-CSM-REFUSED-LINE TO CSUM-REPORT-RECORD
008790         WRITE CSUM-REPORT-RECORD
008800         PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT
008810         GO TO 5000-EXIT
008820     END-IF.
008830     MOVE WS-STEP-COUNT TO CSM-TOTAL-STEPS.
008840     MOVE WS-RAN-COUNT TO CSM-TOTAL-RAN.
008850     MOVE WS-BYPASSED-COUNT TO CSM-TOTAL-BYPASSED.
008860     MOVE WS-FAILED-COUNT TO CSM-TOTAL-FAILED.
008870     MOVE WS-BREAK-COUNT TO CSM-TOTAL-BREAKS.
008880     MOVE SPACES TO CSUM-REPORT-RECORD.
008890     MOVE WS-CSM-TOTAL-LINE TO CSUM-REPORT-RECORD.
008900     WRITE CSUM-REPORT-RECORD.
008910     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008920 5000-EXIT.
008930     EXIT.
008940*--------------------------------------------------------------
008950 5990-CHECK-REPORT-STATUS.
008960     IF WS-REPORT-FILE-STATUS NOT = "00"
008970         DISPLAY "RATECSUM: WRITE FAILED ON STATUS SHEET, "
008980             "STATUS = " WS-REPORT-FILE-STATUS
008990         MOVE "Y" TO WS-IO-ERROR-SWITCH
009000     END-IF.
009010 5990-EXIT.
009020     EXIT.
009030*--------------------------------------------------------------
009040 9999-TERMINATE.
009050     IF STATLOG-FILE-OPEN
009060         CLOSE STEP-STATS-FILE
009070     END-IF.
009080     CLOSE CSUM-REPORT-FILE.
009090     DISPLAY "RATECSUM: BUSINESS DATE " WS-BUSINESS-DATE
009100         ", LOG LINES READ " WS-LOG-READ-COUNT
009110         ", FOR THE DATE " WS-LOG-MATCH-COUNT
009120         ", STEPS " WS-STEP-COUNT
009130         ", RAN " WS-RAN-COUNT
009140         ", BYPASSED " WS-BYPASSED-COUNT
009150         ", FAILED " WS-FAILED-COUNT
009160         ", HELD/PARKED " WS-HELD-COUNT
009170         ", CARRY BREAKS " WS-BREAK-COUNT.
009180     IF WS-BAD-CARD-COUNT > ZERO
009190         DISPLAY "RATECSUM: " WS-BAD-CARD-COUNT
009200             " BAD CYCLE CONTROL CARDS IGNORED"
009210     END-IF.
009220     IF CYCLE-TABLE-FULL
009230         DISPLAY "RATECSUM: " WS-DROPPED-COUNT
009240             " STEPS OR CHECKS DROPPED - TABLE FULL"
009250     END-IF.
009260     EVALUATE TRUE
009270         WHEN CYCLE-REFUSED
009280             DISPLAY "RATECSUM: SUMMARY REFUSED - "
009290                 WS-REFUSE-REASON
009300             MOVE 8 TO RETURN-CODE
009310         WHEN IO-WRITE-ERROR
009320             DISPLAY "RATECSUM: ONE OR MORE FILE ERRORS THIS RUN"
009330             MOVE 8 TO RETURN-CODE
009340         WHEN WS-FAILED-COUNT > ZERO
009350             OR WS-BREAK-COUNT > ZERO
009360             DISPLAY "RATECSUM: *** " WS-FAILED-COUNT
009370                 " FAILED STEPS, " WS-BREAK-COUNT
009380                 " CARRY-FORWARD BREAKS ***"
009390             MOVE 8 TO RETURN-CODE
009400         WHEN WS-BYPASSED-COUNT > ZERO
009410             OR WS-HELD-COUNT > ZERO
009420             OR WS-BAD-CARD-COUNT > ZERO
009430             OR CYCLE-TABLE-FULL
009440             MOVE 4 TO RETURN-CODE
009450         WHEN OTHER
009460             MOVE 0 TO RETURN-CODE
009470     END-EVALUATE.
009480 9999-EXIT.
009490     EXIT.
