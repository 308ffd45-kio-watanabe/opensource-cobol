000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATERULE.
000030*--------------------------------------------------------------
000040* Cross-field and cross-set rule validation.  Runs after the
000050* derived-rate step against the republished extract and
000060* works the RULECTL rule cards - rule id, two set/field
000070* operands, a relationship and a severity - over the values
000080* about to publish.  Sign/scale certification proves each
000090* field on its own; this step proves the fields agree with
000100* each other: a bid that is not under its ask, a USD/EUR and
000110* EUR/USD pair whose product has wandered off one, a cross
000120* rate out of line with its legs, a derived spread gone the
000130* wrong side of zero.  A warning-severity failure posts to
000140* the exception suspense file under its own exception type
000150* so it ages and surfaces like any certification exception;
000160* a critical failure opens a publication hold so the release
000170* gate parks the extract exactly as it does for a drift
000180* breach.  A rule that passes clears its own suspense item
000190* and hold.  Every rule evaluated is reported with both
000200* operand values, pass or fail.
000210*--------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ------------------------------------------
000250*   2026-10-15  DLH  Initial version - rule cards over the
000260*                    republished extract, warnings to
000270*                    suspense, critical failures to the
000280*                    publication hold file.
000281*   2026-10-15  DLH  Append a step-statistics line - job, step,
000282*                    business date, times, record counts, key
000283*                    control total, return code - to the shared
000284*                    STATLOG at termination for the RATECSUM
000285*                    cycle status sheet.
000290*--------------------------------------------------------------
000300 ENVIRONMENT      DIVISION.
000310 INPUT-OUTPUT     SECTION.
000320 FILE-CONTROL.
000330     SELECT EXTRACT-FILE
000340         ASSIGN TO EXTRCUR
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000370     SELECT RULE-CARD-FILE
000380         ASSIGN TO RULECTL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-RULE-FILE-STATUS.
000410     SELECT SUSPENSE-FILE
000420         ASSIGN TO RATESUSP
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SUS-RECORD-KEY
000460         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000470     SELECT HOLD-FILE
000480         ASSIGN TO RATEHOLD
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS HLD-RECORD-KEY
000520         FILE STATUS IS WS-HOLD-FILE-STATUS.
000530     SELECT HOLD-LOG-FILE
000540         ASSIGN TO HOLDLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HOLD-LOG-FILE-STATUS.
000570     SELECT RUN-JOURNAL-FILE
000580         ASSIGN TO RATEJRNL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000610     SELECT RULE-REPORT-FILE
000620         ASSIGN TO RULERPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-FILE-STATUS.
000641     SELECT STEP-ID-FILE
000642         ASSIGN TO STATID
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS WS-STATID-FILE-STATUS.
000645     SELECT STEP-STATS-FILE
000646         ASSIGN TO STATLOG
000647         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000650 DATA             DIVISION.
000660 FILE             SECTION.
000670 FD  EXTRACT-FILE.
000680 01  EXTRACT-RECORD              PIC X(080).
000690 FD  RULE-CARD-FILE.
000700 01  RULE-CARD-RECORD            PIC X(080).
000710 FD  SUSPENSE-FILE.
000720     COPY RATESUSP.
000730 FD  HOLD-FILE.
000740     COPY RATEHOLD.
000750 FD  HOLD-LOG-FILE.
000760 01  HOLD-LOG-RECORD             PIC X(080).
000770 FD  RUN-JOURNAL-FILE.
000780     COPY RATEJRNL.
000790 FD  RULE-REPORT-FILE.
000800 01  RULE-REPORT-RECORD          PIC X(080).
000802 FD  STEP-ID-FILE.
000804 01  STEP-ID-RECORD              PIC X(080).
000806 FD  STEP-STATS-FILE.
000808 01  STEP-STATS-RECORD           PIC X(150).
000810 WORKING-STORAGE SECTION.
000820*--------------------------------------------------------------
000830* File status fields and switches.
000840*--------------------------------------------------------------
000850 77  WS-EXTRACT-FILE-STATUS      PIC X(02).
000860 77  WS-RULE-FILE-STATUS         PIC X(02).
000870 77  WS-SUSPENSE-FILE-STATUS     PIC X(02).
000880 77  WS-HOLD-FILE-STATUS         PIC X(02).
000890 77  WS-HOLD-LOG-FILE-STATUS     PIC X(02).
000900 77  WS-JOURNAL-FILE-STATUS      PIC X(02).
000910 77  WS-REPORT-FILE-STATUS       PIC X(02).
000920 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000930 77  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
000940 01  WS-SWITCHES.
000950     05  WS-EXTRACT-EOF-SWITCH   PIC X(01) VALUE "N".
000960         88  EXTRACT-FILE-EOF             VALUE "Y".
000970     05  WS-RULE-EOF-SWITCH      PIC X(01) VALUE "N".
000980         88  RULE-FILE-EOF                VALUE "Y".
000990     05  WS-XTR-HEADER-SWITCH    PIC X(01) VALUE "N".
001000         88  EXTRACT-HEADER-SEEN          VALUE "Y".
001010     05  WS-XTR-TRAILER-SWITCH   PIC X(01) VALUE "N".
001020         88  EXTRACT-TRAILER-SEEN         VALUE "Y".
001030     05  WS-TRANS-ERROR-SWITCH   PIC X(01) VALUE "N".
001040         88  TRANSMISSION-ERROR           VALUE "Y".
001050     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001060         88  IO-WRITE-ERROR               VALUE "Y".
001070     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
001080         88  RATE-TABLE-FULL              VALUE "Y".
001090     05  WS-RATE-FOUND-SWITCH    PIC X(01) VALUE "N".
001100         88  RATE-ENTRY-FOUND             VALUE "Y".
001110     05  WS-OPERAND-SWITCH       PIC X(01) VALUE "N".
001120         88  OPERAND-MISSING              VALUE "Y".
001130     05  WS-RULE-RESULT-SWITCH   PIC X(01) VALUE "P".
001140         88  RULE-PASSED                  VALUE "P".
001150         88  RULE-FAILED                  VALUE "F".
001160*--------------------------------------------------------------
001170* Run tallies and transmission controls - the extract's
001180* trailer is proved against the lines actually read before
001190* any rule is worked, the same check every consumer of the
001200* extract applies.
001210*--------------------------------------------------------------
001220 77  WS-RULE-COUNT               PIC 9(05) COMP VALUE ZERO.
001230 77  WS-PASS-COUNT               PIC 9(05) COMP VALUE ZERO.
001240 77  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
001250 77  WS-CRITICAL-COUNT           PIC 9(05) COMP VALUE ZERO.
001260 77  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
001270 77  WS-HOLD-OPENED-COUNT        PIC 9(05) COMP VALUE ZERO.
001280 77  WS-HOLD-CLEARED-COUNT       PIC 9(05) COMP VALUE ZERO.
001290 77  WS-SUSP-OPENED-COUNT        PIC 9(05) COMP VALUE ZERO.
001300 77  WS-SUSP-RECUR-COUNT         PIC 9(05) COMP VALUE ZERO.
001310 77  WS-SUSP-CLEARED-COUNT       PIC 9(05) COMP VALUE ZERO.
001320 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
001330 77  WS-XTR-TRAILER-COUNT        PIC 9(07) VALUE ZERO.
001340 77  WS-XTR-TRAILER-HASH         PIC 9(11)V9(04) COMP-3
001350                                 VALUE ZERO.
001360 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
001370 77  WS-EXTRACT-HASH             PIC 9(11)V9(04) COMP-3
001380                                 VALUE ZERO.
001390 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
001400                                 VALUE ZERO.
001410 01  WS-TIME-WORK.
001420     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001430     05  FILLER                  PIC 9(02).
001440*--------------------------------------------------------------
001450* Interface extract line as published, with header and
001460* trailer views.
001470*--------------------------------------------------------------
001480 01  WS-EXTRACT-LINE.
001490     05  EXT-REC-TYPE            PIC X(01).
001500         88  EXT-DATA-LINE                VALUE "D".
001510         88  EXT-HEADER-LINE              VALUE "H".
001520         88  EXT-TRAILER-LINE             VALUE "T".
001530     05  EXT-BODY.
001540         10  EXT-SET-ID          PIC X(04).
001550         10  FILLER              PIC X(02).
001560         10  EXT-FIELD-NAME      PIC X(10).
001570         10  FILLER              PIC X(02).
001580         10  EXT-FIELD-VALUE     PIC S9(05)V9(04).
001590         10  FILLER              PIC X(52).
001600     05  EXT-HDR-FIELDS          REDEFINES EXT-BODY.
001610         10  EXT-HDR-BUSINESS-DATE
001620                                 PIC 9(08).
001630         10  EXT-HDR-SOURCE      PIC X(08).
001640         10  FILLER              PIC X(63).
001650     05  EXT-TRL-FIELDS          REDEFINES EXT-BODY.
001660         10  EXT-TRL-RECORD-COUNT
001670                                 PIC 9(07).
001680         10  EXT-TRL-VALUE-HASH  PIC 9(11)V9(04).
001690         10  FILLER              PIC X(57).
001700*--------------------------------------------------------------
001710* Published-rate table - every data line of the extract,
001720* searched by set id plus field name as the rules fetch
001730* their operands.
001740*--------------------------------------------------------------
001750 01  WS-RATE-TABLE.
001760     05  WS-RATE-ENTRY           OCCURS 3000 TIMES.
001770         10  RTB-SET-ID          PIC X(04).
001780         10  RTB-FIELD-NAME      PIC X(10).
001790         10  RTB-FIELD-VALUE     PIC S9(05)V9(04) COMP-3.
001800 77  WS-RATE-COUNT               PIC 9(05) COMP VALUE ZERO.
001810 77  WS-RTB-SUB                  PIC 9(05) COMP VALUE ZERO.
001820*--------------------------------------------------------------
001830* Rule card - rule id, operand 1 set/field, relationship,
001840* operand 2 set/field, two band limits with implied decimals
001850* and the severity (W posts to suspense, C holds the
001860* extract).  The relationships:
001870*   LT   operand 1 must be under operand 2 (bid under ask).
001880*   RCP  operand 1 times operand 2 must sit within the low
001890*        band of one (a rate and its reciprocal).
001900*   RAT  operand 1 over operand 2 must fall between the low
001910*        and high bands (a cross rate against its legs).
001920*   SGN  the operands must not carry opposite signs.
001930* The rule id keys the suspense item and the hold under
001940* operand 1's set, so it must not repeat a field name.
001950*--------------------------------------------------------------
001960 01  WS-RULE-CARD.
001970     05  RUL-RULE-ID             PIC X(10).
001980     05  FILLER                  PIC X(02).
001990     05  RUL-OP1-SET-ID          PIC X(04).
002000     05  FILLER                  PIC X(02).
002010     05  RUL-OP1-FIELD-NAME      PIC X(10).
002020     05  FILLER                  PIC X(02).
002030     05  RUL-RELATION            PIC X(03).
002040         88  RULE-LESS-THAN               VALUE "LT ".
002050         88  RULE-RECIPROCAL              VALUE "RCP".
002060         88  RULE-RATIO                   VALUE "RAT".
002070         88  RULE-SAME-SIGN               VALUE "SGN".
002080         88  RULE-RELATION-VALID          VALUE "LT " "RCP"
002090                                                "RAT" "SGN".
002100     05  FILLER                  PIC X(02).
002110     05  RUL-OP2-SET-ID          PIC X(04).
002120     05  FILLER                  PIC X(02).
002130     05  RUL-OP2-FIELD-NAME      PIC X(10).
002140     05  FILLER                  PIC X(02).
002150     05  RUL-BAND-LOW            PIC 9(05)V9(04).
002160     05  FILLER                  PIC X(01).
002170     05  RUL-BAND-HIGH           PIC 9(05)V9(04).
002180     05  FILLER                  PIC X(01).
002190     05  RUL-SEVERITY            PIC X(01).
002200         88  RULE-WARNING                 VALUE "W".
002210         88  RULE-CRITICAL                VALUE "C".
002220         88  RULE-SEVERITY-VALID          VALUE "W" "C".
002230     05  FILLER                  PIC X(06).
002240*--------------------------------------------------------------
002250* Operand fetch and measurement registers.  The measure is
002260* what the relationship tests - the difference for LT, the
002270* distance of the product from one for RCP, the ratio for
002280* RAT - carried wide so a product of two five-integer rates
002290* cannot overflow before the compare.
002300*--------------------------------------------------------------
002310 77  WS-FETCH-SET-ID             PIC X(04) VALUE SPACES.
002320 77  WS-FETCH-FIELD-NAME         PIC X(10) VALUE SPACES.
002330 77  WS-FETCH-VALUE              PIC S9(05)V9(04) COMP-3
002340                                 VALUE ZERO.
002350 77  WS-OP1-VALUE                PIC S9(05)V9(04) COMP-3
002360                                 VALUE ZERO.
002370 77  WS-OP2-VALUE                PIC S9(05)V9(04) COMP-3
002380                                 VALUE ZERO.
002390 77  WS-MEASURE-WORK             PIC S9(10)V9(08) COMP-3
002400                                 VALUE ZERO.
002410 77  WS-RULE-RESULT-TEXT         PIC X(11) VALUE SPACES.
002420*--------------------------------------------------------------
002430* Run-journal controls - the suspense record as it stood
002440* before this run changed it (blank for a new item).
002450*--------------------------------------------------------------
002460 77  WS-JRN-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
002470 77  WS-JRN-AFTER-IMAGE          PIC X(80) VALUE SPACES.
002480*--------------------------------------------------------------
002490* Suspense message for a failed warning rule - the key
002500* already carries operand 1's set and the rule id.
002510*--------------------------------------------------------------
002520 01  WS-RULE-SUSP-MESSAGE.
002530     05  RSM-RELATION            PIC X(03).
002540     05  FILLER                  PIC X(01) VALUE SPACES.
002550     05  RSM-OP1-FIELD-NAME      PIC X(10).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  RSM-OP2-SET-ID          PIC X(04).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  RSM-OP2-FIELD-NAME      PIC X(10).
002600     05  FILLER                  PIC X(10)
002610         VALUE " FAILED".
002620*--------------------------------------------------------------
002630* Hold/release log line - appended per hold opened and per
002640* auto-clear onto the permanent log the drift step and the
002650* release gate write.
002660*--------------------------------------------------------------
002670     COPY RATEHLOG.
002680*--------------------------------------------------------------
002690* Rule report layouts.
002700*--------------------------------------------------------------
002710 01  WS-RULE-HEADER-1.
002720     05  FILLER                  PIC X(33)
002730         VALUE "CROSS-FIELD RULE REPORT".
002740     05  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
002750     05  HDR-EFF-DATE            PIC 9(08).
002760 01  WS-RULE-HEADER-2.
002770     05  FILLER                  PIC X(11) VALUE "RULE ID".
002780     05  FILLER                  PIC X(04) VALUE "REL".
002790     05  FILLER                  PIC X(27) VALUE "OPERAND 1".
002800     05  FILLER                  PIC X(27) VALUE "OPERAND 2".
002810     05  FILLER                  PIC X(11) VALUE "RESULT".
002820 01  WS-RULE-DETAIL-LINE.
002830     05  RPT-RULE-ID             PIC X(10).
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  RPT-RELATION            PIC X(03).
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  RPT-OP1-SET-ID          PIC X(04).
002880     05  FILLER                  PIC X(01) VALUE SPACES.
002890     05  RPT-OP1-FIELD-NAME      PIC X(10).
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  RPT-OP1-VALUE           PIC Z(03)9.9(04)-.
002920     05  FILLER                  PIC X(01) VALUE SPACES.
002930     05  RPT-OP2-SET-ID          PIC X(04).
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  RPT-OP2-FIELD-NAME      PIC X(10).
002960     05  FILLER                  PIC X(01) VALUE SPACES.
002970     05  RPT-OP2-VALUE           PIC Z(03)9.9(04)-.
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  RPT-RESULT              PIC X(11).
003000 01  WS-RULE-TOTAL-LINE.
003010     05  FILLER                  PIC X(06) VALUE "RULES ".
003020     05  RPT-TOTAL-RULES         PIC ZZZZ9.
003030     05  FILLER                  PIC X(08) VALUE "  PASSED".
003040     05  RPT-TOTAL-PASSED        PIC ZZZZ9.
003050     05  FILLER                  PIC X(08) VALUE "  WARNED".
003060     05  RPT-TOTAL-WARNED        PIC ZZZZ9.
003070     05  FILLER                  PIC X(06) VALUE "  HELD".
003080     05  RPT-TOTAL-HELD          PIC ZZZZ9.
003090     05  FILLER                  PIC X(09) VALUE "  SKIPPED".
003100     05  RPT-TOTAL-SKIPPED       PIC ZZZZ9.
003110     05  FILLER                  PIC X(09) VALUE "  CLEARED".
003120     05  RPT-TOTAL-CLEARED       PIC ZZZZ9.
003121*--------------------------------------------------------------
003122* Step statistics - the STATID job/step card, the line appended
003123* to the shared STATLOG at termination and their file status
003124* fields.
003125*--------------------------------------------------------------
003126 77  WS-STATID-FILE-STATUS       PIC X(02).
003127 77  WS-STATLOG-FILE-STATUS      PIC X(02).
003128     COPY RATESTAT.
003130 PROCEDURE        DIVISION.
003140 0000-MAINLINE.
003150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003160     PERFORM 2000-LOAD-EXTRACT-LINE THRU 2000-EXIT
003170         UNTIL EXTRACT-FILE-EOF.
003180     PERFORM 2800-VERIFY-EXTRACT-TRAILER THRU 2800-EXIT.
003190     IF NOT TRANSMISSION-ERROR
003200         PERFORM 3000-EVALUATE-ONE-RULE THRU 3000-EXIT
003210             UNTIL RULE-FILE-EOF
003220     END-IF.
003230     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT.
003240     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003250     STOP RUN.
003260*--------------------------------------------------------------
003270 1000-INITIALIZE.
003273     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003276     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
003280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003290     ACCEPT WS-TIME-WORK FROM TIME.
003300     OPEN INPUT EXTRACT-FILE.
003310     IF WS-EXTRACT-FILE-STATUS NOT = "00"
003320         DISPLAY "RATERULE: UNABLE TO OPEN EXTRACT, "
003330             "STATUS = " WS-EXTRACT-FILE-STATUS
003340         MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
003350         MOVE "Y" TO WS-TRANS-ERROR-SWITCH
003360     END-IF.
003370     OPEN INPUT RULE-CARD-FILE.
003380     IF WS-RULE-FILE-STATUS NOT = "00"
003390         DISPLAY "RATERULE: UNABLE TO OPEN RULE CARDS, "
003400             "STATUS = " WS-RULE-FILE-STATUS
003410         MOVE "Y" TO WS-RULE-EOF-SWITCH
003420         MOVE "Y" TO WS-IO-ERROR-SWITCH
003430     END-IF.
003440     OPEN I-O SUSPENSE-FILE.
003450     IF WS-SUSPENSE-FILE-STATUS = "35"
003460         OPEN OUTPUT SUSPENSE-FILE
003470     END-IF.
003480     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
003490         DISPLAY "RATERULE: UNABLE TO OPEN SUSPENSE FILE, "
003500             "STATUS = " WS-SUSPENSE-FILE-STATUS
003510         MOVE "Y" TO WS-RULE-EOF-SWITCH
003520         MOVE "Y" TO WS-IO-ERROR-SWITCH
003530     END-IF.
003540     OPEN I-O HOLD-FILE.
003550     IF WS-HOLD-FILE-STATUS = "35"
003560         OPEN OUTPUT HOLD-FILE
003570     END-IF.
003580     IF WS-HOLD-FILE-STATUS NOT = "00"
003590         DISPLAY "RATERULE: UNABLE TO OPEN HOLD FILE, "
003600             "STATUS = " WS-HOLD-FILE-STATUS
003610         MOVE "Y" TO WS-RULE-EOF-SWITCH
003620         MOVE "Y" TO WS-IO-ERROR-SWITCH
003630     END-IF.
003640     OPEN EXTEND HOLD-LOG-FILE.
003650     IF WS-HOLD-LOG-FILE-STATUS = "35"
003660         OPEN OUTPUT HOLD-LOG-FILE
003670     END-IF.
003680     IF WS-HOLD-LOG-FILE-STATUS NOT = "00"
003690         DISPLAY "RATERULE: UNABLE TO OPEN HOLD LOG, "
003700             "STATUS = " WS-HOLD-LOG-FILE-STATUS
003710         MOVE "Y" TO WS-IO-ERROR-SWITCH
003720     END-IF.
003730     OPEN EXTEND RUN-JOURNAL-FILE.
003740     IF WS-JOURNAL-FILE-STATUS = "35"
003750         OPEN OUTPUT RUN-JOURNAL-FILE
003760     END-IF.
003770     IF WS-JOURNAL-FILE-STATUS NOT = "00"
003780         DISPLAY "RATERULE: UNABLE TO OPEN RUN JOURNAL, "
003790             "STATUS = " WS-JOURNAL-FILE-STATUS
003800         MOVE "Y" TO WS-RULE-EOF-SWITCH
003810         MOVE "Y" TO WS-IO-ERROR-SWITCH
003820     END-IF.
003830     OPEN OUTPUT RULE-REPORT-FILE.
003840     IF WS-REPORT-FILE-STATUS NOT = "00"
003850         DISPLAY "RATERULE: UNABLE TO OPEN RULE REPORT, "
003860             "STATUS = " WS-REPORT-FILE-STATUS
003870     END-IF.
003880 1000-EXIT.
003890     EXIT.
003900*--------------------------------------------------------------
003910* Extract load - every data line goes to the rate table,
003920* counted and hashed for the trailer proof.  The header's
003930* business date stamps the report and every journal entry.
003940*--------------------------------------------------------------
003950 2000-LOAD-EXTRACT-LINE.
003960     READ EXTRACT-FILE INTO WS-EXTRACT-LINE
003970         AT END
003980             MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
003990     END-READ.
004000     IF WS-EXTRACT-FILE-STATUS NOT = "00"
004010         MOVE "Y" TO WS-EXTRACT-EOF-SWITCH
004020     END-IF.
004030     IF EXTRACT-FILE-EOF
004040         GO TO 2000-EXIT
004050     END-IF.
004060     IF EXTRACT-TRAILER-SEEN
004070         GO TO 2000-EXIT
004080     END-IF.
004090     EVALUATE TRUE
004100         WHEN EXT-HEADER-LINE
004110             MOVE "Y" TO WS-XTR-HEADER-SWITCH
004120             IF EXT-HDR-BUSINESS-DATE NUMERIC
004130                 MOVE EXT-HDR-BUSINESS-DATE TO WS-EFF-DATE
004140             END-IF
004150         WHEN EXT-TRAILER-LINE
004160             MOVE "Y" TO WS-XTR-TRAILER-SWITCH
004170             IF EXT-TRL-RECORD-COUNT NUMERIC
004180                 MOVE EXT-TRL-RECORD-COUNT
004190                     TO WS-XTR-TRAILER-COUNT
004200             END-IF
004210             IF EXT-TRL-VALUE-HASH NUMERIC
004220                 MOVE EXT-TRL-VALUE-HASH
004230                     TO WS-XTR-TRAILER-HASH
004240             END-IF
004250         WHEN EXT-DATA-LINE
004260             ADD 1 TO WS-EXTRACT-COUNT
004270             MOVE EXT-FIELD-VALUE TO WS-HASH-WORK
004280             IF WS-HASH-WORK < 0
004290                 COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
004300             END-IF
004310             ADD WS-HASH-WORK TO WS-EXTRACT-HASH
004320             PERFORM 2100-STORE-RATE THRU 2100-EXIT
004330         WHEN OTHER
004340             CONTINUE
004350     END-EVALUATE.
004360 2000-EXIT.
004370     EXIT.
004380 2100-STORE-RATE.
004390     IF WS-RATE-COUNT NOT < 3000
004400         MOVE "Y" TO WS-TABLE-FULL-SWITCH
004410         GO TO 2100-EXIT
004420     END-IF.
004430     ADD 1 TO WS-RATE-COUNT.
004440     MOVE EXT-SET-ID TO RTB-SET-ID (WS-RATE-COUNT).
004450     MOVE EXT-FIELD-NAME TO RTB-FIELD-NAME (WS-RATE-COUNT).
004460     MOVE EXT-FIELD-VALUE TO RTB-FIELD-VALUE (WS-RATE-COUNT).
004470 2100-EXIT.
004480     EXIT.
004490*--------------------------------------------------------------
004500* Transmission proof - a file that does not tie is not worth
004510* validating.  Nothing is evaluated, no hold or suspense item
004520* moves, and the run ends RC=8.
004530*--------------------------------------------------------------
004540 2800-VERIFY-EXTRACT-TRAILER.
004550     EVALUATE TRUE
004560         WHEN TRANSMISSION-ERROR
004570             CONTINUE
004580         WHEN NOT EXTRACT-HEADER-SEEN
004590             DISPLAY "RATERULE: EXTRACT HAS NO HEADER - "
004600                 "NO RULE EVALUATED"
004610             MOVE "Y" TO WS-TRANS-ERROR-SWITCH
004620         WHEN NOT EXTRACT-TRAILER-SEEN
004630             DISPLAY "RATERULE: EXTRACT HAS NO TRAILER - "
004640                 "NO RULE EVALUATED"
004650             MOVE "Y" TO WS-TRANS-ERROR-SWITCH
004660         WHEN WS-XTR-TRAILER-COUNT NOT = WS-EXTRACT-COUNT
004670             DISPLAY "RATERULE: EXTRACT TRAILER COUNT "
004680                 WS-XTR-TRAILER-COUNT
004690                 " DOES NOT MATCH LINES READ "
004700                 WS-EXTRACT-COUNT " - NO RULE EVALUATED"
004710             MOVE "Y" TO WS-TRANS-ERROR-SWITCH
004720         WHEN WS-XTR-TRAILER-HASH NOT = WS-EXTRACT-HASH
004730             DISPLAY "RATERULE: EXTRACT TRAILER HASH DOES "
004740                 "NOT MATCH LINES READ - NO RULE EVALUATED"
004750             MOVE "Y" TO WS-TRANS-ERROR-SWITCH
004760         WHEN RATE-TABLE-FULL
004770             DISPLAY "RATERULE: EXTRACT EXCEEDS RATE TABLE - "
004780                 "NO RULE EVALUATED"
004790             MOVE "Y" TO WS-TRANS-ERROR-SWITCH
004800     END-EVALUATE.
004810     IF WS-EFF-DATE = ZERO
004820         MOVE WS-RUN-DATE TO WS-EFF-DATE
004830     END-IF.
004840     MOVE WS-EFF-DATE TO HDR-EFF-DATE.
004850     MOVE SPACES TO RULE-REPORT-RECORD.
004860     MOVE WS-RULE-HEADER-1 TO RULE-REPORT-RECORD.
004870     WRITE RULE-REPORT-RECORD.
004880     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
004890     MOVE SPACES TO RULE-REPORT-RECORD.
004900     MOVE WS-RULE-HEADER-2 TO RULE-REPORT-RECORD.
004910     WRITE RULE-REPORT-RECORD.
004920     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
004930     MOVE SPACES TO RULE-REPORT-RECORD.
004940     WRITE RULE-REPORT-RECORD.
004950     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
004960 2800-EXIT.
004970     EXIT.
004980*--------------------------------------------------------------
004990* One rule - a card that does not parse, or an operand not
005000* on the extract, is reported and skipped (RC=4) with its
005010* hold and suspense item left as they stand.  Otherwise the
005020* relationship is measured: a pass clears the rule's hold
005030* and suspense item, a failure posts by severity.
005040*--------------------------------------------------------------
005050 3000-EVALUATE-ONE-RULE.
005060     READ RULE-CARD-FILE INTO WS-RULE-CARD
005070         AT END
005080             MOVE "Y" TO WS-RULE-EOF-SWITCH
005090     END-READ.
005100     IF WS-RULE-FILE-STATUS NOT = "00"
005110         MOVE "Y" TO WS-RULE-EOF-SWITCH
005120     END-IF.
005130     IF RULE-FILE-EOF
005140         GO TO 3000-EXIT
005150     END-IF.
005160     IF WS-RULE-CARD = SPACES
005170         OR RUL-RULE-ID = SPACES
005180         GO TO 3000-EXIT
005190     END-IF.
005200     ADD 1 TO WS-RULE-COUNT.
005210     MOVE ZERO TO WS-OP1-VALUE.
005220     MOVE ZERO TO WS-OP2-VALUE.
005230     MOVE "P" TO WS-RULE-RESULT-SWITCH.
005240     IF RUL-BAND-LOW NOT NUMERIC
005250         MOVE ZERO TO RUL-BAND-LOW
005260     END-IF.
005270     IF RUL-BAND-HIGH NOT NUMERIC
005280         MOVE ZERO TO RUL-BAND-HIGH
005290     END-IF.
005300     IF NOT RULE-RELATION-VALID
005310         OR NOT RULE-SEVERITY-VALID
005320         OR RUL-OP1-FIELD-NAME = SPACES
005330         OR RUL-OP2-FIELD-NAME = SPACES
005340         ADD 1 TO WS-SKIP-COUNT
005350         MOVE "BAD CARD" TO WS-RULE-RESULT-TEXT
005360         PERFORM 3800-WRITE-RULE-DETAIL THRU 3800-EXIT
005370         GO TO 3000-EXIT
005380     END-IF.
005390     MOVE "N" TO WS-OPERAND-SWITCH.
005400     MOVE RUL-OP1-SET-ID TO WS-FETCH-SET-ID.
005410     MOVE RUL-OP1-FIELD-NAME TO WS-FETCH-FIELD-NAME.
005420     PERFORM 3100-FETCH-OPERAND THRU 3100-EXIT.
005430     MOVE WS-FETCH-VALUE TO WS-OP1-VALUE.
005440     MOVE RUL-OP2-SET-ID TO WS-FETCH-SET-ID.
005450     MOVE RUL-OP2-FIELD-NAME TO WS-FETCH-FIELD-NAME.
005460     PERFORM 3100-FETCH-OPERAND THRU 3100-EXIT.
005470     MOVE WS-FETCH-VALUE TO WS-OP2-VALUE.
005480     IF OPERAND-MISSING
005490         ADD 1 TO WS-SKIP-COUNT
005500         MOVE "NO OPERAND" TO WS-RULE-RESULT-TEXT
005510         PERFORM 3800-WRITE-RULE-DETAIL THRU 3800-EXIT
005520         GO TO 3000-EXIT
005530     END-IF.
005540     PERFORM 3200-APPLY-RELATION THRU 3200-EXIT.
005550     IF RULE-PASSED
005560         ADD 1 TO WS-PASS-COUNT
005570         MOVE "PASS" TO WS-RULE-RESULT-TEXT
005580         PERFORM 3500-AUTO-CLEAR-HOLD THRU 3500-EXIT
005590         PERFORM 3650-CLEAR-SUSPENSE THRU 3650-EXIT
005600     ELSE
005610         IF RULE-CRITICAL
005620             ADD 1 TO WS-CRITICAL-COUNT
005630             MOVE "CRIT - HELD" TO WS-RULE-RESULT-TEXT
005640             PERFORM 3400-OPEN-HOLD THRU 3400-EXIT
005650         ELSE
005660             ADD 1 TO WS-WARNING-COUNT
005670             MOVE "WARN - SUSP" TO WS-RULE-RESULT-TEXT
005680             PERFORM 3600-POST-SUSPENSE THRU 3600-EXIT
005690         END-IF
005700     END-IF.
005710     PERFORM 3800-WRITE-RULE-DETAIL THRU 3800-EXIT.
005720 3000-EXIT.
005730     EXIT.
005740*--------------------------------------------------------------
005750* Operand fetch - the value as published on tonight's
005760* extract.  A missing operand sets the switch and leaves zero.
005770*--------------------------------------------------------------
005780 3100-FETCH-OPERAND.
005790     MOVE ZERO TO WS-FETCH-VALUE.
005800     MOVE "N" TO WS-RATE-FOUND-SWITCH.
005810     MOVE ZERO TO WS-RTB-SUB.
005820     PERFORM 3110-SCAN-RATE-ENTRY THRU 3110-EXIT
005830         UNTIL RATE-ENTRY-FOUND
005840         OR WS-RTB-SUB NOT < WS-RATE-COUNT.
005850     IF RATE-ENTRY-FOUND
005860         MOVE RTB-FIELD-VALUE (WS-RTB-SUB) TO WS-FETCH-VALUE
005870     ELSE
005880         MOVE "Y" TO WS-OPERAND-SWITCH
005890     END-IF.
005900 3100-EXIT.
005910     EXIT.
005920 3110-SCAN-RATE-ENTRY.
005930     ADD 1 TO WS-RTB-SUB.
005940     IF RTB-SET-ID (WS-RTB-SUB) = WS-FETCH-SET-ID
005950         AND RTB-FIELD-NAME (WS-RTB-SUB) = WS-FETCH-FIELD-NAME
005960         MOVE "Y" TO WS-RATE-FOUND-SWITCH
005970     END-IF.
005980 3110-EXIT.
005990     EXIT.
006000*--------------------------------------------------------------
006010* Relationship test - the measure lands in WS-MEASURE-WORK
006020* (kept on the hold record for the supervisor) and the
006030* result switch says pass or fail.  A ratio against a zero
006040* operand 2 cannot be measured and fails.
006050*--------------------------------------------------------------
006060 3200-APPLY-RELATION.
006070     MOVE ZERO TO WS-MEASURE-WORK.
006080     EVALUATE TRUE
006090         WHEN RULE-LESS-THAN
006100             COMPUTE WS-MEASURE-WORK =
006110                 WS-OP1-VALUE - WS-OP2-VALUE
006120             IF WS-OP1-VALUE NOT < WS-OP2-VALUE
006130                 MOVE "F" TO WS-RULE-RESULT-SWITCH
006140             END-IF
006150         WHEN RULE-RECIPROCAL
006160             COMPUTE WS-MEASURE-WORK =
006170                 (WS-OP1-VALUE * WS-OP2-VALUE) - 1
006180             IF WS-MEASURE-WORK < 0
006190                 COMPUTE WS-MEASURE-WORK = WS-MEASURE-WORK * -1
006200             END-IF
006210             IF WS-MEASURE-WORK > RUL-BAND-LOW
006220                 MOVE "F" TO WS-RULE-RESULT-SWITCH
006230             END-IF
006240         WHEN RULE-RATIO
006250             IF WS-OP2-VALUE = ZERO
006260                 MOVE "F" TO WS-RULE-RESULT-SWITCH
006270                 GO TO 3200-EXIT
006280             END-IF
006290             COMPUTE WS-MEASURE-WORK ROUNDED =
006300                 WS-OP1-VALUE / WS-OP2-VALUE
006310             IF WS-MEASURE-WORK < RUL-BAND-LOW
006320                 OR WS-MEASURE-WORK > RUL-BAND-HIGH
006330                 MOVE "F" TO WS-RULE-RESULT-SWITCH
006340             END-IF
006350         WHEN RULE-SAME-SIGN
006360             MOVE WS-OP1-VALUE TO WS-MEASURE-WORK
006370             IF WS-OP1-VALUE < 0 AND WS-OP2-VALUE > 0
006380                 MOVE "F" TO WS-RULE-RESULT-SWITCH
006390             END-IF
006400             IF WS-OP1-VALUE > 0 AND WS-OP2-VALUE < 0
006410                 MOVE "F" TO WS-RULE-RESULT-SWITCH
006420             END-IF
006430     END-EVALUATE.
006440 3200-EXIT.
006450     EXIT.
006460*--------------------------------------------------------------
006470* Publication hold - a critical rule failure opens (or
006480* refreshes) a hold keyed by operand 1's set and the rule
006490* id, the same record a drift breach writes, so the RATERLSE
006500* gate parks the extract until a supervisor card releases
006510* the set and rule id or a clean rerun clears it.
006520*--------------------------------------------------------------
006530 3400-OPEN-HOLD.
006540     MOVE SPACES TO HOLD-RECORD.
006550     MOVE RUL-OP1-SET-ID TO HLD-SET-ID.
006560     MOVE RUL-RULE-ID TO HLD-FIELD-NAME.
006570     MOVE "O" TO HLD-STATUS.
006580     MOVE WS-RUN-DATE TO HLD-HOLD-DATE.
006590     MOVE WS-RUN-TIME-HHMMSS TO HLD-HOLD-TIME.
006600     MOVE WS-MEASURE-WORK TO HLD-DELTA-VALUE.
006610     MOVE ZERO TO HLD-RELEASE-DATE.
006620     MOVE ZERO TO HLD-RELEASE-TIME.
006630     MOVE "RATERULE" TO HLD-OPERATOR-ID.
006640     WRITE HOLD-RECORD
006650         INVALID KEY
006660             REWRITE HOLD-RECORD
006670     END-WRITE.
006680     IF WS-HOLD-FILE-STATUS NOT = "00"
006690         DISPLAY "RATERULE: WRITE FAILED ON HOLD FILE, "
006700             "STATUS = " WS-HOLD-FILE-STATUS
006710         MOVE "Y" TO WS-IO-ERROR-SWITCH
006720         GO TO 3400-EXIT
006730     END-IF.
006740     ADD 1 TO WS-HOLD-OPENED-COUNT.
006750     MOVE "HOLD" TO HLG-ACTION.
006760     MOVE RUL-OP1-SET-ID TO HLG-SET-ID.
006770     MOVE RUL-RULE-ID TO HLG-FIELD-NAME.
006780     MOVE "RATERULE" TO HLG-OPERATOR-ID.
006790     MOVE "CRITICAL RULE FAILED" TO HLG-DETAIL.
006800     PERFORM 3700-WRITE-HOLD-LOG THRU 3700-EXIT.
006810 3400-EXIT.
006820     EXIT.
006830*--------------------------------------------------------------
006840* All-clear - a rule that passes on this run clears its open
006850* hold, logged the same way RATEDRFT logs one.
006860*--------------------------------------------------------------
006870 3500-AUTO-CLEAR-HOLD.
006880     MOVE RUL-OP1-SET-ID TO HLD-SET-ID.
006890     MOVE RUL-RULE-ID TO HLD-FIELD-NAME.
006900     READ HOLD-FILE
006910         INVALID KEY
006920             GO TO 3500-EXIT
006930     END-READ.
006940     IF NOT HOLD-OPEN
006950         GO TO 3500-EXIT
006960     END-IF.
006970     MOVE "C" TO HLD-STATUS.
006980     MOVE WS-RUN-DATE TO HLD-RELEASE-DATE.
006990     MOVE WS-RUN-TIME-HHMMSS TO HLD-RELEASE-TIME.
007000     MOVE "RATERULE" TO HLD-OPERATOR-ID.
007010     REWRITE HOLD-RECORD.
007020     IF WS-HOLD-FILE-STATUS NOT = "00"
007030         DISPLAY "RATERULE: REWRITE FAILED ON HOLD FILE, "
007040             "STATUS = " WS-HOLD-FILE-STATUS
007050         MOVE "Y" TO WS-IO-ERROR-SWITCH
007060         GO TO 3500-EXIT
007070     END-IF.
007080     ADD 1 TO WS-HOLD-CLEARED-COUNT.
007090     MOVE "ALLCLEAR" TO HLG-ACTION.
007100     MOVE RUL-OP1-SET-ID TO HLG-SET-ID.
007110     MOVE RUL-RULE-ID TO HLG-FIELD-NAME.
007120     MOVE "RATERULE" TO HLG-OPERATOR-ID.
007130     MOVE "CLEAN RERUN CLEARED HOLD" TO HLG-DETAIL.
007140     PERFORM 3700-WRITE-HOLD-LOG THRU 3700-EXIT.
007150 3500-EXIT.
007160     EXIT.
007170*--------------------------------------------------------------
007180* Suspense posting - a warning failure opens a cross-field
007190* item keyed by operand 1's set, the rule id and exception
007200* type X, or marks an existing one recurring when it shows
007210* up on a new run date, exactly as PROG posts its own
007220* exceptions.  PROG's nightly sweep ages the item; only this
007230* step clears it, when the rule passes.  Every change is
007240* journaled ahead of the write so RATEBKO can reverse it.
007250*--------------------------------------------------------------
007260 3600-POST-SUSPENSE.
007270     MOVE RUL-RELATION TO RSM-RELATION.
007280     MOVE RUL-OP1-FIELD-NAME TO RSM-OP1-FIELD-NAME.
007290     MOVE RUL-OP2-SET-ID TO RSM-OP2-SET-ID.
007300     MOVE RUL-OP2-FIELD-NAME TO RSM-OP2-FIELD-NAME.
007310     MOVE RUL-OP1-SET-ID TO SUS-SET-ID.
007320     MOVE RUL-RULE-ID TO SUS-FIELD-NAME.
007330     MOVE "X" TO SUS-EXC-TYPE.
007340     READ SUSPENSE-FILE
007350         INVALID KEY
007360             PERFORM 3610-OPEN-NEW-SUSPENSE THRU 3610-EXIT
007370         NOT INVALID KEY
007380             PERFORM 3620-UPDATE-SUSPENSE THRU 3620-EXIT
007390     END-READ.
007400 3600-EXIT.
007410     EXIT.
007420 3610-OPEN-NEW-SUSPENSE.
007430     MOVE SPACES TO SUSPENSE-RECORD.
007440     MOVE RUL-OP1-SET-ID TO SUS-SET-ID.
007450     MOVE RUL-RULE-ID TO SUS-FIELD-NAME.
007460     MOVE "X" TO SUS-EXC-TYPE.
007470     MOVE "O" TO SUS-STATUS.
007480     MOVE WS-RUN-DATE TO SUS-FIRST-DATE.
007490     MOVE WS-RUN-DATE TO SUS-LAST-DATE.
007500     MOVE ZERO TO SUS-AGE-DAYS.
007510     MOVE WS-RULE-SUSP-MESSAGE TO SUS-MESSAGE.
007520     MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
007530     PERFORM 3680-WRITE-JOURNAL THRU 3680-EXIT.
007540     WRITE SUSPENSE-RECORD.
007550     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
007560         DISPLAY "RATERULE: WRITE FAILED ON SUSPENSE FILE, "
007570             "STATUS = " WS-SUSPENSE-FILE-STATUS
007580         MOVE "Y" TO WS-IO-ERROR-SWITCH
007590     END-IF.
007600     ADD 1 TO WS-SUSP-OPENED-COUNT.
007610 3610-EXIT.
007620     EXIT.
007630 3620-UPDATE-SUSPENSE.
007640     MOVE SUSPENSE-RECORD TO WS-JRN-BEFORE-IMAGE.
007650     IF SUS-LAST-DATE NOT = WS-RUN-DATE
007660         IF SUSPENSE-CLEARED
007670             MOVE ZERO TO SUS-AGE-DAYS
007680         END-IF
007690         MOVE "R" TO SUS-STATUS
007700         ADD 1 TO WS-SUSP-RECUR-COUNT
007710     END-IF.
007720     MOVE WS-RUN-DATE TO SUS-LAST-DATE.
007730     MOVE WS-RULE-SUSP-MESSAGE TO SUS-MESSAGE.
007740     PERFORM 3680-WRITE-JOURNAL THRU 3680-EXIT.
007750     REWRITE SUSPENSE-RECORD.
007760     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
007770         DISPLAY "RATERULE: REWRITE FAILED ON SUSPENSE FILE, "
007780             "STATUS = " WS-SUSPENSE-FILE-STATUS
007790         MOVE "Y" TO WS-IO-ERROR-SWITCH
007800     END-IF.
007810 3620-EXIT.
007820     EXIT.
007830*--------------------------------------------------------------
007840* Suspense clear - a passing rule clears its open or
007850* recurring item.  No item on file is the normal case.
007860*--------------------------------------------------------------
007870 3650-CLEAR-SUSPENSE.
007880     MOVE RUL-OP1-SET-ID TO SUS-SET-ID.
007890     MOVE RUL-RULE-ID TO SUS-FIELD-NAME.
007900     MOVE "X" TO SUS-EXC-TYPE.
007910     READ SUSPENSE-FILE
007920         INVALID KEY
007930             GO TO 3650-EXIT
007940     END-READ.
007950     IF SUSPENSE-CLEARED
007960         GO TO 3650-EXIT
007970     END-IF.
007980     MOVE SUSPENSE-RECORD TO WS-JRN-BEFORE-IMAGE.
007990     MOVE "C" TO SUS-STATUS.
008000     PERFORM 3680-WRITE-JOURNAL THRU 3680-EXIT.
008010     REWRITE SUSPENSE-RECORD.
008020     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
008030         DISPLAY "RATERULE: REWRITE FAILED ON SUSPENSE FILE, "
008040             "STATUS = " WS-SUSPENSE-FILE-STATUS
008050         MOVE "Y" TO WS-IO-ERROR-SWITCH
008060     END-IF.
008070     ADD 1 TO WS-SUSP-CLEARED-COUNT.
008080 3650-EXIT.
008090     EXIT.
008100*--------------------------------------------------------------
008110* Run-journal entry - a suspense change under the extract's
008120* business date, with WS-JRN-BEFORE-IMAGE already holding the
008130* record as it stood.
008140*--------------------------------------------------------------
008150 3680-WRITE-JOURNAL.
008160     MOVE SUSPENSE-RECORD TO WS-JRN-AFTER-IMAGE.
008170     MOVE SPACES TO RUN-JOURNAL-RECORD.
008180     MOVE WS-EFF-DATE TO JRN-BUSINESS-DATE.
008190     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
008200     MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
008210     MOVE "RATERULE" TO JRN-PROGRAM.
008220     MOVE "S" TO JRN-FILE-CODE.
008230     IF WS-JRN-BEFORE-IMAGE = SPACES
008240         MOVE "A" TO JRN-ACTION
008250     ELSE
008260         MOVE "R" TO JRN-ACTION
008270     END-IF.
008280     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
008290     MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE.
008300     WRITE RUN-JOURNAL-RECORD.
008310     IF WS-JOURNAL-FILE-STATUS NOT = "00"
008320         DISPLAY "RATERULE: WRITE FAILED ON RUN JOURNAL, "
008330             "STATUS = " WS-JOURNAL-FILE-STATUS
008340         MOVE "Y" TO WS-IO-ERROR-SWITCH
008350     END-IF.
008360     ADD 1 TO WS-JOURNAL-COUNT.
008370 3680-EXIT.
008380     EXIT.
008390*--------------------------------------------------------------
008400 3700-WRITE-HOLD-LOG.
008410     MOVE WS-RUN-DATE TO HLG-LOG-DATE.
008420     MOVE WS-RUN-TIME-HHMMSS TO HLG-LOG-TIME.
008430     MOVE SPACES TO HOLD-LOG-RECORD.
008440     MOVE WS-HOLD-LOG-LINE TO HOLD-LOG-RECORD.
008450     WRITE HOLD-LOG-RECORD.
008460     IF WS-HOLD-LOG-FILE-STATUS NOT = "00"
008470         DISPLAY "RATERULE: WRITE FAILED ON HOLD LOG, "
008480             "STATUS = " WS-HOLD-LOG-FILE-STATUS
008490         MOVE "Y" TO WS-IO-ERROR-SWITCH
008500     END-IF.
008510 3700-EXIT.
008520     EXIT.
008530*--------------------------------------------------------------
008540 3800-WRITE-RULE-DETAIL.
008550     MOVE RUL-RULE-ID TO RPT-RULE-ID.
008560     MOVE RUL-RELATION TO RPT-RELATION.
008570     MOVE RUL-OP1-SET-ID TO RPT-OP1-SET-ID.
008580     MOVE RUL-OP1-FIELD-NAME TO RPT-OP1-FIELD-NAME.
008590     MOVE WS-OP1-VALUE TO RPT-OP1-VALUE.
008600     MOVE RUL-OP2-SET-ID TO RPT-OP2-SET-ID.
008610     MOVE RUL-OP2-FIELD-NAME TO RPT-OP2-FIELD-NAME.
008620     MOVE WS-OP2-VALUE TO RPT-OP2-VALUE.
008630     MOVE WS-RULE-RESULT-TEXT TO RPT-RESULT.
008640     MOVE SPACES TO RULE-REPORT-RECORD.
008650     MOVE WS-RULE-DETAIL-LINE TO RULE-REPORT-RECORD.
008660     WRITE RULE-REPORT-RECORD.
008670     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008680 3800-EXIT.
008690     EXIT.
008700*--------------------------------------------------------------
008710 5000-WRITE-RUN-TOTALS.
008720     MOVE WS-RULE-COUNT TO RPT-TOTAL-RULES.
008730     MOVE WS-PASS-COUNT TO RPT-TOTAL-PASSED.
008740     MOVE WS-WARNING-COUNT TO RPT-TOTAL-WARNED.
008750     MOVE WS-CRITICAL-COUNT TO RPT-TOTAL-HELD.
008760     MOVE WS-SKIP-COUNT TO RPT-TOTAL-SKIPPED.
008770     COMPUTE RPT-TOTAL-CLEARED =
008780         WS-HOLD-CLEARED-COUNT + WS-SUSP-CLEARED-COUNT.
008790     MOVE SPACES TO RULE-REPORT-RECORD.
008800     WRITE RULE-REPORT-RECORD.
008810     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008820     MOVE SPACES TO RULE-REPORT-RECORD.
008830     MOVE WS-RULE-TOTAL-LINE TO RULE-REPORT-RECORD.
008840     WRITE RULE-REPORT-RECORD.
008850     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008860 5000-EXIT.
008870     EXIT.
008880*--------------------------------------------------------------
008890 5990-CHECK-REPORT-STATUS.
008900     IF WS-REPORT-FILE-STATUS NOT = "00"
008910         DISPLAY "RATERULE: WRITE FAILED ON RULE REPORT, "
008920             "STATUS = " WS-REPORT-FILE-STATUS
008930         MOVE "Y" TO WS-IO-ERROR-SWITCH
008940     END-IF.
008950 5990-EXIT.
008960     EXIT.
008970*--------------------------------------------------------------
008980 9999-TERMINATE.
008990     CLOSE EXTRACT-FILE.
009000     CLOSE RULE-CARD-FILE.
009010     CLOSE SUSPENSE-FILE.
009020     CLOSE HOLD-FILE.
009030     CLOSE HOLD-LOG-FILE.
009040     CLOSE RUN-JOURNAL-FILE.
009050     CLOSE RULE-REPORT-FILE.
009060     DISPLAY "RATERULE: RULES " WS-RULE-COUNT
009070         ", PASSED " WS-PASS-COUNT
009080         ", WARNED " WS-WARNING-COUNT
009090         ", HELD " WS-CRITICAL-COUNT
009100         ", SKIPPED " WS-SKIP-COUNT.
009110     DISPLAY "RATERULE: SUSPENSE OPENED " WS-SUSP-OPENED-COUNT
009120         ", RECURRING " WS-SUSP-RECUR-COUNT
009130         ", CLEARED " WS-SUSP-CLEARED-COUNT
009140         ", HOLDS CLEARED " WS-HOLD-CLEARED-COUNT
009150         ", JOURNALED " WS-JOURNAL-COUNT.
009160     EVALUATE TRUE
009170         WHEN TRANSMISSION-ERROR
009180             MOVE 8 TO RETURN-CODE
009190         WHEN IO-WRITE-ERROR
009200             DISPLAY "RATERULE: ONE OR MORE WRITES FAILED"
009210             MOVE 8 TO RETURN-CODE
009220         WHEN WS-HOLD-OPENED-COUNT > ZERO
009230             DISPLAY "RATERULE: CRITICAL RULE FAILED - EXTRACT "
009240                 "IS HELD PENDING SUPERVISOR RELEASE"
009250             MOVE 8 TO RETURN-CODE
009260         WHEN WS-WARNING-COUNT > ZERO
009270             MOVE 4 TO RETURN-CODE
009280         WHEN WS-SKIP-COUNT > ZERO
009290             MOVE 4 TO RETURN-CODE
009300         WHEN OTHER
009310             MOVE 0 TO RETURN-CODE
009320     END-EVALUATE.
009325     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
009330 9999-EXIT.
009340     EXIT.
009350*--------------------------------------------------------------
009360* Step statistics - one standard line appended to the shared
009370* STATLOG after the return code settles, for the cycle status
009380* sheet.  The job and step names come off the STATID card.  A
009390* log that cannot be opened costs the statistics line, not the
009400* run - the return code is already final.
009410*--------------------------------------------------------------
009420 9900-WRITE-STEP-STATS.
009430     MOVE SPACES TO WS-STEP-ID-CARD.
009440     OPEN INPUT STEP-ID-FILE.
009450     IF WS-STATID-FILE-STATUS = "00"
009460         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
009470             AT END
009480                 MOVE SPACES TO WS-STEP-ID-CARD
009490         END-READ
009500         CLOSE STEP-ID-FILE
009510     END-IF.
009520     ACCEPT WS-STAT-TIME-WORK FROM TIME.
009530     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
009540     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
009550     MOVE SID-JOB-NAME TO STS-JOB-NAME.
009560     MOVE SID-STEP-NAME TO STS-STEP-NAME.
009570     MOVE "RATERULE" TO STS-PROGRAM.
009580     MOVE WS-EFF-DATE TO STS-BUSINESS-DATE.
009590     MOVE WS-EXTRACT-COUNT TO STS-RECORDS-IN.
009600     MOVE ZERO TO STS-RECORDS-OUT.
009610     COMPUTE STS-RECORDS-REJECTED
009620         = WS-WARNING-COUNT + WS-CRITICAL-COUNT.
009630     MOVE "HOLDS" TO STS-CONTROL-LABEL.
009640     MOVE WS-HOLD-OPENED-COUNT TO STS-CONTROL-COUNT.
009650     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
009660     IF WS-HOLD-OPENED-COUNT > ZERO
009670         MOVE "HELD" TO STS-OUTCOME
009680     ELSE
009690         MOVE SPACES TO STS-OUTCOME
009700     END-IF.
009710     IF STS-BUSINESS-DATE = ZERO
009720         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
009730     END-IF.
009740     MOVE RETURN-CODE TO STS-RETURN-CODE.
009750     OPEN EXTEND STEP-STATS-FILE.
009760     IF WS-STATLOG-FILE-STATUS = "35"
009770         OPEN OUTPUT STEP-STATS-FILE
009780     END-IF.
009790     IF WS-STATLOG-FILE-STATUS NOT = "00"
009800         DISPLAY "RATERULE: UNABLE TO OPEN STATISTICS LOG, "
009810             "STATUS = " WS-STATLOG-FILE-STATUS
009820         GO TO 9900-EXIT
009830     END-IF.
009840     MOVE SPACES TO STEP-STATS-RECORD.
009850     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
009860     WRITE STEP-STATS-RECORD.
009870     IF WS-STATLOG-FILE-STATUS NOT = "00"
009880         DISPLAY "RATERULE: WRITE FAILED ON STATISTICS LOG, "
009890             "STATUS = " WS-STATLOG-FILE-STATUS
009900     END-IF.
009910     CLOSE STEP-STATS-FILE.
009920 9900-EXIT.
009930     EXIT.
