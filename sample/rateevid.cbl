000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATEEVID.
000030*--------------------------------------------------------------
000040* Period-end control evidence pack.  For the from/to date range
000050* on the SYSIN card, prints in one report the evidence the
000060* auditors ask for each quarter, straight off the permanent
000070* trails instead of hand-assembled: every hold opened,
000080* released or auto-cleared off HOLDLOG with its operator id,
000090* every CORRAUDT correction and restatement with its maker and
000100* checker signatures and before/after values, every RATEARCH
000110* purge off the PURGMAN manifests with its counts and hash, and
000120* every RATESUSP suspense item that aged past the limit inside
000130* the range.  It then runs the completeness tests and lists
000140* each failure as a finding:
000150*   CALRUN   - a RATECAL business day with no RATERUNH run
000160*              (backed-out runs do not count; contingency runs
000170*              do);
000180*   RUNPUB   - a run neither published (a HOLDLOG PUBLISH on
000190*              or after its date, before the next run) nor
000200*              standing behind an open RATEHOLD hold;
000210*   PURGTIE  - a purge whose manifests do not tie, count and
000220*              hash, to the archive lines in its cutoff band;
000230*   PURGDEL  - a COMPLETE purge that deleted a different count
000240*              than it archived;
000250*   PURGARC  - archive lines dated at or past the highest purge
000260*              cutoff, which no manifest accounts for;
000270*   CORRSIGN - a desk correction without two different
000280*              signatures.
000290* Each purge is tied by cutoff band: one RATEARCH run rolls off
000300* everything older than its cutoff, so the archive lines dated
000310* from the previous cutoff up to its own belong to the runs
000320* with that cutoff (a STOPPED run and its rerun together).
000330* ARCHIN must concatenate every yearly archive.  RC=4 means at
000340* least one finding; RC=8 a refused run or a file error.
000350*--------------------------------------------------------------
000360* MODIFICATION HISTORY
000370*   DATE       INIT  DESCRIPTION
000380*   ---------- ----  ------------------------------------------
000390*   2026-10-15  DLH  Initial version - period-end evidence
000400*                    report and completeness tests.
000401*   2026-10-15  DLH  Append a step-statistics line - job, step,
000403*                    business date, times, record counts, key
000405*                    control total, return code - to the shared
000406*                    STATLOG at termination for the RATECSUM
000408*                    cycle status sheet.
000410*--------------------------------------------------------------
000420 ENVIRONMENT      DIVISION.
000430 INPUT-OUTPUT     SECTION.
000440 FILE-CONTROL.
000450     SELECT RUN-HISTORY-FILE
000460         ASSIGN TO RATERUNH
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
000490     SELECT CALENDAR-FILE
000500         ASSIGN TO RATECAL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000530     SELECT HOLD-LOG-FILE
000540         ASSIGN TO HOLDLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-HOLD-LOG-FILE-STATUS.
000570     SELECT HOLD-FILE
000580         ASSIGN TO RATEHOLD
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS HLD-RECORD-KEY
000620         FILE STATUS IS WS-HOLD-FILE-STATUS.
000630     SELECT AUDIT-FILE
000640         ASSIGN TO CORRAUDT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000670     SELECT MANIFEST-FILE
000680         ASSIGN TO PURGMAN
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000710     SELECT ARCHIVE-FILE
000720         ASSIGN TO ARCHIN
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000750     SELECT SUSPENSE-FILE
000760         ASSIGN TO RATESUSP
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS SUS-RECORD-KEY
000800         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000810     SELECT EVIDENCE-REPORT-FILE
000820         ASSIGN TO EVIDRPT
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-REPORT-FILE-STATUS.
000841     SELECT STEP-ID-FILE
000842         ASSIGN TO STATID
000843         ORGANIZATION IS LINE SEQUENTIAL
000844         FILE STATUS IS WS-STATID-FILE-STATUS.
000845     SELECT STEP-STATS-FILE
000846         ASSIGN TO STATLOG
000847         ORGANIZATION IS LINE SEQUENTIAL
000848         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000850 DATA             DIVISION.
000860 FILE             SECTION.
000870 FD  RUN-HISTORY-FILE.
000880     COPY RATERUNH.
000890 FD  CALENDAR-FILE.
000900 01  CALENDAR-RECORD             PIC X(080).
000910 FD  HOLD-LOG-FILE.
000920 01  HOLD-LOG-RECORD             PIC X(080).
000930 FD  HOLD-FILE.
000940     COPY RATEHOLD.
000950 FD  AUDIT-FILE.
000960 01  AUDIT-RECORD                PIC X(100).
000970 FD  MANIFEST-FILE.
000980 01  MANIFEST-RECORD             PIC X(100).
000990 FD  ARCHIVE-FILE.
001000 01  ARCHIVE-RECORD              PIC X(080).
001010 FD  SUSPENSE-FILE.
001020     COPY RATESUSP.
001030 FD  EVIDENCE-REPORT-FILE.
001040 01  EVIDENCE-REPORT-RECORD      PIC X(080).
001042 FD  STEP-ID-FILE.
001044 01  STEP-ID-RECORD              PIC X(080).
001046 FD  STEP-STATS-FILE.
001048 01  STEP-STATS-RECORD           PIC X(150).
001050 WORKING-STORAGE SECTION.
001060*--------------------------------------------------------------
001070* File status fields and switches.
001080*--------------------------------------------------------------
001090 77  WS-RUN-HISTORY-FILE-STATUS  PIC X(02).
001100 77  WS-CALENDAR-FILE-STATUS     PIC X(02).
001110 77  WS-HOLD-LOG-FILE-STATUS     PIC X(02).
001120 77  WS-HOLD-FILE-STATUS         PIC X(02).
001130 77  WS-AUDIT-FILE-STATUS        PIC X(02).
001140 77  WS-MANIFEST-FILE-STATUS     PIC X(02).
001150 77  WS-ARCHIVE-FILE-STATUS      PIC X(02).
001160 77  WS-SUSPENSE-FILE-STATUS     PIC X(02).
001170 77  WS-REPORT-FILE-STATUS       PIC X(02).
001180 01  WS-SWITCHES.
001190     05  WS-RUNH-EOF-SWITCH      PIC X(01) VALUE "N".
001200         88  RUN-HISTORY-EOF              VALUE "Y".
001210     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
001220         88  CALENDAR-EOF                 VALUE "Y".
001230     05  WS-HLOG-EOF-SWITCH      PIC X(01) VALUE "N".
001240         88  HOLD-LOG-EOF                 VALUE "Y".
001250     05  WS-HOLD-EOF-SWITCH      PIC X(01) VALUE "N".
001260         88  HOLD-FILE-EOF                VALUE "Y".
001270     05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
001280         88  AUDIT-FILE-EOF               VALUE "Y".
001290     05  WS-MAN-EOF-SWITCH       PIC X(01) VALUE "N".
001300         88  MANIFEST-FILE-EOF            VALUE "Y".
001310     05  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
001320         88  ARCHIVE-FILE-EOF             VALUE "Y".
001330     05  WS-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
001340         88  SUSPENSE-FILE-EOF            VALUE "Y".
001350     05  WS-FOUND-SWITCH         PIC X(01) VALUE "N".
001360         88  ENTRY-FOUND                  VALUE "Y".
001370     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001380         88  EVIDENCE-REFUSED             VALUE "Y".
001390     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001400         88  IO-WRITE-ERROR               VALUE "Y".
001410 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
001420*--------------------------------------------------------------
001430* Parameter card - from date cols 1-8, to date cols 10-17,
001440* both YYYYMMDD and both required.
001450*--------------------------------------------------------------
001460 01  WS-PARM-CARD.
001470     05  EVP-FROM-DATE           PIC 9(08).
001480     05  FILLER                  PIC X(01).
001490     05  EVP-TO-DATE             PIC 9(08).
001500     05  FILLER                  PIC X(63).
001510 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001520 77  WS-FROM-DATE                PIC 9(08) VALUE ZERO.
001530 77  WS-TO-DATE                  PIC 9(08) VALUE ZERO.
001540*--------------------------------------------------------------
001550* Trail layouts read into WORKING-STORAGE.
001560*--------------------------------------------------------------
001570     COPY RATECALD.
001580     COPY RATEHLOG.
001590     COPY RATECAUD.
001600     COPY RATEPMAN.
001610     COPY RATEHARC.
001620 77  WS-SUSP-AGE-LIMIT           PIC 9(03) COMP VALUE 3.
001630*--------------------------------------------------------------
001640* Business days in the range, off RATECAL.
001650*--------------------------------------------------------------
001660 01  WS-BUSINESS-DAY-TABLE.
001670     05  EVK-BUSINESS-DATE       PIC 9(08) OCCURS 800 TIMES.
001680 77  WS-BUSINESS-DAY-COUNT       PIC 9(05) COMP VALUE ZERO.
001690 77  WS-BUSINESS-DAY-MAX         PIC 9(05) COMP VALUE 800.
001700*--------------------------------------------------------------
001710* Runs in the range off RATERUNH, backed-out runs left off,
001720* with whether each was published.  The first standing run
001730* after the range bounds the last run's publication window.
001740*--------------------------------------------------------------
001750 01  WS-RUN-TABLE.
001760     05  WS-RUN-ENTRY            OCCURS 800 TIMES.
001770         10  EVR-RUN-DATE        PIC 9(08).
001780         10  EVR-CONTINGENCY     PIC X(01).
001790         10  EVR-PUBLISHED       PIC X(01).
001800             88  EVR-RUN-PUBLISHED        VALUE "Y".
001810 77  WS-RUN-COUNT                PIC 9(05) COMP VALUE ZERO.
001820 77  WS-RUN-MAX                  PIC 9(05) COMP VALUE 800.
001830 77  WS-NEXT-RUN-DATE            PIC 9(08) VALUE 99999999.
001840 77  WS-BACKED-OUT-COUNT         PIC 9(05) COMP VALUE ZERO.
001850 77  WS-EARLIEST-OPEN-HOLD       PIC 9(08) VALUE ZERO.
001860 77  WS-OPEN-HOLD-COUNT          PIC 9(05) COMP VALUE ZERO.
001870*--------------------------------------------------------------
001880* Purge manifests, and one band per distinct cutoff of a run
001890* that was not voided: the manifests' archived counts and
001900* hashes against the archive lines dated inside the band.
001910*--------------------------------------------------------------
001920 01  WS-BAND-TABLE.
001930     05  WS-BAND-ENTRY           OCCURS 200 TIMES.
001940         10  EVB-CUTOFF-DATE     PIC 9(08).
001950         10  EVB-IN-RANGE        PIC X(01).
001960             88  EVB-BAND-IN-RANGE        VALUE "Y".
001970         10  EVB-MAN-COUNT       PIC 9(09) COMP.
001980         10  EVB-MAN-HASH        PIC 9(11)V9(04) COMP-3.
001990         10  EVB-ARC-COUNT       PIC 9(09) COMP.
002000         10  EVB-ARC-HASH        PIC 9(11)V9(04) COMP-3.
002010 77  WS-BAND-COUNT               PIC 9(05) COMP VALUE ZERO.
002020 77  WS-BAND-MAX                 PIC 9(05) COMP VALUE 200.
002030 77  WS-HIGH-CUTOFF              PIC 9(08) VALUE ZERO.
002040 77  WS-UNBANDED-COUNT           PIC 9(07) COMP VALUE ZERO.
002050 77  WS-BAND-LOW-CUTOFF          PIC 9(08) VALUE ZERO.
002060 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
002070                                 VALUE ZERO.
002080*--------------------------------------------------------------
002090* Subscripts and tallies.
002100*--------------------------------------------------------------
002110 77  WS-SUB                      PIC 9(05) COMP VALUE ZERO.
002120 77  WS-FND-SUB                  PIC 9(05) COMP VALUE ZERO.
002130 77  WS-HOLD-EVENT-COUNT         PIC 9(05) COMP VALUE ZERO.
002140 77  WS-PUBLISH-COUNT            PIC 9(05) COMP VALUE ZERO.
002150 77  WS-CORRECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
002160 77  WS-UNSIGNED-COUNT           PIC 9(05) COMP VALUE ZERO.
002170 77  WS-PURGE-COUNT              PIC 9(05) COMP VALUE ZERO.
002180 77  WS-AGED-COUNT               PIC 9(05) COMP VALUE ZERO.
002190 77  WS-FINDING-COUNT            PIC 9(05) COMP VALUE ZERO.
002200 77  WS-PRIOR-FINDING-COUNT      PIC 9(05) COMP VALUE ZERO.
002210*--------------------------------------------------------------
002220* Evidence report layouts.
002230*--------------------------------------------------------------
002240 01  WS-EVD-HEADER-1.
002250     05  FILLER                  PIC X(30)
002260         VALUE "PERIOD-END CONTROL EVIDENCE".
002270     05  FILLER                  PIC X(05) VALUE "FROM ".
002280     05  HDR-FROM-DATE           PIC 9(08).
002290     05  FILLER                  PIC X(04) VALUE " TO ".
002300     05  HDR-TO-DATE             PIC 9(08).
002310     05  FILLER                  PIC X(06) VALUE "  RUN ".
002320     05  HDR-RUN-DATE            PIC 9(08).
002330 01  WS-EVD-SECTION-LINE.
002340     05  FILLER                  PIC X(04) VALUE "*** ".
002350     05  EVD-SECTION-TITLE       PIC X(50).
002360 01  WS-EVD-HOLD-HEADING.
002370     05  FILLER                  PIC X(17) VALUE "DATE     TIME".
002380     05  FILLER                  PIC X(10) VALUE "ACTION".
002390     05  FILLER                  PIC X(06) VALUE "SET".
002400     05  FILLER                  PIC X(12) VALUE "FIELD NAME".
002410     05  FILLER                  PIC X(10) VALUE "OPERATOR".
002420     05  FILLER                  PIC X(06) VALUE "DETAIL".
002430 01  WS-EVD-CORR-HEADING.
002440     05  FILLER                  PIC X(14) VALUE "RUN DATE TYPE".
002450     05  FILLER                  PIC X(16)
002455         VALUE "SET  FIELD NAME".
002460     05  FILLER                  PIC X(15) VALUE "EFF DATE".
002470     05  FILLER                  PIC X(12) VALUE "BEFORE".
002480     05  FILLER                  PIC X(09) VALUE "AFTER".
002490     05  FILLER                  PIC X(09) VALUE "MAKER".
002500     05  FILLER                  PIC X(07) VALUE "CHECKER".
002510 01  WS-EVD-CORR-LINE.
002520     05  EVC-RUN-DATE            PIC 9(08).
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  EVC-TYPE                PIC X(04).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  EVC-SET-ID              PIC X(04).
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  EVC-FIELD-NAME          PIC X(10).
002590     05  FILLER                  PIC X(01) VALUE SPACES.
002600     05  EVC-EFF-DATE            PIC 9(08).
002610     05  FILLER                  PIC X(01) VALUE SPACES.
002620     05  EVC-BEFORE-VALUE        PIC -ZZZZ9.9999.
002630     05  FILLER                  PIC X(01) VALUE SPACES.
002640     05  EVC-AFTER-VALUE         PIC -ZZZZ9.9999.
002650     05  FILLER                  PIC X(01) VALUE SPACES.
002660     05  EVC-MAKER-ID            PIC X(08).
002670     05  FILLER                  PIC X(01) VALUE SPACES.
002680     05  EVC-CHECKER-ID          PIC X(08).
002690 01  WS-EVD-PURGE-HEADING.
002700     05  FILLER                  PIC X(16) VALUE "RUN DATE TIME".
002710     05  FILLER                  PIC X(10) VALUE "CUTOFF".
002720     05  FILLER                  PIC X(08) VALUE "ARCHIVED".
002730     05  FILLER                  PIC X(09) VALUE " DELETED".
002740     05  FILLER                  PIC X(18)
002745         VALUE "      VALUE HASH".
002750     05  FILLER                  PIC X(06) VALUE "STATUS".
002760 01  WS-EVD-PURGE-LINE.
002770     05  EVM-RUN-DATE            PIC 9(08).
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  EVM-RUN-TIME            PIC 9(06).
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  EVM-CUTOFF-DATE         PIC 9(08).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  EVM-ARCHIVED-COUNT      PIC Z(06)9.
002840     05  FILLER                  PIC X(01) VALUE SPACES.
002850     05  EVM-DELETED-COUNT       PIC Z(06)9.
002860     05  FILLER                  PIC X(01) VALUE SPACES.
002870     05  EVM-VALUE-HASH          PIC Z(10)9.9999.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  EVM-STATUS              PIC X(08).
002900 01  WS-EVD-SUSP-HEADING.
002910     05  FILLER                  PIC X(16)
002915         VALUE "SET  FIELD NAME".
002920     05  FILLER                  PIC X(08) VALUE "TY ST".
002930     05  FILLER                  PIC X(18) VALUE "FIRST    LAST".
002940     05  FILLER                  PIC X(05) VALUE "AGE".
002950     05  FILLER                  PIC X(07) VALUE "MESSAGE".
002960 01  WS-EVD-SUSP-LINE.
002970     05  EVS-SET-ID              PIC X(04).
002980     05  FILLER                  PIC X(01) VALUE SPACES.
002990     05  EVS-FIELD-NAME          PIC X(10).
003000     05  FILLER                  PIC X(01) VALUE SPACES.
003010     05  EVS-EXC-TYPE            PIC X(01).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  EVS-STATUS              PIC X(01).
003040     05  FILLER                  PIC X(04) VALUE SPACES.
003050     05  EVS-FIRST-DATE          PIC 9(08).
003060     05  FILLER                  PIC X(01) VALUE SPACES.
003070     05  EVS-LAST-DATE           PIC 9(08).
003080     05  FILLER                  PIC X(01) VALUE SPACES.
003090     05  EVS-AGE-DAYS            PIC ZZ9.
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  EVS-MESSAGE             PIC X(33).
003120 01  WS-EVD-FINDING-LINE.
003130     05  FILLER                  PIC X(08) VALUE "FINDING ".
003140     05  EVF-TEST-ID             PIC X(08).
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  EVF-DATE                PIC 9(08).
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  EVF-TEXT                PIC X(40).
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  EVF-COUNT               PIC Z(06)9.
003210 01  WS-EVD-NONE-LINE.
003220     05  FILLER                  PIC X(04) VALUE SPACES.
003230     05  FILLER                  PIC X(30)
003240         VALUE "NONE IN THE RANGE".
003250 01  WS-EVD-TOTAL-LINE-1.
003260     05  FILLER                  PIC X(12) VALUE "HOLD EVENTS ".
003270     05  EVT-HOLD-EVENTS         PIC ZZZZ9.
003280     05  FILLER                  PIC X(15)
003290         VALUE "  PUBLICATIONS ".
003300     05  EVT-PUBLICATIONS        PIC ZZZZ9.
003310     05  FILLER                  PIC X(14) VALUE "  CORRECTIONS ".
003320     05  EVT-CORRECTIONS         PIC ZZZZ9.
003330     05  FILLER                  PIC X(09) VALUE "  PURGES ".
003340     05  EVT-PURGES              PIC ZZZZ9.
003350 01  WS-EVD-TOTAL-LINE-2.
003360     05  FILLER                  PIC X(15)
003370         VALUE "AGED SUSPENSE ".
003380     05  EVT-AGED                PIC ZZZZ9.
003390     05  FILLER                  PIC X(11) VALUE "  BUS DAYS ".
003400     05  EVT-BUSINESS-DAYS       PIC ZZZZ9.
003410     05  FILLER                  PIC X(07) VALUE "  RUNS ".
003420     05  EVT-RUNS                PIC ZZZZ9.
003430     05  FILLER                  PIC X(13) VALUE "  BACKED OUT ".
003440     05  EVT-BACKED-OUT          PIC ZZZZ9.
003450 01  WS-EVD-TOTAL-LINE-3.
003460     05  FILLER                  PIC X(09) VALUE "FINDINGS ".
003470     05  EVT-FINDINGS            PIC ZZZZ9.
003480     05  FILLER                  PIC X(13) VALUE "  OPEN HOLDS ".
003490     05  EVT-OPEN-HOLDS          PIC ZZZZ9.
003500 01  WS-EVD-REFUSED-LINE.
003510     05  FILLER                  PIC X(19)
003520         VALUE "EVIDENCE REFUSED - ".
003530     05  EVD-REFUSE-REASON       PIC X(40).
003531*--------------------------------------------------------------
003532* Step statistics - the STATID job/step card, the line appended
003533* to the shared STATLOG at termination and their file status
003534* fields.
003535*--------------------------------------------------------------
003536 77  WS-STATID-FILE-STATUS       PIC X(02).
003537 77  WS-STATLOG-FILE-STATUS      PIC X(02).
003538     COPY RATESTAT.
003540 PROCEDURE        DIVISION.
003550 0000-MAINLINE.
003560     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003570     IF NOT EVIDENCE-REFUSED
003580         PERFORM 1500-LOAD-RUN-HISTORY THRU 1500-EXIT
003590     END-IF.
003600     IF NOT EVIDENCE-REFUSED
003610         PERFORM 2000-HOLD-EVIDENCE THRU 2000-EXIT
003620     END-IF.
003630     IF NOT EVIDENCE-REFUSED
003640         PERFORM 2500-FIND-OPEN-HOLDS THRU 2500-EXIT
003650     END-IF.
003660     IF NOT EVIDENCE-REFUSED
003670         PERFORM 3000-CORRECTION-EVIDENCE THRU 3000-EXIT
003680     END-IF.
003690     IF NOT EVIDENCE-REFUSED
003700         PERFORM 4000-PURGE-EVIDENCE THRU 4000-EXIT
003710     END-IF.
003720     IF NOT EVIDENCE-REFUSED
003730         PERFORM 5000-SUSPENSE-EVIDENCE THRU 5000-EXIT
003740     END-IF.
003750     IF NOT EVIDENCE-REFUSED
003760         PERFORM 6000-COMPLETENESS-TESTS THRU 6000-EXIT
003770     END-IF.
003780     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
003790     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003800     STOP RUN.
003810*--------------------------------------------------------------
003820* Initialization - the range card, then the business days in
003830* the range off the calendar.  A missing or backward range, a
003840* range running past today, or a range with no business day
003850* refuses the run.
003860*--------------------------------------------------------------
003870 1000-INITIALIZE.
003873     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003876     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
003880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003890     MOVE SPACES TO WS-PARM-CARD.
003900     ACCEPT WS-PARM-CARD.
003910     IF EVP-FROM-DATE NUMERIC
003920         MOVE EVP-FROM-DATE TO WS-FROM-DATE
003930     END-IF.
003940     IF EVP-TO-DATE NUMERIC
003950         MOVE EVP-TO-DATE TO WS-TO-DATE
003960     END-IF.
003970     EVALUATE TRUE
003980         WHEN WS-FROM-DATE = ZERO
003990             OR WS-TO-DATE = ZERO
004000             MOVE "RANGE CARD IS NOT FROM/TO YYYYMMDD"
004010                 TO WS-REFUSE-REASON
004020             MOVE "Y" TO WS-REFUSED-SWITCH
004030         WHEN WS-FROM-DATE > WS-TO-DATE
004040             MOVE "FROM DATE IS AFTER TO DATE"
004050                 TO WS-REFUSE-REASON
004060             MOVE "Y" TO WS-REFUSED-SWITCH
004070         WHEN WS-TO-DATE > WS-RUN-DATE
004080             MOVE "RANGE ENDS AFTER THE RUN DATE"
004090                 TO WS-REFUSE-REASON
004100             MOVE "Y" TO WS-REFUSED-SWITCH
004110     END-EVALUATE.
004120     OPEN OUTPUT EVIDENCE-REPORT-FILE.
004130     IF WS-REPORT-FILE-STATUS NOT = "00"
004140         DISPLAY "RATEEVID: UNABLE TO OPEN EVIDENCE REPORT, "
004150             "STATUS = " WS-REPORT-FILE-STATUS
004160     END-IF.
004170     MOVE WS-FROM-DATE TO HDR-FROM-DATE.
004180     MOVE WS-TO-DATE TO HDR-TO-DATE.
004190     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
004200     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
004210     MOVE WS-EVD-HEADER-1 TO EVIDENCE-REPORT-RECORD.
004220     WRITE EVIDENCE-REPORT-RECORD.
004230     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
004240     IF EVIDENCE-REFUSED
004250         GO TO 1000-EXIT
004260     END-IF.
004270     OPEN INPUT CALENDAR-FILE.
004280     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004290         DISPLAY "RATEEVID: UNABLE TO OPEN BUSINESS CALENDAR, "
004300             "STATUS = " WS-CALENDAR-FILE-STATUS
004310         MOVE "BUSINESS CALENDAR UNAVAILABLE" TO WS-REFUSE-REASON
004320         MOVE "Y" TO WS-REFUSED-SWITCH
004330         GO TO 1000-EXIT
004340     END-IF.
004350     PERFORM 1100-LOAD-ONE-CALENDAR THRU 1100-EXIT
004360         UNTIL CALENDAR-EOF.
004370     CLOSE CALENDAR-FILE.
004380     IF EVIDENCE-REFUSED
004390         GO TO 1000-EXIT
004400     END-IF.
004410     IF WS-BUSINESS-DAY-COUNT = ZERO
004420         MOVE "RANGE HAS NO DAYS ON THE CALENDAR"
004430             TO WS-REFUSE-REASON
004440         MOVE "Y" TO WS-REFUSED-SWITCH
004450     END-IF.
004460 1000-EXIT.
004470     EXIT.
004480 1100-LOAD-ONE-CALENDAR.
004490     READ CALENDAR-FILE INTO WS-CALENDAR-LINE
004500         AT END
004510             MOVE "Y" TO WS-CAL-EOF-SWITCH
004520     END-READ.
004530     IF CALENDAR-EOF
004540         GO TO 1100-EXIT
004550     END-IF.
004560     IF WS-CALENDAR-LINE = SPACES
004570         OR CAL-BUSINESS-DATE NOT NUMERIC
004580         GO TO 1100-EXIT
004590     END-IF.
004600     IF CAL-BUSINESS-DATE < WS-FROM-DATE
004610         OR CAL-BUSINESS-DATE > WS-TO-DATE
004620         GO TO 1100-EXIT
004630     END-IF.
004640     IF WS-BUSINESS-DAY-COUNT NOT < WS-BUSINESS-DAY-MAX
004650         MOVE "RANGE HAS TOO MANY BUSINESS DAYS"
004660             TO WS-REFUSE-REASON
004670         MOVE "Y" TO WS-REFUSED-SWITCH
004680         MOVE "Y" TO WS-CAL-EOF-SWITCH
004690         GO TO 1100-EXIT
004700     END-IF.
004710     ADD 1 TO WS-BUSINESS-DAY-COUNT.
004720     MOVE CAL-BUSINESS-DATE
004730         TO EVK-BUSINESS-DATE (WS-BUSINESS-DAY-COUNT).
004740 1100-EXIT.
004750     EXIT.
004760*--------------------------------------------------------------
004770* Run history - every standing run in the range, and the date
004780* of the first standing run after it.  Backed-out runs are
004790* counted but never tested.
004800*--------------------------------------------------------------
004810 1500-LOAD-RUN-HISTORY.
004820     OPEN INPUT RUN-HISTORY-FILE.
004830     IF WS-RUN-HISTORY-FILE-STATUS NOT = "00"
004840         DISPLAY "RATEEVID: UNABLE TO OPEN RUN HISTORY, "
004850             "STATUS = " WS-RUN-HISTORY-FILE-STATUS
004860         MOVE "RUN HISTORY UNAVAILABLE" TO WS-REFUSE-REASON
004870         MOVE "Y" TO WS-REFUSED-SWITCH
004880         GO TO 1500-EXIT
004890     END-IF.
004900     PERFORM 1510-LOAD-ONE-RUN THRU 1510-EXIT
004910         UNTIL RUN-HISTORY-EOF.
004920     CLOSE RUN-HISTORY-FILE.
004930 1500-EXIT.
004940     EXIT.
004950 1510-LOAD-ONE-RUN.
004960     READ RUN-HISTORY-FILE
004970         AT END
004980             MOVE "Y" TO WS-RUNH-EOF-SWITCH
004990     END-READ.
005000     IF RUN-HISTORY-EOF
005010         GO TO 1510-EXIT
005020     END-IF.
005030     IF RUNH-RUN-DATE NOT NUMERIC
005040         OR RUNH-RUN-DATE < WS-FROM-DATE
005050         GO TO 1510-EXIT
005060     END-IF.
005070     IF RUNH-BACKED-OUT
005080         IF RUNH-RUN-DATE NOT > WS-TO-DATE
005090             ADD 1 TO WS-BACKED-OUT-COUNT
005100         END-IF
005110         GO TO 1510-EXIT
005120     END-IF.
005130     IF RUNH-RUN-DATE > WS-TO-DATE
005140         IF RUNH-RUN-DATE < WS-NEXT-RUN-DATE
005150             MOVE RUNH-RUN-DATE TO WS-NEXT-RUN-DATE
005160         END-IF
005170         GO TO 1510-EXIT
005180     END-IF.
005190     IF WS-RUN-COUNT NOT < WS-RUN-MAX
005200         MOVE "RANGE HAS TOO MANY RUNS" TO WS-REFUSE-REASON
005210         MOVE "Y" TO WS-REFUSED-SWITCH
005220         MOVE "Y" TO WS-RUNH-EOF-SWITCH
005230         GO TO 1510-EXIT
005240     END-IF.
005250     ADD 1 TO WS-RUN-COUNT.
005260     MOVE RUNH-RUN-DATE TO EVR-RUN-DATE (WS-RUN-COUNT).
005270     MOVE RUNH-CONTINGENCY-FLAG
005280         TO EVR-CONTINGENCY (WS-RUN-COUNT).
005290     MOVE "N" TO EVR-PUBLISHED (WS-RUN-COUNT).
005300 1510-EXIT.
005310     EXIT.
005320*--------------------------------------------------------------
005330* Hold evidence - every HOLDLOG line in the range other than a
005340* publication is printed as logged.  A publication marks the
005350* latest standing run on or before its date as published; the
005360* log is read up to the next run after the range so a run held
005370* and released later still finds its publication.
005380*--------------------------------------------------------------
005390 2000-HOLD-EVIDENCE.
005400     MOVE "HOLDS OPENED, RELEASED AND AUTO-CLEARED"
005410         TO EVD-SECTION-TITLE.
005420     PERFORM 8000-WRITE-SECTION-LINE THRU 8000-EXIT.
005430     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
005440     MOVE WS-EVD-HOLD-HEADING TO EVIDENCE-REPORT-RECORD.
005450     WRITE EVIDENCE-REPORT-RECORD.
005460     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
005470     OPEN INPUT HOLD-LOG-FILE.
005480     IF WS-HOLD-LOG-FILE-STATUS = "35"
005490         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
005500         GO TO 2000-EXIT
005510     END-IF.
005520     IF WS-HOLD-LOG-FILE-STATUS NOT = "00"
005530         DISPLAY "RATEEVID: UNABLE TO OPEN HOLD LOG, "
005540             "STATUS = " WS-HOLD-LOG-FILE-STATUS
005550         MOVE "HOLD LOG UNAVAILABLE" TO WS-REFUSE-REASON
005560         MOVE "Y" TO WS-REFUSED-SWITCH
005570         GO TO 2000-EXIT
005580     END-IF.
005590     PERFORM 2100-READ-ONE-HOLD-LOG THRU 2100-EXIT
005600         UNTIL HOLD-LOG-EOF.
005610     CLOSE HOLD-LOG-FILE.
005620     IF WS-HOLD-EVENT-COUNT = ZERO
005630         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
005640     END-IF.
005650 2000-EXIT.
005660     EXIT.
005670 2100-READ-ONE-HOLD-LOG.
005680     READ HOLD-LOG-FILE INTO WS-HOLD-LOG-LINE
005690         AT END
005700             MOVE "Y" TO WS-HLOG-EOF-SWITCH
005710     END-READ.
005720     IF HOLD-LOG-EOF
005730         GO TO 2100-EXIT
005740     END-IF.
005750     IF HLG-LOG-DATE NOT NUMERIC
005760         OR HLG-LOG-DATE < WS-FROM-DATE
005770         GO TO 2100-EXIT
005780     END-IF.
005790     IF HLG-ACTION = "PUBLISH"
005800         IF HLG-LOG-DATE < WS-NEXT-RUN-DATE
005810             PERFORM 2200-MARK-PUBLISHED-RUN THRU 2200-EXIT
005820         END-IF
005830         IF HLG-LOG-DATE NOT > WS-TO-DATE
005840             ADD 1 TO WS-PUBLISH-COUNT
005850         END-IF
005860         GO TO 2100-EXIT
005870     END-IF.
005880     IF HLG-LOG-DATE > WS-TO-DATE
005890         GO TO 2100-EXIT
005900     END-IF.
005910     ADD 1 TO WS-HOLD-EVENT-COUNT.
005920     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
005930     MOVE WS-HOLD-LOG-LINE TO EVIDENCE-REPORT-RECORD.
005940     WRITE EVIDENCE-REPORT-RECORD.
005950     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
005960 2100-EXIT.
005970     EXIT.
005980 2200-MARK-PUBLISHED-RUN.
005990     MOVE ZERO TO WS-FND-SUB.
006000     MOVE ZERO TO WS-SUB.
006010     PERFORM 2210-TRY-ONE-RUN THRU 2210-EXIT
006020         UNTIL WS-SUB NOT < WS-RUN-COUNT.
006030     IF WS-FND-SUB > ZERO
006040         MOVE "Y" TO EVR-PUBLISHED (WS-FND-SUB)
006050     END-IF.
006060 2200-EXIT.
006070     EXIT.
006080 2210-TRY-ONE-RUN.
006090     ADD 1 TO WS-SUB.
006100     IF EVR-RUN-DATE (WS-SUB) > HLG-LOG-DATE
006110         GO TO 2210-EXIT
006120     END-IF.
006130     IF WS-FND-SUB = ZERO
006140         MOVE WS-SUB TO WS-FND-SUB
006150         GO TO 2210-EXIT
006160     END-IF.
006170     IF EVR-RUN-DATE (WS-SUB) NOT < EVR-RUN-DATE (WS-FND-SUB)
006180         MOVE WS-SUB TO WS-FND-SUB
006190     END-IF.
006200 2210-EXIT.
006210     EXIT.
006220*--------------------------------------------------------------
006230* Open holds - the earliest hold still open on RATEHOLD.  Any
006240* run on or after it that did not publish is parked behind it.
006250* No hold file means no hold was ever opened.
006260*--------------------------------------------------------------
006270 2500-FIND-OPEN-HOLDS.
006280     OPEN INPUT HOLD-FILE.
006290     IF WS-HOLD-FILE-STATUS = "35"
006300         GO TO 2500-EXIT
006310     END-IF.
006320     IF WS-HOLD-FILE-STATUS NOT = "00"
006330         DISPLAY "RATEEVID: UNABLE TO OPEN HOLD FILE, "
006340             "STATUS = " WS-HOLD-FILE-STATUS
006350         MOVE "HOLD FILE UNAVAILABLE" TO WS-REFUSE-REASON
006360         MOVE "Y" TO WS-REFUSED-SWITCH
006370         GO TO 2500-EXIT
006380     END-IF.
006390     PERFORM 2510-READ-ONE-HOLD THRU 2510-EXIT
006400         UNTIL HOLD-FILE-EOF.
006410     CLOSE HOLD-FILE.
006420 2500-EXIT.
006430     EXIT.
006440 2510-READ-ONE-HOLD.
006450     READ HOLD-FILE NEXT RECORD
006460         AT END
006470             MOVE "Y" TO WS-HOLD-EOF-SWITCH
006480     END-READ.
006490     IF HOLD-FILE-EOF
006500         GO TO 2510-EXIT
006510     END-IF.
006520     IF NOT HOLD-OPEN
006530         OR HLD-HOLD-DATE NOT NUMERIC
006540         GO TO 2510-EXIT
006550     END-IF.
006560     ADD 1 TO WS-OPEN-HOLD-COUNT.
006570     IF WS-EARLIEST-OPEN-HOLD = ZERO
006580         OR HLD-HOLD-DATE < WS-EARLIEST-OPEN-HOLD
006590         MOVE HLD-HOLD-DATE TO WS-EARLIEST-OPEN-HOLD
006600     END-IF.
006610 2510-EXIT.
006620     EXIT.
006630*--------------------------------------------------------------
006640* Correction evidence - every CORRAUDT entry run in the range,
006650* desk corrections and restatements, with both signatures.  A
006660* desk correction missing a signature, or signed twice by the
006670* same id, is counted for the CORRSIGN finding.
006680*--------------------------------------------------------------
006690 3000-CORRECTION-EVIDENCE.
006700     MOVE "CORRECTIONS WITH MAKER AND CHECKER"
006710         TO EVD-SECTION-TITLE.
006720     PERFORM 8000-WRITE-SECTION-LINE THRU 8000-EXIT.
006730     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
006740     MOVE WS-EVD-CORR-HEADING TO EVIDENCE-REPORT-RECORD.
006750     WRITE EVIDENCE-REPORT-RECORD.
006760     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
006770     OPEN INPUT AUDIT-FILE.
006780     IF WS-AUDIT-FILE-STATUS = "35"
006790         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
006800         GO TO 3000-EXIT
006810     END-IF.
006820     IF WS-AUDIT-FILE-STATUS NOT = "00"
006830         DISPLAY "RATEEVID: UNABLE TO OPEN CORRECTION AUDIT, "
006840             "STATUS = " WS-AUDIT-FILE-STATUS
006850         MOVE "CORRECTION AUDIT UNAVAILABLE" TO WS-REFUSE-REASON
006860         MOVE "Y" TO WS-REFUSED-SWITCH
006870         GO TO 3000-EXIT
006880     END-IF.
006890     PERFORM 3100-READ-ONE-AUDIT THRU 3100-EXIT
006900         UNTIL AUDIT-FILE-EOF.
006910     CLOSE AUDIT-FILE.
006920     IF WS-CORRECTION-COUNT = ZERO
006930         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
006940     END-IF.
006950 3000-EXIT.
006960     EXIT.
006970 3100-READ-ONE-AUDIT.
006980     READ AUDIT-FILE INTO WS-AUDIT-LINE
006990         AT END
007000             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
007010     END-READ.
007020     IF AUDIT-FILE-EOF
007030         GO TO 3100-EXIT
007040     END-IF.
007050     IF AUD-RUN-DATE NOT NUMERIC
007060         OR AUD-RUN-DATE < WS-FROM-DATE
007070         OR AUD-RUN-DATE > WS-TO-DATE
007080         GO TO 3100-EXIT
007090     END-IF.
007100     ADD 1 TO WS-CORRECTION-COUNT.
007110     MOVE SPACES TO WS-EVD-CORR-LINE.
007120     MOVE AUD-RUN-DATE TO EVC-RUN-DATE.
007130     IF AUD-RESTATEMENT
007140         MOVE "REST" TO EVC-TYPE
007150     ELSE
007160         MOVE "DESK" TO EVC-TYPE
007170         IF AUD-ANALYST-ID = SPACES
007180             OR AUD-APPROVER-ID = SPACES
007190             OR AUD-ANALYST-ID = AUD-APPROVER-ID
007200             ADD 1 TO WS-UNSIGNED-COUNT
007210         END-IF
007220     END-IF.
007230     MOVE AUD-SET-ID TO EVC-SET-ID.
007240     MOVE AUD-FIELD-NAME TO EVC-FIELD-NAME.
007250     MOVE AUD-EFF-DATE TO EVC-EFF-DATE.
007260     MOVE AUD-BEFORE-VALUE TO EVC-BEFORE-VALUE.
007270     MOVE AUD-AFTER-VALUE TO EVC-AFTER-VALUE.
007280     MOVE AUD-ANALYST-ID TO EVC-MAKER-ID.
007290     MOVE AUD-APPROVER-ID TO EVC-CHECKER-ID.
007300     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
007310     MOVE WS-EVD-CORR-LINE TO EVIDENCE-REPORT-RECORD.
007320     WRITE EVIDENCE-REPORT-RECORD.
007330     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
007340 3100-EXIT.
007350     EXIT.
007360*--------------------------------------------------------------
007370* Purge evidence - every manifest run in the range is printed.
007380* Every manifest not voided, in the range or not, feeds its
007390* cutoff band, since the band boundaries come from the whole
007400* trail.  The archive is swept only when a band is in range.
007410*--------------------------------------------------------------
007420 4000-PURGE-EVIDENCE.
007430     MOVE "PURGES WITH COUNTS AND HASH" TO EVD-SECTION-TITLE.
007440     PERFORM 8000-WRITE-SECTION-LINE THRU 8000-EXIT.
007450     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
007460     MOVE WS-EVD-PURGE-HEADING TO EVIDENCE-REPORT-RECORD.
007470     WRITE EVIDENCE-REPORT-RECORD.
007480     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
007490     OPEN INPUT MANIFEST-FILE.
007500     IF WS-MANIFEST-FILE-STATUS = "35"
007510         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
007520         GO TO 4000-EXIT
007530     END-IF.
007540     IF WS-MANIFEST-FILE-STATUS NOT = "00"
007550         DISPLAY "RATEEVID: UNABLE TO OPEN PURGE MANIFEST, "
007560             "STATUS = " WS-MANIFEST-FILE-STATUS
007570         MOVE "PURGE MANIFEST UNAVAILABLE" TO WS-REFUSE-REASON
007580         MOVE "Y" TO WS-REFUSED-SWITCH
007590         GO TO 4000-EXIT
007600     END-IF.
007610     PERFORM 4100-READ-ONE-MANIFEST THRU 4100-EXIT
007620         UNTIL MANIFEST-FILE-EOF.
007630     CLOSE MANIFEST-FILE.
007640     IF WS-PURGE-COUNT = ZERO
007650         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
007660         GO TO 4000-EXIT
007670     END-IF.
007680     PERFORM 4400-SWEEP-ARCHIVE THRU 4400-EXIT.
007690 4000-EXIT.
007700     EXIT.
007710 4100-READ-ONE-MANIFEST.
007720     READ MANIFEST-FILE INTO WS-MANIFEST-LINE
007730         AT END
007740             MOVE "Y" TO WS-MAN-EOF-SWITCH
007750     END-READ.
007760     IF MANIFEST-FILE-EOF
007770         GO TO 4100-EXIT
007780     END-IF.
007790     IF MAN-RUN-DATE NOT NUMERIC
007800         OR MAN-CUTOFF-DATE NOT NUMERIC
007810         GO TO 4100-EXIT
007820     END-IF.
007830     IF MAN-RUN-DATE NOT < WS-FROM-DATE
007840         AND MAN-RUN-DATE NOT > WS-TO-DATE
007850         PERFORM 4200-WRITE-PURGE-LINE THRU 4200-EXIT
007860     END-IF.
007870     IF MAN-RUN-VOIDED
007880         GO TO 4100-EXIT
007890     END-IF.
007900     PERFORM 4300-FIND-BAND THRU 4300-EXIT.
007910     IF NOT ENTRY-FOUND
007920         GO TO 4100-EXIT
007930     END-IF.
007940     ADD MAN-ARCHIVED-COUNT TO EVB-MAN-COUNT (WS-FND-SUB).
007950     ADD MAN-VALUE-HASH TO EVB-MAN-HASH (WS-FND-SUB).
007960     IF MAN-RUN-DATE NOT < WS-FROM-DATE
007970         AND MAN-RUN-DATE NOT > WS-TO-DATE
007980         MOVE "Y" TO EVB-IN-RANGE (WS-FND-SUB)
007990     END-IF.
008000     IF MAN-CUTOFF-DATE > WS-HIGH-CUTOFF
008010         MOVE MAN-CUTOFF-DATE TO WS-HIGH-CUTOFF
008020     END-IF.
008030 4100-EXIT.
008040     EXIT.
008050 4200-WRITE-PURGE-LINE.
008060     ADD 1 TO WS-PURGE-COUNT.
008070     MOVE MAN-RUN-DATE TO EVM-RUN-DATE.
008080     MOVE MAN-RUN-TIME TO EVM-RUN-TIME.
008090     MOVE MAN-CUTOFF-DATE TO EVM-CUTOFF-DATE.
008100     MOVE MAN-ARCHIVED-COUNT TO EVM-ARCHIVED-COUNT.
008110     MOVE MAN-DELETED-COUNT TO EVM-DELETED-COUNT.
008120     MOVE MAN-VALUE-HASH TO EVM-VALUE-HASH.
008130     MOVE MAN-STATUS TO EVM-STATUS.
008140     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
008150     MOVE WS-EVD-PURGE-LINE TO EVIDENCE-REPORT-RECORD.
008160     WRITE EVIDENCE-REPORT-RECORD.
008170     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
008180     IF MAN-RUN-COMPLETE
008190         AND MAN-ARCHIVED-COUNT NOT = MAN-DELETED-COUNT
008200         MOVE "PURGDEL" TO EVF-TEST-ID
008210         MOVE MAN-RUN-DATE TO EVF-DATE
008220         MOVE "PURGE DELETED A DIFFERENT COUNT, ARCH-DEL"
008230             TO EVF-TEXT
008240         IF MAN-ARCHIVED-COUNT > MAN-DELETED-COUNT
008250             COMPUTE EVF-COUNT =
008260                 MAN-ARCHIVED-COUNT - MAN-DELETED-COUNT
008270         ELSE
008280             COMPUTE EVF-COUNT =
008290                 MAN-DELETED-COUNT - MAN-ARCHIVED-COUNT
008300         END-IF
008310         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
008320     END-IF.
008330 4200-EXIT.
008340     EXIT.
008350 4300-FIND-BAND.
008360     MOVE "N" TO WS-FOUND-SWITCH.
008370     MOVE ZERO TO WS-SUB.
008380     PERFORM 4310-MATCH-ONE-BAND THRU 4310-EXIT
008390         UNTIL ENTRY-FOUND
008400         OR WS-SUB NOT < WS-BAND-COUNT.
008410     IF ENTRY-FOUND
008420         GO TO 4300-EXIT
008430     END-IF.
008440     IF WS-BAND-COUNT NOT < WS-BAND-MAX
008450         MOVE "TOO MANY PURGE CUTOFFS" TO WS-REFUSE-REASON
008460         MOVE "Y" TO WS-REFUSED-SWITCH
008470         MOVE "Y" TO WS-MAN-EOF-SWITCH
008480         GO TO 4300-EXIT
008490     END-IF.
008500     ADD 1 TO WS-BAND-COUNT.
008510     MOVE WS-BAND-COUNT TO WS-FND-SUB.
008520     MOVE MAN-CUTOFF-DATE TO EVB-CUTOFF-DATE (WS-FND-SUB).
008530     MOVE "N" TO EVB-IN-RANGE (WS-FND-SUB).
008540     MOVE ZERO TO EVB-MAN-COUNT (WS-FND-SUB).
008550     MOVE ZERO TO EVB-MAN-HASH (WS-FND-SUB).
008560     MOVE ZERO TO EVB-ARC-COUNT (WS-FND-SUB).
008570     MOVE ZERO TO EVB-ARC-HASH (WS-FND-SUB).
008580     MOVE "Y" TO WS-FOUND-SWITCH.
008590 4300-EXIT.
008600     EXIT.
008610 4310-MATCH-ONE-BAND.
008620     ADD 1 TO WS-SUB.
008630     IF EVB-CUTOFF-DATE (WS-SUB) = MAN-CUTOFF-DATE
008640         MOVE "Y" TO WS-FOUND-SWITCH
008650         MOVE WS-SUB TO WS-FND-SUB
008660     END-IF.
008670 4310-EXIT.
008680     EXIT.
008690*--------------------------------------------------------------
008700* Archive sweep - each line falls in the band with the lowest
008710* cutoff above its effective date.  A line at or past the
008720* highest cutoff belongs to no purge at all.
008730*--------------------------------------------------------------
008740 4400-SWEEP-ARCHIVE.
008750     IF WS-BAND-COUNT = ZERO
008760         GO TO 4400-EXIT
008770     END-IF.
008780     OPEN INPUT ARCHIVE-FILE.
008790     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
008800         DISPLAY "RATEEVID: UNABLE TO OPEN ARCHIVE FILE, "
008810             "STATUS = " WS-ARCHIVE-FILE-STATUS
008820         MOVE "ARCHIVE FILE UNAVAILABLE" TO WS-REFUSE-REASON
008830         MOVE "Y" TO WS-REFUSED-SWITCH
008840         GO TO 4400-EXIT
008850     END-IF.
008860     PERFORM 4410-READ-ONE-ARCHIVE THRU 4410-EXIT
008870         UNTIL ARCHIVE-FILE-EOF.
008880     CLOSE ARCHIVE-FILE.
008890 4400-EXIT.
008900     EXIT.
008910 4410-READ-ONE-ARCHIVE.
008920     READ ARCHIVE-FILE INTO WS-ARCHIVE-LINE
008930         AT END
008940             MOVE "Y" TO WS-ARCH-EOF-SWITCH
008950     END-READ.
008960     IF ARCHIVE-FILE-EOF
008970         GO TO 4410-EXIT
008980     END-IF.
008990     IF ARC-EFF-DATE NOT NUMERIC
009000         GO TO 4410-EXIT
009010     END-IF.
009020     IF ARC-EFF-DATE NOT < WS-HIGH-CUTOFF
009030         ADD 1 TO WS-UNBANDED-COUNT
009040         GO TO 4410-EXIT
009050     END-IF.
009060     MOVE ZERO TO WS-FND-SUB.
009070     MOVE ZERO TO WS-SUB.
009080     PERFORM 4420-TRY-ONE-BAND THRU 4420-EXIT
009090         UNTIL WS-SUB NOT < WS-BAND-COUNT.
009100     ADD 1 TO EVB-ARC-COUNT (WS-FND-SUB).
009110     MOVE ARC-FIELD-VALUE TO WS-HASH-WORK.
009120     IF WS-HASH-WORK < 0
009130         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
009140     END-IF.
009150     ADD WS-HASH-WORK TO EVB-ARC-HASH (WS-FND-SUB).
009160 4410-EXIT.
009170     EXIT.
009180 4420-TRY-ONE-BAND.
009190     ADD 1 TO WS-SUB.
009200     IF EVB-CUTOFF-DATE (WS-SUB) NOT > ARC-EFF-DATE
009210         GO TO 4420-EXIT
009220     END-IF.
009230     IF WS-FND-SUB = ZERO
009240         MOVE WS-SUB TO WS-FND-SUB
009250         GO TO 4420-EXIT
009260     END-IF.
009270     IF EVB-CUTOFF-DATE (WS-SUB) < EVB-CUTOFF-DATE (WS-FND-SUB)
009280         MOVE WS-SUB TO WS-FND-SUB
009290     END-IF.
009300 4420-EXIT.
009310     EXIT.
009320*--------------------------------------------------------------
009330* Suspense evidence - every item that reached the aging limit
009340* and was open at some point inside the range, cleared since
009350* or not.  The suspense file keeps the latest state per key.
009360*--------------------------------------------------------------
009370 5000-SUSPENSE-EVIDENCE.
009380     MOVE "SUSPENSE ITEMS AGED PAST THE LIMIT"
009390         TO EVD-SECTION-TITLE.
009400     PERFORM 8000-WRITE-SECTION-LINE THRU 8000-EXIT.
009410     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
009420     MOVE WS-EVD-SUSP-HEADING TO EVIDENCE-REPORT-RECORD.
009430     WRITE EVIDENCE-REPORT-RECORD.
009440     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
009450     OPEN INPUT SUSPENSE-FILE.
009460     IF WS-SUSPENSE-FILE-STATUS = "35"
009470         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
009480         GO TO 5000-EXIT
009490     END-IF.
009500     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
009510         DISPLAY "RATEEVID: UNABLE TO OPEN SUSPENSE FILE, "
009520             "STATUS = " WS-SUSPENSE-FILE-STATUS
009530         MOVE "SUSPENSE FILE UNAVAILABLE" TO WS-REFUSE-REASON
009540         MOVE "Y" TO WS-REFUSED-SWITCH
009550         GO TO 5000-EXIT
009560     END-IF.
009570     PERFORM 5100-READ-ONE-SUSPENSE THRU 5100-EXIT
009580         UNTIL SUSPENSE-FILE-EOF.
009590     CLOSE SUSPENSE-FILE.
009600     IF WS-AGED-COUNT = ZERO
009610         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
009620     END-IF.
009630 5000-EXIT.
009640     EXIT.
009650 5100-READ-ONE-SUSPENSE.
009660     READ SUSPENSE-FILE NEXT RECORD
009670         AT END
009680             MOVE "Y" TO WS-SUSP-EOF-SWITCH
009690     END-READ.
009700     IF SUSPENSE-FILE-EOF
009710         GO TO 5100-EXIT
009720     END-IF.
009730     IF SUS-AGE-DAYS NOT NUMERIC
009740         OR SUS-FIRST-DATE NOT NUMERIC
009750         OR SUS-LAST-DATE NOT NUMERIC
009760         GO TO 5100-EXIT
009770     END-IF.
009780     IF SUS-AGE-DAYS < WS-SUSP-AGE-LIMIT
009790         OR SUS-FIRST-DATE > WS-TO-DATE
009800         OR SUS-LAST-DATE < WS-FROM-DATE
009810         GO TO 5100-EXIT
009820     END-IF.
009830     ADD 1 TO WS-AGED-COUNT.
009840     MOVE SUS-SET-ID TO EVS-SET-ID.
009850     MOVE SUS-FIELD-NAME TO EVS-FIELD-NAME.
009860     MOVE SUS-EXC-TYPE TO EVS-EXC-TYPE.
009870     MOVE SUS-STATUS TO EVS-STATUS.
009880     MOVE SUS-FIRST-DATE TO EVS-FIRST-DATE.
009890     MOVE SUS-LAST-DATE TO EVS-LAST-DATE.
009900     MOVE SUS-AGE-DAYS TO EVS-AGE-DAYS.
009910     MOVE SUS-MESSAGE TO EVS-MESSAGE.
009920     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
009930     MOVE WS-EVD-SUSP-LINE TO EVIDENCE-REPORT-RECORD.
009940     WRITE EVIDENCE-REPORT-RECORD.
009950     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
009960 5100-EXIT.
009970     EXIT.
009980*--------------------------------------------------------------
009990* Completeness tests against the calendar, the runs and the
010000* purge bands.  Every failure is one finding line.
010010*--------------------------------------------------------------
010020 6000-COMPLETENESS-TESTS.
010030     MOVE "COMPLETENESS TEST FINDINGS" TO EVD-SECTION-TITLE.
010040     PERFORM 8000-WRITE-SECTION-LINE THRU 8000-EXIT.
010050     MOVE WS-FINDING-COUNT TO WS-PRIOR-FINDING-COUNT.
010060     MOVE ZERO TO WS-SUB.
010070     PERFORM 6100-TEST-ONE-BUSINESS-DAY THRU 6100-EXIT
010080         UNTIL WS-SUB NOT < WS-BUSINESS-DAY-COUNT.
010090     MOVE ZERO TO WS-SUB.
010100     PERFORM 6200-TEST-ONE-RUN THRU 6200-EXIT
010110         UNTIL WS-SUB NOT < WS-RUN-COUNT.
010120     MOVE ZERO TO WS-BAND-LOW-CUTOFF.
010130     MOVE ZERO TO WS-SUB.
010140     PERFORM 6300-TEST-ONE-BAND THRU 6300-EXIT
010150         UNTIL WS-SUB NOT < WS-BAND-COUNT.
010160     IF WS-UNBANDED-COUNT > ZERO
010170         MOVE "PURGARC" TO EVF-TEST-ID
010180         MOVE WS-HIGH-CUTOFF TO EVF-DATE
010190         MOVE "ARCHIVE LINES PAST THE HIGHEST CUTOFF"
010200             TO EVF-TEXT
010210         MOVE WS-UNBANDED-COUNT TO EVF-COUNT
010220         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
010230     END-IF.
010240     IF WS-UNSIGNED-COUNT > ZERO
010250         MOVE "CORRSIGN" TO EVF-TEST-ID
010260         MOVE WS-TO-DATE TO EVF-DATE
010270         MOVE "DESK CORRECTIONS WITHOUT TWO SIGNATURES"
010280             TO EVF-TEXT
010290         MOVE WS-UNSIGNED-COUNT TO EVF-COUNT
010300         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
010310     END-IF.
010320     IF WS-FINDING-COUNT = WS-PRIOR-FINDING-COUNT
010330         PERFORM 8100-WRITE-NONE-LINE THRU 8100-EXIT
010340     END-IF.
010350 6000-EXIT.
010360     EXIT.
010370 6100-TEST-ONE-BUSINESS-DAY.
010380     ADD 1 TO WS-SUB.
010390     MOVE "N" TO WS-FOUND-SWITCH.
010400     MOVE ZERO TO WS-FND-SUB.
010410     PERFORM 6110-MATCH-ONE-RUN THRU 6110-EXIT
010420         UNTIL ENTRY-FOUND
010430         OR WS-FND-SUB NOT < WS-RUN-COUNT.
010440     IF NOT ENTRY-FOUND
010450         MOVE "CALRUN" TO EVF-TEST-ID
010460         MOVE EVK-BUSINESS-DATE (WS-SUB) TO EVF-DATE
010470         MOVE "BUSINESS DAY WITH NO RUN ON RATERUNH"
010480             TO EVF-TEXT
010490         MOVE ZERO TO EVF-COUNT
010500         PERFORM 8200-WRITE-FINDING THRU 8200-EXIT
010510     END-IF.
010520 6100-EXIT.
010530     EXIT.
010540 6110-MATCH-ONE-RUN.
010550     ADD 1 TO WS-FND-SUB.
010560     IF EVR-RUN-DATE (WS-FND-SUB) = EVK-BUSINESS-DATE (WS-SUB)
010570         MOVE "Y" TO WS-FOUND-SWITCH
010580     END-IF.
010590 6110-EXIT.
010600     EXIT.
010610 6200-TEST-ONE-RUN.
010620     ADD 1 TO WS-SUB.
010630     IF EVR-RUN-PUBLISHED (WS-SUB)
010640         GO TO 6200-EXIT
010650     END-IF.
010660     IF WS-EARLIEST-OPEN-HOLD > ZERO
010670         AND WS-EARLIEST-OPEN-HOLD NOT > EVR-RUN-DATE (WS-SUB)
010680         GO TO 6200-EXIT
010690     END-IF.
010700     MOVE "RUNPUB" TO EVF-TEST-ID.
010710     MOVE EVR-RUN-DATE (WS-SUB) TO EVF-DATE.
010720     IF EVR-CONTINGENCY (WS-SUB) = "C"
010730         MOVE "CONTINGENCY RUN NOT PUBLISHED OR HELD"
010740             TO EVF-TEXT
010750     ELSE
010760         MOVE "RUN NOT PUBLISHED AND NO OPEN HOLD"
010770             TO EVF-TEXT
010780     END-IF.
010790     MOVE ZERO TO EVF-COUNT.
010800     PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
010810 6200-EXIT.
010820     EXIT.
010830*--------------------------------------------------------------
010840* One band tested per pass, lowest cutoff first, so each
010850* finding is dated with the cutoff of the purge that does not
010860* tie.  Only bands with a purge run in the range are tested.
010870*--------------------------------------------------------------
010880 6300-TEST-ONE-BAND.
010890     ADD 1 TO WS-SUB.
010900     IF NOT EVB-BAND-IN-RANGE (WS-SUB)
010910         GO TO 6300-EXIT
010920     END-IF.
010930     IF EVB-MAN-COUNT (WS-SUB) = EVB-ARC-COUNT (WS-SUB)
010940         AND EVB-MAN-HASH (WS-SUB) = EVB-ARC-HASH (WS-SUB)
010950         GO TO 6300-EXIT
010960     END-IF.
010970     MOVE "PURGTIE" TO EVF-TEST-ID.
010980     MOVE EVB-CUTOFF-DATE (WS-SUB) TO EVF-DATE.
010990     IF EVB-MAN-COUNT (WS-SUB) = EVB-ARC-COUNT (WS-SUB)
011000         MOVE "PURGE HASH DOES NOT TIE TO ARCHIVE"
011010             TO EVF-TEXT
011020         MOVE EVB-ARC-COUNT (WS-SUB) TO EVF-COUNT
011030     ELSE
011040         MOVE "PURGE COUNT DOES NOT TIE, ARCHIVE HOLDS"
011050             TO EVF-TEXT
011060         MOVE EVB-ARC-COUNT (WS-SUB) TO EVF-COUNT
011070     END-IF.
011080     PERFORM 8200-WRITE-FINDING THRU 8200-EXIT.
011090 6300-EXIT.
011100     EXIT.
011110*--------------------------------------------------------------
011120* Totals - every section's count, or the reason the evidence
011130* was refused.
011140*--------------------------------------------------------------
011150 7000-WRITE-TOTALS.
011160     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011170     WRITE EVIDENCE-REPORT-RECORD.
011180     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011190     IF EVIDENCE-REFUSED
011200         MOVE WS-REFUSE-REASON TO EVD-REFUSE-REASON
011210         MOVE SPACES TO EVIDENCE-REPORT-RECORD
011220         MOVE WS-EVD-REFUSED-LINE TO EVIDENCE-REPORT-RECORD
011230         WRITE EVIDENCE-REPORT-RECORD
011240         PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT
011250         GO TO 7000-EXIT
011260     END-IF.
011270     MOVE WS-HOLD-EVENT-COUNT TO EVT-HOLD-EVENTS.
011280     MOVE WS-PUBLISH-COUNT TO EVT-PUBLICATIONS.
011290     MOVE WS-CORRECTION-COUNT TO EVT-CORRECTIONS.
011300     MOVE WS-PURGE-COUNT TO EVT-PURGES.
011310     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011320     MOVE WS-EVD-TOTAL-LINE-1 TO EVIDENCE-REPORT-RECORD.
011330     WRITE EVIDENCE-REPORT-RECORD.
011340     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011350     MOVE WS-AGED-COUNT TO EVT-AGED.
011360     MOVE WS-BUSINESS-DAY-COUNT TO EVT-BUSINESS-DAYS.
011370     MOVE WS-RUN-COUNT TO EVT-RUNS.
011380     MOVE WS-BACKED-OUT-COUNT TO EVT-BACKED-OUT.
011390     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011400     MOVE WS-EVD-TOTAL-LINE-2 TO EVIDENCE-REPORT-RECORD.
011410     WRITE EVIDENCE-REPORT-RECORD.
011420     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011430     MOVE WS-FINDING-COUNT TO EVT-FINDINGS.
011440     MOVE WS-OPEN-HOLD-COUNT TO EVT-OPEN-HOLDS.
011450     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011460     MOVE WS-EVD-TOTAL-LINE-3 TO EVIDENCE-REPORT-RECORD.
011470     WRITE EVIDENCE-REPORT-RECORD.
011480     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011490 7000-EXIT.
011500     EXIT.
011510*--------------------------------------------------------------
011520 8000-WRITE-SECTION-LINE.
011530     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011540     WRITE EVIDENCE-REPORT-RECORD.
011550     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011560     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011570     MOVE WS-EVD-SECTION-LINE TO EVIDENCE-REPORT-RECORD.
011580     WRITE EVIDENCE-REPORT-RECORD.
011590     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011600 8000-EXIT.
011610     EXIT.
011620 8100-WRITE-NONE-LINE.
011630     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011640     MOVE WS-EVD-NONE-LINE TO EVIDENCE-REPORT-RECORD.
011650     WRITE EVIDENCE-REPORT-RECORD.
011660     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011670 8100-EXIT.
011680     EXIT.
011690 8200-WRITE-FINDING.
011700     ADD 1 TO WS-FINDING-COUNT.
011710     MOVE SPACES TO EVIDENCE-REPORT-RECORD.
011720     MOVE WS-EVD-FINDING-LINE TO EVIDENCE-REPORT-RECORD.
011730     WRITE EVIDENCE-REPORT-RECORD.
011740     PERFORM 8990-CHECK-REPORT-STATUS THRU 8990-EXIT.
011750 8200-EXIT.
011760     EXIT.
011770 8990-CHECK-REPORT-STATUS.
011780     IF WS-REPORT-FILE-STATUS NOT = "00"
011790         DISPLAY "RATEEVID: WRITE FAILED ON EVIDENCE REPORT, "
011800             "STATUS = " WS-REPORT-FILE-STATUS
011810         MOVE "Y" TO WS-IO-ERROR-SWITCH
011820     END-IF.
011830 8990-EXIT.
011840     EXIT.
011850*--------------------------------------------------------------
011860 9999-TERMINATE.
011870     CLOSE EVIDENCE-REPORT-FILE.
011880     DISPLAY "RATEEVID: RANGE " WS-FROM-DATE " TO " WS-TO-DATE
011890         ", HOLD EVENTS " WS-HOLD-EVENT-COUNT
011900         ", CORRECTIONS " WS-CORRECTION-COUNT
011910         ", PURGES " WS-PURGE-COUNT
011920         ", AGED SUSPENSE " WS-AGED-COUNT
011930         ", FINDINGS " WS-FINDING-COUNT.
011940     EVALUATE TRUE
011950         WHEN EVIDENCE-REFUSED
011960             DISPLAY "RATEEVID: EVIDENCE REFUSED - "
011970                 WS-REFUSE-REASON
011980             MOVE 8 TO RETURN-CODE
011990         WHEN IO-WRITE-ERROR
012000             DISPLAY "RATEEVID: ONE OR MORE FILE ERRORS THIS RUN"
012010             MOVE 8 TO RETURN-CODE
012020         WHEN WS-FINDING-COUNT > ZERO
012030             MOVE 4 TO RETURN-CODE
012040         WHEN OTHER
012050             MOVE 0 TO RETURN-CODE
012060     END-EVALUATE.
012065     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
012070 9999-EXIT.
012080     EXIT.
012090*--------------------------------------------------------------
012100* Step statistics - one standard line appended to the shared
012110* STATLOG after the return code settles, for the cycle status
012120* sheet.  The job and step names come off the STATID card.  A
012130* log that cannot be opened costs the statistics line, not the
012140* run - the return code is already final.
012150*--------------------------------------------------------------
012160 9900-WRITE-STEP-STATS.
012170     MOVE SPACES TO WS-STEP-ID-CARD.
012180     OPEN INPUT STEP-ID-FILE.
012190     IF WS-STATID-FILE-STATUS = "00"
012200         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
012210             AT END
012220                 MOVE SPACES TO WS-STEP-ID-CARD
012230         END-READ
012240         CLOSE STEP-ID-FILE
012250     END-IF.
012260     ACCEPT WS-STAT-TIME-WORK FROM TIME.
012270     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
012280     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
012290     MOVE SID-JOB-NAME TO STS-JOB-NAME.
012300     MOVE SID-STEP-NAME TO STS-STEP-NAME.
012310     MOVE "RATEEVID" TO STS-PROGRAM.
012320     MOVE WS-TO-DATE TO STS-BUSINESS-DATE.
012330     COMPUTE STS-RECORDS-IN = WS-HOLD-EVENT-COUNT
012340         + WS-CORRECTION-COUNT + WS-PURGE-COUNT.
012350     MOVE ZERO TO STS-RECORDS-OUT.
012360     MOVE ZERO TO STS-RECORDS-REJECTED.
012370     MOVE "FINDINGS" TO STS-CONTROL-LABEL.
012380     MOVE WS-FINDING-COUNT TO STS-CONTROL-COUNT.
012390     MOVE ZERO TO STS-CONTROL-HASH.
012400     IF EVIDENCE-REFUSED
012410         MOVE "REFUSED" TO STS-OUTCOME
012420     ELSE
012430         MOVE SPACES TO STS-OUTCOME
012440     END-IF.
012450     IF STS-BUSINESS-DATE = ZERO
012460         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
012470     END-IF.
012480     MOVE RETURN-CODE TO STS-RETURN-CODE.
012490     OPEN EXTEND STEP-STATS-FILE.
012500     IF WS-STATLOG-FILE-STATUS = "35"
012510         OPEN OUTPUT STEP-STATS-FILE
012520     END-IF.
012530     IF WS-STATLOG-FILE-STATUS NOT = "00"
012540         DISPLAY "RATEEVID: UNABLE TO OPEN STATISTICS LOG, "
012550             "STATUS = " WS-STATLOG-FILE-STATUS
012560         GO TO 9900-EXIT
012570     END-IF.
012580     MOVE SPACES TO STEP-STATS-RECORD.
012590     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
012600     WRITE STEP-STATS-RECORD.
012610     IF WS-STATLOG-FILE-STATUS NOT = "00"
012620         DISPLAY "RATEEVID: WRITE FAILED ON STATISTICS LOG, "
012630             "STATUS = " WS-STATLOG-FILE-STATUS
012640     END-IF.
012650     CLOSE STEP-STATS-FILE.
012660 9900-EXIT.
012670     EXIT.
