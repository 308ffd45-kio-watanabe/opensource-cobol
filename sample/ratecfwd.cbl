000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATECFWD.
000030*--------------------------------------------------------------
000040* Contingency carry-forward publication.  When an upstream
000050* system misses its cutoff the calendar gate or the
000060* consolidation step stops the night and the consumers get no
000070* distribution extract at all, which breaks their batch as
000080* well as ours.  Run on operator request with the business
000090* date and the operator's id, this program publishes an
000100* extract for that date regardless: every set that did
000110* certify (the staged certified extract on EXTRIN, empty when
000120* nothing certified) copies through as it stands, and every
000130* set the RATESETR registry expects on the date that is not
000140* there is carried forward from its last certified value on
000150* the history master - or, when the master has nothing for
000160* the set before the date, from the RATEARCH archive.  A
000170* carried line goes out flagged P (provisional) with the
000180* effective date it was carried from, and loads to the
000190* history master as a provisional record under the business
000200* date, journaled to RATEJRNL ahead of the write like any
000210* certification change.  A record the master already holds
000220* certified for the date is published as it stands and never
000230* overwritten.  A contingency record (flag C) is appended to
000240* RATERUNH so the next night's calendar gate sees the date as
000250* run.  The true-up run of the late feed (RATETRUP) certifies
000260* over the provisional records and reports the exposure.
000270*--------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   ---------- ----  ------------------------------------------
000310*   2026-10-15  DLH  Initial version - registry-driven
000320*                    carry-forward of the last certified value
000330*                    for every expected set missing from the
000340*                    night, flagged provisional in the extract
000350*                    and on the history master.
000351*   2026-10-15  DLH  Append a step-statistics line - job, step,
000352*                    business date, times, record counts, key
000353*                    control total, return code - to the shared
000354*                    STATLOG at termination for the RATECSUM
000355*                    cycle status sheet.
000360*--------------------------------------------------------------
000370 ENVIRONMENT      DIVISION.
000380 INPUT-OUTPUT     SECTION.
000390 FILE-CONTROL.
000400     SELECT REGISTRY-FILE
000410         ASSIGN TO RATESETR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS REG-RECORD-KEY
000450         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
000460     SELECT CERTIFIED-FILE
000470         ASSIGN TO EXTRIN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CERTIFIED-FILE-STATUS.
000500     SELECT HISTORY-FILE
000510         ASSIGN TO RATEHMST
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HIST-RECORD-KEY
000550         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000560     SELECT ARCHIVE-FILE
000570         ASSIGN TO ARCHIN
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000600     SELECT EXTRACT-OUT-FILE
000610         ASSIGN TO EXTOUT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-EXTOUT-FILE-STATUS.
000640     SELECT RUN-JOURNAL-FILE
000650         ASSIGN TO RATEJRNL
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000680     SELECT RUN-HISTORY-FILE
000690         ASSIGN TO RATERUNH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
000720     SELECT CFWD-REPORT-FILE
000730         ASSIGN TO CFWDRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-FILE-STATUS.
000751     SELECT STEP-ID-FILE
000752         ASSIGN TO STATID
000753         ORGANIZATION IS LINE SEQUENTIAL
000754         FILE STATUS IS WS-STATID-FILE-STATUS.
000755     SELECT STEP-STATS-FILE
000756         ASSIGN TO STATLOG
000757         ORGANIZATION IS LINE SEQUENTIAL
000758         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000760 DATA             DIVISION.
000770 FILE             SECTION.
000780 FD  REGISTRY-FILE.
000790     COPY RATESETR.
000800 FD  CERTIFIED-FILE.
000810 01  CERTIFIED-RECORD            PIC X(080).
000820 FD  HISTORY-FILE.
000830     COPY RATEHIST.
000840 FD  ARCHIVE-FILE.
000850 01  ARCHIVE-RECORD              PIC X(080).
000860 FD  EXTRACT-OUT-FILE.
000870 01  EXTRACT-OUT-RECORD          PIC X(080).
000880 FD  RUN-JOURNAL-FILE.
000890     COPY RATEJRNL.
000900 FD  RUN-HISTORY-FILE.
000910     COPY RATERUNH.
000920 FD  CFWD-REPORT-FILE.
000930 01  CFWD-REPORT-RECORD          PIC X(080).
000932 FD  STEP-ID-FILE.
000934 01  STEP-ID-RECORD              PIC X(080).
000936 FD  STEP-STATS-FILE.
000938 01  STEP-STATS-RECORD           PIC X(150).
000940 WORKING-STORAGE SECTION.
000950*--------------------------------------------------------------
000960* File status fields and switches.
000970*--------------------------------------------------------------
000980 77  WS-REGISTRY-FILE-STATUS     PIC X(02).
000990 77  WS-CERTIFIED-FILE-STATUS    PIC X(02).
001000 77  WS-HISTORY-FILE-STATUS      PIC X(02).
001010 77  WS-ARCHIVE-FILE-STATUS      PIC X(02).
001020 77  WS-EXTOUT-FILE-STATUS       PIC X(02).
001030 77  WS-JOURNAL-FILE-STATUS      PIC X(02).
001040 77  WS-RUN-HISTORY-FILE-STATUS  PIC X(02).
001050 77  WS-REPORT-FILE-STATUS       PIC X(02).
001060 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001070 01  WS-SWITCHES.
001080     05  WS-REG-DONE-SWITCH      PIC X(01) VALUE "N".
001090         88  REGISTRY-SWEEP-DONE          VALUE "Y".
001100     05  WS-CERT-EOF-SWITCH      PIC X(01) VALUE "N".
001110         88  CERTIFIED-FILE-EOF           VALUE "Y".
001120     05  WS-HIST-DONE-SWITCH     PIC X(01) VALUE "N".
001130         88  SET-HISTORY-DONE             VALUE "Y".
001140     05  WS-ARCHIVE-EOF-SWITCH   PIC X(01) VALUE "N".
001150         88  ARCHIVE-FILE-EOF             VALUE "Y".
001160     05  WS-XTR-HEADER-SWITCH    PIC X(01) VALUE "N".
001170         88  EXTRACT-HEADER-SEEN          VALUE "Y".
001180     05  WS-XTR-TRAILER-SWITCH   PIC X(01) VALUE "N".
001190         88  EXTRACT-TRAILER-SEEN         VALUE "Y".
001200     05  WS-SET-FOUND-SWITCH     PIC X(01) VALUE "N".
001210         88  SET-FOUND                    VALUE "Y".
001220     05  WS-CARRY-FOUND-SWITCH   PIC X(01) VALUE "N".
001230         88  CARRY-ENTRY-FOUND            VALUE "Y".
001240     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001250         88  CONTINGENCY-REFUSED          VALUE "Y".
001260     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001270         88  IO-WRITE-ERROR               VALUE "Y".
001280 01  WS-TIME-WORK.
001290     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001300     05  FILLER                  PIC 9(02).
001310*--------------------------------------------------------------
001320* Contingency card - the business date to publish and the id
001330* of the operator invoking the contingency.
001340*--------------------------------------------------------------
001350 01  WS-PARM-CARD.
001360     05  CFP-BUSINESS-DATE       PIC 9(08).
001370     05  CFP-BUSINESS-DATE-RAW   REDEFINES CFP-BUSINESS-DATE
001380                                 PIC X(08).
001390     05  FILLER                  PIC X(01).
001400     05  CFP-OPERATOR-ID         PIC X(08).
001410     05  FILLER                  PIC X(63).
001420 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
001430*--------------------------------------------------------------
001440* Interface extract line as written by the certification run,
001450* with header and trailer views.  A provisional line carries
001460* status P and the effective date its value was carried from.
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
001590         10  FILLER              PIC X(01).
001600         10  EXT-RATE-STATUS     PIC X(01).
001610         10  FILLER              PIC X(01).
001620         10  EXT-CARRIED-FROM-DATE
001630                                 PIC X(08).
001640         10  FILLER              PIC X(41).
001650     05  EXT-HDR-FIELDS          REDEFINES EXT-BODY.
001660         10  EXT-HDR-BUSINESS-DATE
001670                                 PIC 9(08).
001680         10  EXT-HDR-SOURCE      PIC X(08).
001690         10  FILLER              PIC X(63).
001700     05  EXT-TRL-FIELDS          REDEFINES EXT-BODY.
001710         10  EXT-TRL-RECORD-COUNT
001720                                 PIC 9(07).
001730         10  EXT-TRL-VALUE-HASH  PIC 9(11)V9(04).
001740         10  FILLER              PIC X(57).
001750*--------------------------------------------------------------
001760* Archive line - the flat image of a rolled-off history record.
001770*--------------------------------------------------------------
001780     COPY RATEHARC.
001790*--------------------------------------------------------------
001800* Expected-set table - one entry per set the registry expects
001810* on the business date, marked C when it certified on EXTRIN,
001820* and for a missing set the source its carried values came
001830* from (M master, A archive, blank when nothing was found).
001840*--------------------------------------------------------------
001850 01  WS-SET-TABLE.
001860     05  WS-SET-ENTRY            OCCURS 100 TIMES.
001870         10  CFS-SET-ID          PIC X(04).
001880         10  CFS-STATUS          PIC X(01).
001890             88  CFS-CERTIFIED            VALUE "C".
001900             88  CFS-MISSING              VALUE "M".
001910         10  CFS-CARRY-SOURCE    PIC X(01).
001920             88  CFS-FROM-MASTER          VALUE "M".
001930             88  CFS-FROM-ARCHIVE         VALUE "A".
001940             88  CFS-NOTHING-FOUND        VALUE " ".
001950         10  CFS-FIELD-COUNT     PIC 9(04) COMP.
001960 77  WS-SET-COUNT                PIC 9(03) COMP VALUE ZERO.
001970 77  WS-SET-SUB                  PIC 9(03) COMP VALUE ZERO.
001980*--------------------------------------------------------------
001990* Carry table - the last certified value per field of every
002000* missing set, found on the master (or the archive) strictly
002010* before the business date.  Provisional records never serve
002020* as a source - a second missed night still carries the last
002030* certified value.
002040*--------------------------------------------------------------
002050 01  WS-CARRY-TABLE.
002060     05  WS-CARRY-ENTRY          OCCURS 3000 TIMES.
002070         10  CRY-SET-SUB         PIC 9(03) COMP.
002080         10  CRY-FIELD-NAME      PIC X(10).
002090         10  CRY-EFF-DATE        PIC 9(08).
002100         10  CRY-FIELD-VALUE     PIC S9(05)V9(04) COMP-3.
002110 77  WS-CARRY-MAX                PIC 9(05) COMP VALUE 3000.
002120 77  WS-CARRY-COUNT              PIC 9(05) COMP VALUE ZERO.
002130 77  WS-CARRY-SUB                PIC 9(05) COMP VALUE ZERO.
002140 77  WS-ARCHIVE-START-SUB        PIC 9(05) COMP VALUE ZERO.
002150 77  WS-ARCHIVE-SET-COUNT        PIC 9(03) COMP VALUE ZERO.
002160*--------------------------------------------------------------
002170* Run tallies and extract controls.
002180*--------------------------------------------------------------
002190 77  WS-CERT-LINE-COUNT          PIC 9(07) COMP VALUE ZERO.
002200 77  WS-CERT-LINE-HASH           PIC 9(11)V9(04) COMP-3
002210                                 VALUE ZERO.
002220 77  WS-XTR-TRAILER-COUNT        PIC 9(07) VALUE ZERO.
002230 77  WS-XTR-TRAILER-HASH         PIC 9(11)V9(04) COMP-3
002240                                 VALUE ZERO.
002250 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
002260 77  WS-EXTRACT-HASH             PIC 9(11)V9(04) COMP-3
002270                                 VALUE ZERO.
002280 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
002290                                 VALUE ZERO.
002300 77  WS-CARRIED-COUNT            PIC 9(05) COMP VALUE ZERO.
002310 77  WS-STOOD-COUNT              PIC 9(05) COMP VALUE ZERO.
002320 77  WS-UNCOVERED-SET-COUNT      PIC 9(03) COMP VALUE ZERO.
002330 77  WS-MISSING-SET-COUNT        PIC 9(03) COMP VALUE ZERO.
002340 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
002350 77  WS-JRN-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
002360 77  WS-JRN-AFTER-IMAGE          PIC X(80) VALUE SPACES.
002370*--------------------------------------------------------------
002380* Output line builders - the same data-line, header and
002390* trailer shapes the certification run writes; the header
002400* names this program as the source so a consumer can tell a
002410* contingency file from a certified one.
002420*--------------------------------------------------------------
002430 01  WS-CFWD-LINE.
002440     05  CFL-REC-TYPE            PIC X(01) VALUE "D".
002450     05  CFL-SET-ID              PIC X(04).
002460     05  FILLER                  PIC X(02) VALUE SPACES.
002470     05  CFL-FIELD-NAME          PIC X(10).
002480     05  FILLER                  PIC X(02) VALUE SPACES.
002490     05  CFL-FIELD-VALUE         PIC S9(05)V9(04).
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  CFL-RATE-STATUS         PIC X(01).
002520     05  FILLER                  PIC X(01) VALUE SPACES.
002530     05  CFL-CARRIED-FROM-DATE   PIC 9(08).
002540     05  FILLER                  PIC X(41) VALUE SPACES.
002550 01  WS-CFWD-HEADER.
002560     05  FILLER                  PIC X(01) VALUE "H".
002570     05  CFH-BUSINESS-DATE       PIC 9(08).
002580     05  CFH-SOURCE-SYSTEM       PIC X(08) VALUE "RATECFWD".
002590     05  FILLER                  PIC X(63) VALUE SPACES.
002600 01  WS-CFWD-TRAILER.
002610     05  FILLER                  PIC X(01) VALUE "T".
002620     05  CFT-RECORD-COUNT        PIC 9(07).
002630     05  CFT-VALUE-HASH          PIC 9(11)V9(04).
002640     05  FILLER                  PIC X(57) VALUE SPACES.
002650*--------------------------------------------------------------
002660* Contingency report layouts - one line per expected set with
002670* its disposition, one per carried field, then the totals.
002680*--------------------------------------------------------------
002690 01  WS-CFW-HEADER-1.
002700     05  FILLER                  PIC X(30)
002710         VALUE "CONTINGENCY CARRY-FORWARD".
002720     05  FILLER                  PIC X(09) VALUE "BUS DATE ".
002730     05  HDR-BUSINESS-DATE       PIC X(08).
002740     05  FILLER                  PIC X(07) VALUE "  OPER ".
002750     05  HDR-OPERATOR-ID         PIC X(08).
002760     05  FILLER                  PIC X(07) VALUE "  RUN ".
002770     05  HDR-RUN-DATE            PIC 9(08).
002780 01  WS-CFW-HEADER-2.
002790     05  FILLER                  PIC X(06) VALUE "SET".
002800     05  FILLER                  PIC X(12) VALUE "FIELD NAME".
002810     05  FILLER                  PIC X(14) VALUE "  CARRIED RATE".
002820     05  FILLER                  PIC X(12) VALUE "  FROM DATE".
002830     05  FILLER                  PIC X(30) VALUE "DISPOSITION".
002840 01  WS-CFW-DETAIL-LINE.
002850     05  CRP-SET-ID              PIC X(04).
002860     05  FILLER                  PIC X(02) VALUE SPACES.
002870     05  CRP-FIELD-NAME          PIC X(10).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  CRP-FIELD-VALUE         PIC Z(04)9.9(04)-.
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  CRP-FROM-DATE           PIC X(08).
002920     05  FILLER                  PIC X(04) VALUE SPACES.
002930     05  CRP-DISPOSITION         PIC X(30).
002940 01  WS-CFW-TOTAL-LINE-1.
002950     05  FILLER                  PIC X(15)
002960         VALUE "EXPECTED SETS ".
002970     05  CRP-TOTAL-SETS          PIC ZZ9.
002980     05  FILLER                  PIC X(11) VALUE "  MISSING ".
002990     05  CRP-TOTAL-MISSING       PIC ZZ9.
003000     05  FILLER                  PIC X(14) VALUE "  NO VALUE ON ".
003010     05  FILLER                  PIC X(06) VALUE "FILE ".
003020     05  CRP-TOTAL-UNCOVERED     PIC ZZ9.
003030 01  WS-CFW-TOTAL-LINE-2.
003040     05  FILLER                  PIC X(17)
003050         VALUE "CERTIFIED LINES ".
003060     05  CRP-TOTAL-CERTIFIED     PIC ZZZZZZ9.
003070     05  FILLER                  PIC X(11) VALUE "  CARRIED ".
003080     05  CRP-TOTAL-CARRIED       PIC ZZZZ9.
003090     05  FILLER                  PIC X(20)
003100         VALUE "  STOOD CERTIFIED ".
003110     05  CRP-TOTAL-STOOD         PIC ZZZZ9.
003120 01  WS-CFW-REFUSED-LINE.
003130     05  FILLER                  PIC X(24)
003140         VALUE "CONTINGENCY REFUSED - ".
003150     05  CRP-REFUSE-REASON       PIC X(40).
003151*--------------------------------------------------------------
003152* Step statistics - the STATID job/step card, the line appended
003153* to the shared STATLOG at termination and their file status
003154* fields.
003155*--------------------------------------------------------------
003156 77  WS-STATID-FILE-STATUS       PIC X(02).
003157 77  WS-STATLOG-FILE-STATUS      PIC X(02).
003158     COPY RATESTAT.
003160 PROCEDURE        DIVISION.
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     PERFORM 2000-LOAD-EXPECTED-SET THRU 2000-EXIT
003200         UNTIL REGISTRY-SWEEP-DONE.
003210     PERFORM 3000-COPY-CERTIFIED-LINE THRU 3000-EXIT
003220         UNTIL CERTIFIED-FILE-EOF.
003230     PERFORM 3800-VERIFY-CERTIFIED-TRAILER THRU 3800-EXIT.
003240     IF NOT CONTINGENCY-REFUSED
003250         MOVE ZERO TO WS-SET-SUB
003260         PERFORM 4000-CARRY-ONE-SET THRU 4000-EXIT
003270             UNTIL WS-SET-SUB NOT < WS-SET-COUNT
003280         PERFORM 4500-SEARCH-ARCHIVE THRU 4500-EXIT
003290         MOVE ZERO TO WS-CARRY-SUB
003300         PERFORM 5000-PUBLISH-ONE-CARRY THRU 5000-EXIT
003310             UNTIL WS-CARRY-SUB NOT < WS-CARRY-COUNT
003320         PERFORM 5900-WRITE-EXTRACT-TRAILER THRU 5900-EXIT
003330         PERFORM 6000-WRITE-RUN-HISTORY THRU 6000-EXIT
003340     END-IF.
003350     PERFORM 7000-WRITE-RUN-TOTALS THRU 7000-EXIT.
003360     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003370     STOP RUN.
003380*--------------------------------------------------------------
003390* Initialization - the card is proved first; a card without a
003400* numeric business date or an operator id refuses the run and
003410* nothing publishes.
003420*--------------------------------------------------------------
003430 1000-INITIALIZE.
003433     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003436     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
003440     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003450     ACCEPT WS-TIME-WORK FROM TIME.
003460     MOVE SPACES TO WS-PARM-CARD.
003470     ACCEPT WS-PARM-CARD.
003480     IF CFP-BUSINESS-DATE NOT NUMERIC
003490         MOVE "BUSINESS DATE MISSING OR NOT NUMERIC"
003500             TO WS-REFUSE-REASON
003510         MOVE "Y" TO WS-REFUSED-SWITCH
003520     END-IF.
003530     IF CFP-OPERATOR-ID = SPACES
003540         MOVE "OPERATOR ID MISSING" TO WS-REFUSE-REASON
003550         MOVE "Y" TO WS-REFUSED-SWITCH
003560     END-IF.
003570     OPEN OUTPUT CFWD-REPORT-FILE.
003580     IF WS-REPORT-FILE-STATUS NOT = "00"
003590         DISPLAY "RATECFWD: UNABLE TO OPEN CONTINGENCY REPORT, "
003600             "STATUS = " WS-REPORT-FILE-STATUS
003610     END-IF.
003620     MOVE CFP-BUSINESS-DATE-RAW TO HDR-BUSINESS-DATE.
003630     MOVE CFP-OPERATOR-ID TO HDR-OPERATOR-ID.
003640     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003650     MOVE SPACES TO CFWD-REPORT-RECORD.
003660     MOVE WS-CFW-HEADER-1 TO CFWD-REPORT-RECORD.
003670     WRITE CFWD-REPORT-RECORD.
003680     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
003690     MOVE SPACES TO CFWD-REPORT-RECORD.
003700     MOVE WS-CFW-HEADER-2 TO CFWD-REPORT-RECORD.
003710     WRITE CFWD-REPORT-RECORD.
003720     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
003730     MOVE SPACES TO CFWD-REPORT-RECORD.
003740     WRITE CFWD-REPORT-RECORD.
003750     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
003760     IF CONTINGENCY-REFUSED
003770         MOVE "Y" TO WS-REG-DONE-SWITCH
003780         MOVE "Y" TO WS-CERT-EOF-SWITCH
003790         GO TO 1000-EXIT
003800     END-IF.
003810     OPEN INPUT REGISTRY-FILE.
003820     IF WS-REGISTRY-FILE-STATUS NOT = "00"
003830         DISPLAY "RATECFWD: UNABLE TO OPEN SET REGISTRY, "
003840             "STATUS = " WS-REGISTRY-FILE-STATUS
003850         MOVE "SET REGISTRY UNAVAILABLE" TO WS-REFUSE-REASON
003860         MOVE "Y" TO WS-REFUSED-SWITCH
003870         MOVE "Y" TO WS-REG-DONE-SWITCH
003880     ELSE
003890         MOVE LOW-VALUES TO REG-RECORD-KEY
003900         START REGISTRY-FILE
003910             KEY IS NOT LESS THAN REG-RECORD-KEY
003920             INVALID KEY
003930                 MOVE "Y" TO WS-REG-DONE-SWITCH
003940         END-START
003950     END-IF.
003960     OPEN INPUT CERTIFIED-FILE.
003970     IF WS-CERTIFIED-FILE-STATUS NOT = "00"
003980         DISPLAY "RATECFWD: UNABLE TO OPEN CERTIFIED EXTRACT, "
003990             "STATUS = " WS-CERTIFIED-FILE-STATUS
004000         MOVE "CERTIFIED EXTRACT UNAVAILABLE"
004010             TO WS-REFUSE-REASON
004020         MOVE "Y" TO WS-REFUSED-SWITCH
004030         MOVE "Y" TO WS-CERT-EOF-SWITCH
004040     END-IF.
004050     OPEN I-O HISTORY-FILE.
004060     IF WS-HISTORY-FILE-STATUS NOT = "00"
004070         DISPLAY "RATECFWD: UNABLE TO OPEN HISTORY FILE, "
004080             "STATUS = " WS-HISTORY-FILE-STATUS
004090         MOVE "HISTORY MASTER UNAVAILABLE" TO WS-REFUSE-REASON
004100         MOVE "Y" TO WS-REFUSED-SWITCH
004110         MOVE "Y" TO WS-CERT-EOF-SWITCH
004120     END-IF.
004130     OPEN OUTPUT EXTRACT-OUT-FILE.
004140     IF WS-EXTOUT-FILE-STATUS NOT = "00"
004150         DISPLAY "RATECFWD: UNABLE TO OPEN EXTRACT OUT, "
004160             "STATUS = " WS-EXTOUT-FILE-STATUS
004170         MOVE "Y" TO WS-IO-ERROR-SWITCH
004180         MOVE "Y" TO WS-REFUSED-SWITCH
004190         MOVE "Y" TO WS-CERT-EOF-SWITCH
004200     END-IF.
004210     OPEN EXTEND RUN-JOURNAL-FILE.
004220     IF WS-JOURNAL-FILE-STATUS = "35"
004230         OPEN OUTPUT RUN-JOURNAL-FILE
004240     END-IF.
004250     IF WS-JOURNAL-FILE-STATUS NOT = "00"
004260         DISPLAY "RATECFWD: UNABLE TO OPEN RUN JOURNAL, "
004270             "STATUS = " WS-JOURNAL-FILE-STATUS
004280         MOVE "Y" TO WS-IO-ERROR-SWITCH
004290         MOVE "Y" TO WS-REFUSED-SWITCH
004300         MOVE "Y" TO WS-CERT-EOF-SWITCH
004310     END-IF.
004320     IF CONTINGENCY-REFUSED
004330         GO TO 1000-EXIT
004340     END-IF.
004350     MOVE CFP-BUSINESS-DATE TO CFH-BUSINESS-DATE.
004360     MOVE WS-CFWD-HEADER TO WS-EXTRACT-LINE.
004370     PERFORM 5800-WRITE-EXTRACT-RECORD THRU 5800-EXIT.
004380 1000-EXIT.
004390     EXIT.
004400*--------------------------------------------------------------
004410* Expected sets - every set active and in effect on the
004420* business date, the same rule the edit step applies to the
004430* nightly feed.  Each starts out missing until EXTRIN shows it
004440* certified.
004450*--------------------------------------------------------------
004460 2000-LOAD-EXPECTED-SET.
004470     READ REGISTRY-FILE NEXT RECORD
004480         AT END
004490             MOVE "Y" TO WS-REG-DONE-SWITCH
004500     END-READ.
004510     IF WS-REGISTRY-FILE-STATUS NOT = "00"
004520         MOVE "Y" TO WS-REG-DONE-SWITCH
004530     END-IF.
004540     IF REGISTRY-SWEEP-DONE
004550         GO TO 2000-EXIT
004560     END-IF.
004570     IF NOT REG-ACTIVE
004580         OR REG-EFF-FROM-DATE > CFP-BUSINESS-DATE
004590         OR REG-EFF-TO-DATE < CFP-BUSINESS-DATE
004600         GO TO 2000-EXIT
004610     END-IF.
004620     IF WS-SET-COUNT NOT < 100
004630         DISPLAY "RATECFWD: EXPECTED-SET TABLE FULL - SET "
004640             REG-SET-ID " NOT COVERED"
004650         ADD 1 TO WS-UNCOVERED-SET-COUNT
004660         GO TO 2000-EXIT
004670     END-IF.
004680     ADD 1 TO WS-SET-COUNT.
004690     MOVE REG-SET-ID TO CFS-SET-ID (WS-SET-COUNT).
004700     MOVE "M" TO CFS-STATUS (WS-SET-COUNT).
004710     MOVE SPACES TO CFS-CARRY-SOURCE (WS-SET-COUNT).
004720     MOVE ZERO TO CFS-FIELD-COUNT (WS-SET-COUNT).
004730 2000-EXIT.
004740     EXIT.
004750*--------------------------------------------------------------
004760* Certified pass-through - the staged certified extract (when
004770* any set certified) copies to the contingency extract line
004780* for line, and every set on it is marked certified.  Its
004790* header must carry the business date being published and its
004800* trailer must prove, or nothing publishes.
004810*--------------------------------------------------------------
004820 3000-COPY-CERTIFIED-LINE.
004830     READ CERTIFIED-FILE INTO WS-EXTRACT-LINE
004840         AT END
004850             MOVE "Y" TO WS-CERT-EOF-SWITCH
004860     END-READ.
004870     IF CERTIFIED-FILE-EOF
004880         GO TO 3000-EXIT
004890     END-IF.
004900     IF EXTRACT-TRAILER-SEEN
004910         GO TO 3000-EXIT
004920     END-IF.
004930     EVALUATE TRUE
004940         WHEN EXT-HEADER-LINE
004950             MOVE "Y" TO WS-XTR-HEADER-SWITCH
004960             IF EXT-HDR-BUSINESS-DATE NOT NUMERIC
004970                 OR EXT-HDR-BUSINESS-DATE NOT = CFP-BUSINESS-DATE
004980                 MOVE "CERTIFIED EXTRACT IS FOR ANOTHER DATE"
004990                     TO WS-REFUSE-REASON
005000                 MOVE "Y" TO WS-REFUSED-SWITCH
005010                 MOVE "Y" TO WS-CERT-EOF-SWITCH
005020             END-IF
005030         WHEN EXT-TRAILER-LINE
005040             MOVE "Y" TO WS-XTR-TRAILER-SWITCH
005050             IF EXT-TRL-RECORD-COUNT NUMERIC
005060                 MOVE EXT-TRL-RECORD-COUNT
005070                     TO WS-XTR-TRAILER-COUNT
005080             END-IF
005090             IF EXT-TRL-VALUE-HASH NUMERIC
005100                 MOVE EXT-TRL-VALUE-HASH
005110                     TO WS-XTR-TRAILER-HASH
005120             END-IF
005130         WHEN EXT-DATA-LINE
005140             ADD 1 TO WS-CERT-LINE-COUNT
005150             MOVE EXT-FIELD-VALUE TO WS-HASH-WORK
005160             IF WS-HASH-WORK < 0
005170                 COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
005180             END-IF
005190             ADD WS-HASH-WORK TO WS-CERT-LINE-HASH
005200             PERFORM 3050-MARK-CERTIFIED-SET THRU 3050-EXIT
005210             PERFORM 5800-WRITE-EXTRACT-RECORD THRU 5800-EXIT
005220             ADD 1 TO WS-EXTRACT-COUNT
005230             ADD WS-HASH-WORK TO WS-EXTRACT-HASH
005240         WHEN OTHER
005250             CONTINUE
005260     END-EVALUATE.
005270 3000-EXIT.
005280     EXIT.
005290 3050-MARK-CERTIFIED-SET.
005300     MOVE "N" TO WS-SET-FOUND-SWITCH.
005310     MOVE ZERO TO WS-SET-SUB.
005320     PERFORM 3060-SCAN-ONE-SET THRU 3060-EXIT
005330         UNTIL SET-FOUND
005340         OR WS-SET-SUB NOT < WS-SET-COUNT.
005350     IF SET-FOUND
005360         MOVE "C" TO CFS-STATUS (WS-SET-SUB)
005370     END-IF.
005380 3050-EXIT.
005390     EXIT.
005400 3060-SCAN-ONE-SET.
005410     ADD 1 TO WS-SET-SUB.
005420     IF CFS-SET-ID (WS-SET-SUB) = EXT-SET-ID
005430         MOVE "Y" TO WS-SET-FOUND-SWITCH
005440     END-IF.
005450 3060-EXIT.
005460     EXIT.
005470*--------------------------------------------------------------
005480* Certified-extract proof - an empty EXTRIN (nothing
005490* certified) passes; anything else needs its header and a
005500* trailer that ties to the lines read.
005510*--------------------------------------------------------------
005520 3800-VERIFY-CERTIFIED-TRAILER.
005530     EVALUATE TRUE
005540         WHEN CONTINGENCY-REFUSED
005550             CONTINUE
005560         WHEN NOT EXTRACT-HEADER-SEEN
005570             AND NOT EXTRACT-TRAILER-SEEN
005580             AND WS-CERT-LINE-COUNT = ZERO
005590             DISPLAY "RATECFWD: NO CERTIFIED EXTRACT - EVERY "
005600                 "EXPECTED SET CARRIES FORWARD"
005610         WHEN NOT EXTRACT-HEADER-SEEN
005620             MOVE "CERTIFIED EXTRACT HAS NO HEADER"
005630                 TO WS-REFUSE-REASON
005640             MOVE "Y" TO WS-REFUSED-SWITCH
005650         WHEN NOT EXTRACT-TRAILER-SEEN
005660             MOVE "CERTIFIED EXTRACT HAS NO TRAILER"
005670                 TO WS-REFUSE-REASON
005680             MOVE "Y" TO WS-REFUSED-SWITCH
005690         WHEN WS-XTR-TRAILER-COUNT NOT = WS-CERT-LINE-COUNT
005700             OR WS-XTR-TRAILER-HASH NOT = WS-CERT-LINE-HASH
005710             MOVE "CERTIFIED EXTRACT TRAILER DOES NOT TIE"
005720                 TO WS-REFUSE-REASON
005730             MOVE "Y" TO WS-REFUSED-SWITCH
005740     END-EVALUATE.
005750     IF WS-SET-COUNT = ZERO
005760         AND NOT CONTINGENCY-REFUSED
005770         MOVE "NO SET EXPECTED ON THE BUSINESS DATE"
005780             TO WS-REFUSE-REASON
005790         MOVE "Y" TO WS-REFUSED-SWITCH
005800     END-IF.
005810 3800-EXIT.
005820     EXIT.
005830*--------------------------------------------------------------
005840* Master search - for a missing set, browse its history
005850* records in key order (field, then effective date) and keep,
005860* per field, the last certified record dated before the
005870* business date.
005880*--------------------------------------------------------------
005890 4000-CARRY-ONE-SET.
005900     ADD 1 TO WS-SET-SUB.
005910     IF NOT CFS-MISSING (WS-SET-SUB)
005920         GO TO 4000-EXIT
005930     END-IF.
005940     ADD 1 TO WS-MISSING-SET-COUNT.
005950     MOVE CFS-SET-ID (WS-SET-SUB) TO HIST-SET-ID.
005960     MOVE LOW-VALUES TO HIST-FIELD-NAME.
005970     MOVE ZERO TO HIST-EFF-DATE.
005980     MOVE "N" TO WS-HIST-DONE-SWITCH.
005990     START HISTORY-FILE
006000         KEY IS NOT LESS THAN HIST-RECORD-KEY
006010         INVALID KEY
006020             MOVE "Y" TO WS-HIST-DONE-SWITCH
006030     END-START.
006040     PERFORM 4100-READ-SET-HISTORY THRU 4100-EXIT
006050         UNTIL SET-HISTORY-DONE.
006060     IF CFS-FIELD-COUNT (WS-SET-SUB) > ZERO
006070         MOVE "M" TO CFS-CARRY-SOURCE (WS-SET-SUB)
006080     ELSE
006090         ADD 1 TO WS-ARCHIVE-SET-COUNT
006100     END-IF.
006110 4000-EXIT.
006120     EXIT.
006130 4100-READ-SET-HISTORY.
006140     READ HISTORY-FILE NEXT RECORD
006150         AT END
006160             MOVE "Y" TO WS-HIST-DONE-SWITCH
006170     END-READ.
006180     IF WS-HISTORY-FILE-STATUS NOT = "00"
006190         MOVE "Y" TO WS-HIST-DONE-SWITCH
006200     END-IF.
006210     IF SET-HISTORY-DONE
006220         GO TO 4100-EXIT
006230     END-IF.
006240     IF HIST-SET-ID NOT = CFS-SET-ID (WS-SET-SUB)
006250         MOVE "Y" TO WS-HIST-DONE-SWITCH
006260         GO TO 4100-EXIT
006270     END-IF.
006280     IF HIST-EFF-DATE NOT < CFP-BUSINESS-DATE
006290         OR HIST-PROVISIONAL
006300         GO TO 4100-EXIT
006310     END-IF.
006320     IF CFS-FIELD-COUNT (WS-SET-SUB) > ZERO
006330         IF CRY-FIELD-NAME (WS-CARRY-COUNT) = HIST-FIELD-NAME
006340             MOVE HIST-EFF-DATE TO CRY-EFF-DATE (WS-CARRY-COUNT)
006350             MOVE HIST-FIELD-VALUE
006360                 TO CRY-FIELD-VALUE (WS-CARRY-COUNT)
006365             GO TO 4100-EXIT
006370         END-IF
006380     END-IF.
006390     IF WS-CARRY-COUNT NOT < WS-CARRY-MAX
006400         DISPLAY "RATECFWD: CARRY TABLE FULL - SET "
006410             HIST-SET-ID " FIELD " HIST-FIELD-NAME
006420             " NOT CARRIED"
006430         MOVE "Y" TO WS-IO-ERROR-SWITCH
006440         MOVE "Y" TO WS-HIST-DONE-SWITCH
006450         GO TO 4100-EXIT
006460     END-IF.
006470     ADD 1 TO WS-CARRY-COUNT.
006480     ADD 1 TO CFS-FIELD-COUNT (WS-SET-SUB).
006490     MOVE WS-SET-SUB TO CRY-SET-SUB (WS-CARRY-COUNT).
006500     MOVE HIST-FIELD-NAME TO CRY-FIELD-NAME (WS-CARRY-COUNT).
006510     MOVE HIST-EFF-DATE TO CRY-EFF-DATE (WS-CARRY-COUNT).
006520     MOVE HIST-FIELD-VALUE TO CRY-FIELD-VALUE (WS-CARRY-COUNT).
006530 4100-EXIT.
006540     EXIT.
006550*--------------------------------------------------------------
006560* Archive fallback - one pass over the archive for the
006570* missing sets the master had nothing for.  The archive is
006580* appended run by run, not in key order, so each field keeps
006590* the latest certified date seen anywhere on it.
006600*--------------------------------------------------------------
006610 4500-SEARCH-ARCHIVE.
006620     IF WS-ARCHIVE-SET-COUNT = ZERO
006630         GO TO 4500-EXIT
006640     END-IF.
006650     OPEN INPUT ARCHIVE-FILE.
006660     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
006670         DISPLAY "RATECFWD: UNABLE TO OPEN ARCHIVE, STATUS = "
006680             WS-ARCHIVE-FILE-STATUS
006690         GO TO 4500-EXIT
006700     END-IF.
006710     MOVE WS-CARRY-COUNT TO WS-ARCHIVE-START-SUB.
006720     PERFORM 4550-READ-ONE-ARCHIVE THRU 4550-EXIT
006730         UNTIL ARCHIVE-FILE-EOF.
006740     CLOSE ARCHIVE-FILE.
006750 4500-EXIT.
006760     EXIT.
006770 4550-READ-ONE-ARCHIVE.
006780     READ ARCHIVE-FILE INTO WS-ARCHIVE-LINE
006790         AT END
006800             MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
006810     END-READ.
006820     IF ARCHIVE-FILE-EOF
006830         GO TO 4550-EXIT
006840     END-IF.
006850     IF ARC-EFF-DATE NOT NUMERIC
006860         OR ARC-EFF-DATE NOT < CFP-BUSINESS-DATE
006870         OR ARC-PROVISIONAL
006880         GO TO 4550-EXIT
006890     END-IF.
006900     MOVE "N" TO WS-SET-FOUND-SWITCH.
006910     MOVE ZERO TO WS-SET-SUB.
006920     PERFORM 4560-FIND-ARCHIVE-SET THRU 4560-EXIT
006930         UNTIL SET-FOUND
006940         OR WS-SET-SUB NOT < WS-SET-COUNT.
006950     IF NOT SET-FOUND
006960         GO TO 4550-EXIT
006970     END-IF.
006980     MOVE "N" TO WS-CARRY-FOUND-SWITCH.
006990     MOVE WS-ARCHIVE-START-SUB TO WS-CARRY-SUB.
007000     PERFORM 4570-FIND-ARCHIVE-FIELD THRU 4570-EXIT
007010         UNTIL CARRY-ENTRY-FOUND
007020         OR WS-CARRY-SUB NOT < WS-CARRY-COUNT.
007030     IF CARRY-ENTRY-FOUND
007040         IF ARC-EFF-DATE > CRY-EFF-DATE (WS-CARRY-SUB)
007050             MOVE ARC-EFF-DATE TO CRY-EFF-DATE (WS-CARRY-SUB)
007060             MOVE ARC-FIELD-VALUE
007070                 TO CRY-FIELD-VALUE (WS-CARRY-SUB)
007080         END-IF
007090         GO TO 4550-EXIT
007100     END-IF.
007110     IF WS-CARRY-COUNT NOT < WS-CARRY-MAX
007120         DISPLAY "RATECFWD: CARRY TABLE FULL - SET "
007130             ARC-SET-ID " FIELD " ARC-FIELD-NAME
007140             " NOT CARRIED"
007150         MOVE "Y" TO WS-IO-ERROR-SWITCH
007160         MOVE "Y" TO WS-ARCHIVE-EOF-SWITCH
007170         GO TO 4550-EXIT
007180     END-IF.
007190     ADD 1 TO WS-CARRY-COUNT.
007200     ADD 1 TO CFS-FIELD-COUNT (WS-SET-SUB).
007210     MOVE "A" TO CFS-CARRY-SOURCE (WS-SET-SUB).
007220     MOVE WS-SET-SUB TO CRY-SET-SUB (WS-CARRY-COUNT).
007230     MOVE ARC-FIELD-NAME TO CRY-FIELD-NAME (WS-CARRY-COUNT).
007240     MOVE ARC-EFF-DATE TO CRY-EFF-DATE (WS-CARRY-COUNT).
007250     MOVE ARC-FIELD-VALUE TO CRY-FIELD-VALUE (WS-CARRY-COUNT).
007260 4550-EXIT.
007270     EXIT.
007280*--------------------------------------------------------------
007290* A set qualifies for the archive only when it is missing and
007300* the master gave it nothing.
007310*--------------------------------------------------------------
007320 4560-FIND-ARCHIVE-SET.
007330     ADD 1 TO WS-SET-SUB.
007340     IF CFS-SET-ID (WS-SET-SUB) = ARC-SET-ID
007350         AND CFS-MISSING (WS-SET-SUB)
007360         AND NOT CFS-FROM-MASTER (WS-SET-SUB)
007370         MOVE "Y" TO WS-SET-FOUND-SWITCH
007380     END-IF.
007390 4560-EXIT.
007400     EXIT.
007410 4570-FIND-ARCHIVE-FIELD.
007420     ADD 1 TO WS-CARRY-SUB.
007430     IF CRY-SET-SUB (WS-CARRY-SUB) = WS-SET-SUB
007440         AND CRY-FIELD-NAME (WS-CARRY-SUB) = ARC-FIELD-NAME
007450         MOVE "Y" TO WS-CARRY-FOUND-SWITCH
007460     END-IF.
007470 4570-EXIT.
007480     EXIT.
007490*--------------------------------------------------------------
007500* Publication - one carried field.  A record the master
007510* already holds certified for the business date publishes as
007520* it stands and is left alone; otherwise the carried value
007530* goes out flagged provisional and loads to the master as a
007540* provisional record, journaled ahead of the write.
007550*--------------------------------------------------------------
007560 5000-PUBLISH-ONE-CARRY.
007570     ADD 1 TO WS-CARRY-SUB.
007580     MOVE CRY-SET-SUB (WS-CARRY-SUB) TO WS-SET-SUB.
007590     MOVE SPACES TO WS-CFWD-LINE.
007600     MOVE "D" TO CFL-REC-TYPE.
007610     MOVE CFS-SET-ID (WS-SET-SUB) TO CFL-SET-ID.
007620     MOVE CRY-FIELD-NAME (WS-CARRY-SUB) TO CFL-FIELD-NAME.
007630     MOVE CFS-SET-ID (WS-SET-SUB) TO CRP-SET-ID.
007640     MOVE CRY-FIELD-NAME (WS-CARRY-SUB) TO CRP-FIELD-NAME.
007650     MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
007660     MOVE CFS-SET-ID (WS-SET-SUB) TO HIST-SET-ID.
007670     MOVE CRY-FIELD-NAME (WS-CARRY-SUB) TO HIST-FIELD-NAME.
007680     MOVE CFP-BUSINESS-DATE TO HIST-EFF-DATE.
007690     READ HISTORY-FILE
007700         NOT INVALID KEY
007710             MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
007720     END-READ.
007730     IF WS-JRN-BEFORE-IMAGE NOT = SPACES
007740         AND NOT HIST-PROVISIONAL
007750         MOVE HIST-FIELD-VALUE TO CFL-FIELD-VALUE
007760         MOVE HIST-FIELD-VALUE TO CRP-FIELD-VALUE
007770         MOVE SPACES TO CRP-FROM-DATE
007780         MOVE "CERTIFIED ON MASTER - PUBLISHED"
007790             TO CRP-DISPOSITION
007800         ADD 1 TO WS-STOOD-COUNT
007810     ELSE
007820         MOVE CRY-FIELD-VALUE (WS-CARRY-SUB) TO CFL-FIELD-VALUE
007830         MOVE "P" TO CFL-RATE-STATUS
007840         MOVE CRY-EFF-DATE (WS-CARRY-SUB)
007850             TO CFL-CARRIED-FROM-DATE
007860         MOVE CRY-FIELD-VALUE (WS-CARRY-SUB) TO CRP-FIELD-VALUE
007870         MOVE CRY-EFF-DATE (WS-CARRY-SUB) TO CRP-FROM-DATE
007880         IF CFS-FROM-ARCHIVE (WS-SET-SUB)
007890             MOVE "CARRIED FROM ARCHIVE" TO CRP-DISPOSITION
007900         ELSE
007910             MOVE "CARRIED FROM MASTER" TO CRP-DISPOSITION
007920         END-IF
007930         PERFORM 5100-WRITE-PROVISIONAL THRU 5100-EXIT
007940         ADD 1 TO WS-CARRIED-COUNT
007950     END-IF.
007960     MOVE WS-CFWD-LINE TO WS-EXTRACT-LINE.
007970     PERFORM 5800-WRITE-EXTRACT-RECORD THRU 5800-EXIT.
007980     ADD 1 TO WS-EXTRACT-COUNT.
007990     MOVE CFL-FIELD-VALUE TO WS-HASH-WORK.
008000     IF WS-HASH-WORK < 0
008010         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
008020     END-IF.
008030     ADD WS-HASH-WORK TO WS-EXTRACT-HASH.
008040     MOVE SPACES TO CFWD-REPORT-RECORD.
008050     MOVE WS-CFW-DETAIL-LINE TO CFWD-REPORT-RECORD.
008060     WRITE CFWD-REPORT-RECORD.
008070     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
008080 5000-EXIT.
008090     EXIT.
008100*--------------------------------------------------------------
008110* Provisional history record - status P, the carried-from
008120* date and the carried value under the business date, with
008130* the run-journal entry written first so RATEBKO can reverse
008140* a contingency publication like any other night.
008150*--------------------------------------------------------------
008160 5100-WRITE-PROVISIONAL.
008170     MOVE SPACES TO HISTORY-RECORD.
008180     MOVE CFS-SET-ID (WS-SET-SUB) TO HIST-SET-ID.
008190     MOVE CRY-FIELD-NAME (WS-CARRY-SUB) TO HIST-FIELD-NAME.
008200     MOVE CFP-BUSINESS-DATE TO HIST-EFF-DATE.
008210     MOVE CRY-FIELD-VALUE (WS-CARRY-SUB) TO HIST-FIELD-VALUE.
008220     MOVE "P" TO HIST-RATE-STATUS.
008230     MOVE CRY-EFF-DATE (WS-CARRY-SUB) TO HIST-CARRIED-FROM-DATE.
008240     MOVE HISTORY-RECORD TO WS-JRN-AFTER-IMAGE.
008250     PERFORM 5150-WRITE-JOURNAL THRU 5150-EXIT.
008260     MOVE WS-JRN-AFTER-IMAGE TO HISTORY-RECORD.
008270     WRITE HISTORY-RECORD
008280         INVALID KEY
008290             REWRITE HISTORY-RECORD
008300     END-WRITE.
008310     IF WS-HISTORY-FILE-STATUS NOT = "00"
008320         DISPLAY "RATECFWD: WRITE FAILED ON HISTORY FILE, "
008330             "STATUS = " WS-HISTORY-FILE-STATUS
008340         MOVE "Y" TO WS-IO-ERROR-SWITCH
008350     END-IF.
008360 5100-EXIT.
008370     EXIT.
008380 5150-WRITE-JOURNAL.
008390     MOVE SPACES TO RUN-JOURNAL-RECORD.
008400     MOVE CFP-BUSINESS-DATE TO JRN-BUSINESS-DATE.
008410     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
008420     MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
008430     MOVE "RATECFWD" TO JRN-PROGRAM.
008440     MOVE "H" TO JRN-FILE-CODE.
008450     IF WS-JRN-BEFORE-IMAGE = SPACES
008460         MOVE "A" TO JRN-ACTION
008470     ELSE
008480         MOVE "R" TO JRN-ACTION
008490     END-IF.
008500     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
008510     MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE.
008520     MOVE CFP-OPERATOR-ID TO JRN-OPERATOR-ID.
008530     WRITE RUN-JOURNAL-RECORD.
008540     IF WS-JOURNAL-FILE-STATUS NOT = "00"
008550         DISPLAY "RATECFWD: WRITE FAILED ON RUN JOURNAL, "
008560             "STATUS = " WS-JOURNAL-FILE-STATUS
008570         MOVE "Y" TO WS-IO-ERROR-SWITCH
008580     END-IF.
008590     ADD 1 TO WS-JOURNAL-COUNT.
008600 5150-EXIT.
008610     EXIT.
008620*--------------------------------------------------------------
008630 5800-WRITE-EXTRACT-RECORD.
008640     MOVE SPACES TO EXTRACT-OUT-RECORD.
008650     MOVE WS-EXTRACT-LINE TO EXTRACT-OUT-RECORD.
008660     WRITE EXTRACT-OUT-RECORD.
008670     IF WS-EXTOUT-FILE-STATUS NOT = "00"
008680         DISPLAY "RATECFWD: WRITE FAILED ON EXTRACT OUT, "
008690             "STATUS = " WS-EXTOUT-FILE-STATUS
008700         MOVE "Y" TO WS-IO-ERROR-SWITCH
008710     END-IF.
008720 5800-EXIT.
008730     EXIT.
008740*--------------------------------------------------------------
008750* Trailer - count and hash cover the certified lines copied
008760* and the carried lines alike, so every consumer and the
008770* reconciliation step prove the file exactly as any night's.
008780*--------------------------------------------------------------
008790 5900-WRITE-EXTRACT-TRAILER.
008800     MOVE WS-EXTRACT-COUNT TO CFT-RECORD-COUNT.
008810     MOVE WS-EXTRACT-HASH TO CFT-VALUE-HASH.
008820     MOVE WS-CFWD-TRAILER TO WS-EXTRACT-LINE.
008830     PERFORM 5800-WRITE-EXTRACT-RECORD THRU 5800-EXIT.
008840 5900-EXIT.
008850     EXIT.
008860*--------------------------------------------------------------
008870* Contingency run-history record - the business date as the
008880* run date, flagged C, no certification counts.  The calendar
008890* gate counts the date as run so the next night's feed is the
008900* expected one; the trend report leaves it out.
008910*--------------------------------------------------------------
008920 6000-WRITE-RUN-HISTORY.
008930     OPEN EXTEND RUN-HISTORY-FILE.
008940     IF WS-RUN-HISTORY-FILE-STATUS = "35"
008950         OPEN OUTPUT RUN-HISTORY-FILE
008960     END-IF.
008970     IF WS-RUN-HISTORY-FILE-STATUS NOT = "00"
008980         DISPLAY "RATECFWD: UNABLE TO OPEN RUN HISTORY, "
008990             "STATUS = " WS-RUN-HISTORY-FILE-STATUS
009000         MOVE "Y" TO WS-IO-ERROR-SWITCH
009010         GO TO 6000-EXIT
009020     END-IF.
009030     MOVE SPACES TO RUN-HISTORY-RECORD.
009040     MOVE CFP-BUSINESS-DATE TO RUNH-RUN-DATE.
009050     MOVE WS-RUN-TIME-HHMMSS TO RUNH-RUN-TIME.
009060     MOVE ZERO TO RUNH-RECORDS-READ.
009070     MOVE ZERO TO RUNH-EXCEPTION-COUNT.
009080     MOVE ZERO TO RUNH-SIGNLOSS-COUNT.
009090     MOVE WS-SET-COUNT TO RUNH-SET-COUNT.
009100     MOVE ZERO TO RUNH-RETURN-CODE.
009110     MOVE "C" TO RUNH-CONTINGENCY-FLAG.
009120     WRITE RUN-HISTORY-RECORD.
009130     IF WS-RUN-HISTORY-FILE-STATUS NOT = "00"
009140         DISPLAY "RATECFWD: WRITE FAILED ON RUN HISTORY, "
009150             "STATUS = " WS-RUN-HISTORY-FILE-STATUS
009160         MOVE "Y" TO WS-IO-ERROR-SWITCH
009170     END-IF.
009180     CLOSE RUN-HISTORY-FILE.
009190 6000-EXIT.
009200     EXIT.
009210*--------------------------------------------------------------
009220* Totals - a missing set neither the master nor the archive
009230* could cover is named on the report and the console; it
009240* publishes nothing and ends the run RC=4.
009250*--------------------------------------------------------------
009260 7000-WRITE-RUN-TOTALS.
009270     MOVE ZERO TO WS-SET-SUB.
009280     PERFORM 7100-CHECK-ONE-SET THRU 7100-EXIT
009290         UNTIL WS-SET-SUB NOT < WS-SET-COUNT.
009300     MOVE SPACES TO CFWD-REPORT-RECORD.
009310     WRITE CFWD-REPORT-RECORD.
009320     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
009330     IF CONTINGENCY-REFUSED
009340         MOVE WS-REFUSE-REASON TO CRP-REFUSE-REASON
009350         MOVE SPACES TO CFWD-REPORT-RECORD
009360         MOVE WS-CFW-REFUSED-LINE TO CFWD-REPORT-RECORD
009370         WRITE CFWD-REPORT-RECORD
009380         PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT
009390     END-IF.
009400     MOVE WS-SET-COUNT TO CRP-TOTAL-SETS.
009410     MOVE WS-MISSING-SET-COUNT TO CRP-TOTAL-MISSING.
009420     MOVE WS-UNCOVERED-SET-COUNT TO CRP-TOTAL-UNCOVERED.
009430     MOVE SPACES TO CFWD-REPORT-RECORD.
009440     MOVE WS-CFW-TOTAL-LINE-1 TO CFWD-REPORT-RECORD.
009450     WRITE CFWD-REPORT-RECORD.
009460     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
009470     MOVE WS-CERT-LINE-COUNT TO CRP-TOTAL-CERTIFIED.
009480     MOVE WS-CARRIED-COUNT TO CRP-TOTAL-CARRIED.
009490     MOVE WS-STOOD-COUNT TO CRP-TOTAL-STOOD.
009500     MOVE SPACES TO CFWD-REPORT-RECORD.
009510     MOVE WS-CFW-TOTAL-LINE-2 TO CFWD-REPORT-RECORD.
009520     WRITE CFWD-REPORT-RECORD.
009530     PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT.
009540 7000-EXIT.
009550     EXIT.
009560 7100-CHECK-ONE-SET.
009570     ADD 1 TO WS-SET-SUB.
009580     IF CFS-MISSING (WS-SET-SUB)
009590         AND CFS-NOTHING-FOUND (WS-SET-SUB)
009600         AND NOT CONTINGENCY-REFUSED
009610         ADD 1 TO WS-UNCOVERED-SET-COUNT
009620         DISPLAY "RATECFWD: *** SET " CFS-SET-ID (WS-SET-SUB)
009630             " HAS NO CERTIFIED VALUE ON THE MASTER OR THE "
009640             "ARCHIVE - NOT PUBLISHED ***"
009650         MOVE SPACES TO WS-CFW-DETAIL-LINE
009660         MOVE CFS-SET-ID (WS-SET-SUB) TO CRP-SET-ID
009670         MOVE "NO CERTIFIED VALUE ON FILE" TO CRP-DISPOSITION
009680         MOVE SPACES TO CFWD-REPORT-RECORD
009690         MOVE WS-CFW-DETAIL-LINE TO CFWD-REPORT-RECORD
009700         WRITE CFWD-REPORT-RECORD
009710         PERFORM 7990-CHECK-REPORT-STATUS THRU 7990-EXIT
009720     END-IF.
009730 7100-EXIT.
009740     EXIT.
009750*--------------------------------------------------------------
009760* Contingency-report write check - called after every WRITE
009770* against CFWD-REPORT-FILE, the same as the certification
009780* program does for its report file.
009790*--------------------------------------------------------------
009800 7990-CHECK-REPORT-STATUS.
009810     IF WS-REPORT-FILE-STATUS NOT = "00"
009820         DISPLAY "RATECFWD: WRITE FAILED ON CONTINGENCY REPORT, "
009830             "STATUS = " WS-REPORT-FILE-STATUS
009840         MOVE "Y" TO WS-IO-ERROR-SWITCH
009850     END-IF.
009860 7990-EXIT.
009870     EXIT.
009880*--------------------------------------------------------------
009890 9999-TERMINATE.
009900     IF WS-REGISTRY-FILE-STATUS NOT = SPACES
009910         AND WS-REGISTRY-FILE-STATUS NOT = "35"
009920         CLOSE REGISTRY-FILE
009930     END-IF.
009940     IF WS-CERTIFIED-FILE-STATUS NOT = SPACES
009950         CLOSE CERTIFIED-FILE
009960     END-IF.
009970     IF WS-HISTORY-FILE-STATUS NOT = SPACES
009980         CLOSE HISTORY-FILE
009990     END-IF.
010000     IF WS-EXTOUT-FILE-STATUS NOT = SPACES
010010         CLOSE EXTRACT-OUT-FILE
010020     END-IF.
010030     IF WS-JOURNAL-FILE-STATUS NOT = SPACES
010040         CLOSE RUN-JOURNAL-FILE
010050     END-IF.
010060     CLOSE CFWD-REPORT-FILE.
010070     DISPLAY "RATECFWD: BUSINESS DATE " CFP-BUSINESS-DATE-RAW
010080         ", EXPECTED SETS " WS-SET-COUNT
010090         ", MISSING " WS-MISSING-SET-COUNT
010100         ", CERTIFIED LINES " WS-CERT-LINE-COUNT
010110         ", CARRIED " WS-CARRIED-COUNT
010120         ", JOURNALED " WS-JOURNAL-COUNT.
010130     EVALUATE TRUE
010140         WHEN CONTINGENCY-REFUSED
010150             DISPLAY "RATECFWD: CONTINGENCY REFUSED - "
010160                 WS-REFUSE-REASON
010170             MOVE 8 TO RETURN-CODE
010180         WHEN IO-WRITE-ERROR
010190             DISPLAY "RATECFWD: ONE OR MORE FILE ERRORS THIS RUN"
010200             MOVE 8 TO RETURN-CODE
010210         WHEN WS-UNCOVERED-SET-COUNT > ZERO
010220             MOVE 4 TO RETURN-CODE
010230         WHEN OTHER
010240             MOVE 0 TO RETURN-CODE
010250     END-EVALUATE.
010255     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
010260 9999-EXIT.
010270     EXIT.
010280*--------------------------------------------------------------
010290* Step statistics - one standard line appended to the shared
010300* STATLOG after the return code settles, for the cycle status
010310* sheet.  The job and step names come off the STATID card.  A
010320* log that cannot be opened costs the statistics line, not the
010330* run - the return code is already final.
010340*--------------------------------------------------------------
010350 9900-WRITE-STEP-STATS.
010360     MOVE SPACES TO WS-STEP-ID-CARD.
010370     OPEN INPUT STEP-ID-FILE.
010380     IF WS-STATID-FILE-STATUS = "00"
010390         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
010400             AT END
010410                 MOVE SPACES TO WS-STEP-ID-CARD
010420         END-READ
010430         CLOSE STEP-ID-FILE
010440     END-IF.
010450     ACCEPT WS-STAT-TIME-WORK FROM TIME.
010460     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
010470     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
010480     MOVE SID-JOB-NAME TO STS-JOB-NAME.
010490     MOVE SID-STEP-NAME TO STS-STEP-NAME.
010500     MOVE "RATECFWD" TO STS-PROGRAM.
010510     IF CFP-BUSINESS-DATE NUMERIC
010520         MOVE CFP-BUSINESS-DATE TO STS-BUSINESS-DATE
010530     ELSE
010540         MOVE ZERO TO STS-BUSINESS-DATE
010550     END-IF.
010560     MOVE WS-CERT-LINE-COUNT TO STS-RECORDS-IN.
010570     MOVE WS-EXTRACT-COUNT TO STS-RECORDS-OUT.
010580     MOVE WS-UNCOVERED-SET-COUNT TO STS-RECORDS-REJECTED.
010590     MOVE "CARRIED" TO STS-CONTROL-LABEL.
010600     MOVE WS-CARRIED-COUNT TO STS-CONTROL-COUNT.
010610     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
010620     IF CONTINGENCY-REFUSED
010630         MOVE "REFUSED" TO STS-OUTCOME
010640     ELSE
010650         MOVE SPACES TO STS-OUTCOME
010660     END-IF.
010670     IF STS-BUSINESS-DATE = ZERO
010680         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
010690     END-IF.
010700     MOVE RETURN-CODE TO STS-RETURN-CODE.
010710     OPEN EXTEND STEP-STATS-FILE.
010720     IF WS-STATLOG-FILE-STATUS = "35"
010730         OPEN OUTPUT STEP-STATS-FILE
010740     END-IF.
010750     IF WS-STATLOG-FILE-STATUS NOT = "00"
010760         DISPLAY "RATECFWD: UNABLE TO OPEN STATISTICS LOG, "
010770             "STATUS = " WS-STATLOG-FILE-STATUS
010780         GO TO 9900-EXIT
010790     END-IF.
010800     MOVE SPACES TO STEP-STATS-RECORD.
010810     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
010820     WRITE STEP-STATS-RECORD.
010830     IF WS-STATLOG-FILE-STATUS NOT = "00"
010840         DISPLAY "RATECFWD: WRITE FAILED ON STATISTICS LOG, "
010850             "STATUS = " WS-STATLOG-FILE-STATUS
010860     END-IF.
010870     CLOSE STEP-STATS-FILE.
010880 9900-EXIT.
010890     EXIT.
