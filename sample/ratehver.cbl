000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATEHVER.
000030*--------------------------------------------------------------
000040* Rate-history master verification and point-in-time rebuild.
000050* For a range of effective dates, re-derives what RATEHMST
000060* should hold from the evidence the cycle keeps: the retained
000070* extract generations on HISTXTR (every nightly, contingency,
000080* delta and true-up extract, certified and RATECALC derived
000090* lines alike, each proved against its own trailer), then the
000100* CORRAUDT desk corrections and restatements in the order they
000110* were made.  A full generation replaces everything derived
000120* for its business date, so a backed-out night and its rerun
000130* leave only the rerun; a RATEDLTA-stamped generation lays its
000140* lines over the date.  The derivation is built on the
000150* RATEVWRK work file, then the master (and, for dates older
000160* than the last complete RATEARCH purge, the ARCHIN archive)
000170* is matched against it record for record: every record
000180* missing, extra or different is reported.  A master record
000190* on a date no full generation covers cannot be judged and is
000200* reported unverified, never removed.
000210* In REBUILD mode (supervisor id required) the master is
000220* reloaded to the derivation as it is matched - extras
000230* deleted, differences rewritten, missing records written -
000240* and a generation that fails its trailer stands the rebuild
000250* down to a verification.  Archive findings are reported only;
000260* the archive is never rewritten.  Either mode ends with a
000270* proof sweep: the count and value hash of the master's
000280* records in the range against the count and hash of the
000290* evidence.  A rebuild stopped by a file error is simply run
000300* again.  RC=4 means findings; RC=8 a refused card, a
000310* stood-down or unproven rebuild, or a file error.
000320*--------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   ---------- ----  ------------------------------------------
000360*   2026-10-15  DLH  Initial version - history master
000370*                    verification and rebuild from the
000380*                    retained extract generations.
000390*--------------------------------------------------------------
000400 ENVIRONMENT      DIVISION.
000410 INPUT-OUTPUT     SECTION.
000420 FILE-CONTROL.
000430     SELECT GENERATION-FILE
000440         ASSIGN TO HISTXTR
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-GENERATION-FILE-STATUS.
000470     SELECT AUDIT-FILE
000480         ASSIGN TO CORRAUDT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000510     SELECT FORMULA-FILE
000520         ASSIGN TO FORMCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FORMULA-FILE-STATUS.
000550     SELECT ARCHIVE-FILE
000560         ASSIGN TO ARCHIN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000590     SELECT MANIFEST-FILE
000600         ASSIGN TO PURGMAN
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000630     SELECT HISTORY-FILE
000640         ASSIGN TO RATEHMST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS HIST-RECORD-KEY
000680         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000690     SELECT EVIDENCE-FILE
000700         ASSIGN TO RATEVWRK
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS EVW-RECORD-KEY
000740         FILE STATUS IS WS-EVIDENCE-FILE-STATUS.
000750     SELECT VERIFY-REPORT-FILE
000760         ASSIGN TO VERFRPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-FILE-STATUS.
000790     SELECT STEP-ID-FILE
000800         ASSIGN TO STATID
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-STATID-FILE-STATUS.
000830     SELECT STEP-STATS-FILE
000840         ASSIGN TO STATLOG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000870 DATA             DIVISION.
000880 FILE             SECTION.
000890 FD  GENERATION-FILE.
000900 01  GENERATION-RECORD           PIC X(080).
000910 FD  AUDIT-FILE.
000920 01  AUDIT-RECORD                PIC X(100).
000930 FD  FORMULA-FILE.
000940 01  FORMULA-RECORD              PIC X(080).
000950 FD  ARCHIVE-FILE.
000960 01  ARCHIVE-RECORD              PIC X(080).
000970 FD  MANIFEST-FILE.
000980 01  MANIFEST-RECORD             PIC X(100).
000990 FD  HISTORY-FILE.
001000     COPY RATEHIST.
001010*--------------------------------------------------------------
001020* Evidence work record - what the master should hold for one
001030* key, keyed date first so a full generation can clear its
001040* date in one browse.  The source says which evidence set the
001050* value (CERT certified line, DERV derived line, CORR desk
001060* correction, RSTM restatement); the match flag is set as the
001070* master or the archive is found to hold the record.
001072* The carried-from date is held as the extract carries it -
001074* blank on a certified line - and compared and written back
001076* through the raw view of the master's, so blanks stay blanks.
001080*--------------------------------------------------------------
001090 FD  EVIDENCE-FILE.
001100 01  EVIDENCE-RECORD.
001110     05  EVW-RECORD-KEY.
001120         10  EVW-EFF-DATE        PIC 9(08).
001130         10  EVW-SET-ID          PIC X(04).
001140         10  EVW-FIELD-NAME      PIC X(10).
001150     05  EVW-FIELD-VALUE         PIC S9(05)V9(04).
001160     05  EVW-RATE-STATUS         PIC X(01).
001170     05  EVW-CARRIED-FROM-DATE   PIC X(08).
001180     05  EVW-SOURCE              PIC X(04).
001190         88  EVW-FROM-RESTATEMENT         VALUE "RSTM".
001200     05  EVW-MATCH-FLAG          PIC X(01).
001210         88  EVW-MATCHED                  VALUE "Y".
001220     05  FILLER                  PIC X(35).
001230 FD  VERIFY-REPORT-FILE.
001240 01  VERIFY-REPORT-RECORD        PIC X(080).
001250 FD  STEP-ID-FILE.
001260 01  STEP-ID-RECORD              PIC X(080).
001270 FD  STEP-STATS-FILE.
001280 01  STEP-STATS-RECORD           PIC X(150).
001290 WORKING-STORAGE SECTION.
001300*--------------------------------------------------------------
001310* File status fields and switches.
001320*--------------------------------------------------------------
001330 77  WS-GENERATION-FILE-STATUS   PIC X(02).
001340 77  WS-AUDIT-FILE-STATUS        PIC X(02).
001350 77  WS-FORMULA-FILE-STATUS      PIC X(02).
001360 77  WS-ARCHIVE-FILE-STATUS      PIC X(02).
001370 77  WS-MANIFEST-FILE-STATUS     PIC X(02).
001380 77  WS-HISTORY-FILE-STATUS      PIC X(02).
001390 77  WS-EVIDENCE-FILE-STATUS     PIC X(02).
001400 77  WS-REPORT-FILE-STATUS       PIC X(02).
001410 01  WS-SWITCHES.
001420     05  WS-GEN-EOF-SWITCH       PIC X(01) VALUE "N".
001430         88  GENERATION-FILE-EOF          VALUE "Y".
001440     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
001450         88  AUDIT-FILE-EOF               VALUE "Y".
001460     05  WS-FORMULA-EOF-SWITCH   PIC X(01) VALUE "N".
001470         88  FORMULA-FILE-EOF             VALUE "Y".
001480     05  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
001490         88  ARCHIVE-FILE-EOF             VALUE "Y".
001500     05  WS-MAN-EOF-SWITCH       PIC X(01) VALUE "N".
001510         88  MANIFEST-FILE-EOF            VALUE "Y".
001520     05  WS-SWEEP-DONE-SWITCH    PIC X(01) VALUE "N".
001530         88  SWEEP-DONE                   VALUE "Y".
001540     05  WS-CLEAR-DONE-SWITCH    PIC X(01) VALUE "N".
001550         88  CLEAR-DONE                   VALUE "Y".
001560     05  WS-GEN-OPEN-SWITCH      PIC X(01) VALUE "N".
001570         88  GENERATION-OPEN              VALUE "Y".
001580     05  WS-GEN-FULL-SWITCH      PIC X(01) VALUE "N".
001590         88  GENERATION-FULL              VALUE "Y".
001600     05  WS-FORMULA-FOUND-SWITCH PIC X(01) VALUE "N".
001610         88  FORMULA-OUTPUT-FOUND         VALUE "Y".
001620     05  WS-DATE-FOUND-SWITCH    PIC X(01) VALUE "N".
001630         88  FULL-DATE-FOUND              VALUE "Y".
001640     05  WS-EVIDENCE-FOUND-SWITCH
001650                                 PIC X(01) VALUE "N".
001660         88  EVIDENCE-FOUND               VALUE "Y".
001670     05  WS-REBUILD-SWITCH       PIC X(01) VALUE "N".
001680         88  REBUILD-MODE                 VALUE "Y".
001690     05  WS-STOOD-DOWN-SWITCH    PIC X(01) VALUE "N".
001700         88  REBUILD-STOOD-DOWN           VALUE "Y".
001710     05  WS-PROVEN-SWITCH        PIC X(01) VALUE "N".
001720         88  MASTER-PROVEN                VALUE "Y".
001730     05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
001740         88  HISTORY-FILE-OPEN            VALUE "Y".
001750     05  WS-EVIDENCE-OPEN-SWITCH PIC X(01) VALUE "N".
001760         88  EVIDENCE-FILE-OPEN           VALUE "Y".
001770     05  WS-PURGE-STOPPED-SWITCH PIC X(01) VALUE "N".
001780         88  PURGE-LEFT-STOPPED           VALUE "Y".
001790     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001800         88  VERIFY-REFUSED               VALUE "Y".
001810     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001820         88  IO-WRITE-ERROR               VALUE "Y".
001830 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
001840*--------------------------------------------------------------
001850* Verification card - from and to effective dates (cols 1-8,
001860* 10-17), mode VERIFY or REBUILD (cols 19-25, blank is
001870* VERIFY) and the authorising supervisor id (cols 27-34),
001880* required for a rebuild.
001890*--------------------------------------------------------------
001900 01  WS-PARM-CARD.
001910     05  VFP-FROM-DATE           PIC 9(08).
001920     05  VFP-FROM-DATE-RAW       REDEFINES VFP-FROM-DATE
001930                                 PIC X(08).
001940     05  FILLER                  PIC X(01).
001950     05  VFP-TO-DATE             PIC 9(08).
001960     05  VFP-TO-DATE-RAW         REDEFINES VFP-TO-DATE
001970                                 PIC X(08).
001980     05  FILLER                  PIC X(01).
001990     05  VFP-MODE                PIC X(07).
002000         88  VFP-MODE-VERIFY              VALUES "VERIFY"
002010                                                SPACES.
002020         88  VFP-MODE-REBUILD             VALUE "REBUILD".
002030     05  FILLER                  PIC X(01).
002040     05  VFP-SUPERVISOR-ID       PIC X(08).
002050     05  FILLER                  PIC X(46).
002060 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
002070*--------------------------------------------------------------
002080* Retained extract line, with header and trailer views.  An H
002090* header stamped RATEDLTA (delta and true-up) or an R
002100* restatement header lays its lines over the date; any other
002110* H header is a full generation for its business date.
002120*--------------------------------------------------------------
002130 01  WS-EXTRACT-LINE.
002140     05  EXT-REC-TYPE            PIC X(01).
002150         88  EXT-DATA-LINE                VALUE "D".
002160         88  EXT-HEADER-LINE              VALUE "H".
002170         88  EXT-TRAILER-LINE             VALUE "T".
002180         88  EXT-RESTATE-HEADER           VALUE "R".
002190     05  EXT-BODY.
002200         10  EXT-SET-ID          PIC X(04).
002210         10  FILLER              PIC X(02).
002220         10  EXT-FIELD-NAME      PIC X(10).
002230         10  FILLER              PIC X(02).
002240         10  EXT-FIELD-VALUE     PIC S9(05)V9(04).
002250         10  FILLER              PIC X(01).
002260         10  EXT-RATE-STATUS     PIC X(01).
002270         10  FILLER              PIC X(01).
002280         10  EXT-CARRIED-FROM-DATE
002290                                 PIC X(08).
002300         10  FILLER              PIC X(41).
002310     05  EXT-HDR-FIELDS          REDEFINES EXT-BODY.
002320         10  EXT-HDR-BUSINESS-DATE
002330                                 PIC 9(08).
002340         10  EXT-HDR-SOURCE      PIC X(08).
002350         10  EXT-HDR-RESTATED-ON PIC 9(08).
002360         10  FILLER              PIC X(55).
002370     05  EXT-TRL-FIELDS          REDEFINES EXT-BODY.
002380         10  EXT-TRL-RECORD-COUNT
002390                                 PIC 9(07).
002400         10  EXT-TRL-VALUE-HASH  PIC 9(11)V9(04).
002410         10  FILLER              PIC X(57).
002420*--------------------------------------------------------------
002430* One generation's data lines, held until its trailer proves
002440* them - a generation that does not tie applies nothing.
002450*--------------------------------------------------------------
002460 01  WS-STAGE-TABLE.
002470     05  WS-STAGE-ENTRY          OCCURS 3000 TIMES.
002480         10  STG-SET-ID          PIC X(04).
002490         10  STG-FIELD-NAME      PIC X(10).
002500         10  STG-FIELD-VALUE     PIC S9(05)V9(04) COMP-3.
002510         10  STG-RATE-STATUS     PIC X(01).
002520         10  STG-CARRIED-FROM-DATE
002530                                 PIC X(08).
002540 77  WS-STAGE-COUNT              PIC 9(05) COMP VALUE ZERO.
002550 77  WS-STG-SUB                  PIC 9(05) COMP VALUE ZERO.
002560 77  WS-STAGE-MAX                PIC 9(05) COMP VALUE 3000.
002570 77  WS-GEN-DATE                 PIC 9(08) VALUE ZERO.
002580 77  WS-GEN-SOURCE               PIC X(08) VALUE SPACES.
002590 77  WS-GEN-HASH                 PIC 9(11)V9(04) COMP-3
002600                                 VALUE ZERO.
002610 77  WS-GEN-MESSAGE              PIC X(40) VALUE SPACES.
002620*--------------------------------------------------------------
002630* Formula outputs off the FORMCTL cards - a generation line
002640* for one of these set/field pairs is a RATECALC derived line.
002650*--------------------------------------------------------------
002660 01  WS-FORMULA-CARD.
002670     05  FRM-OUT-SET-ID          PIC X(04).
002680     05  FILLER                  PIC X(02).
002690     05  FRM-OUT-FIELD-NAME      PIC X(10).
002700     05  FILLER                  PIC X(64).
002710 01  WS-FORMULA-TABLE.
002720     05  WS-FORMULA-ENTRY        OCCURS 50 TIMES.
002730         10  FOT-SET-ID          PIC X(04).
002740         10  FOT-FIELD-NAME      PIC X(10).
002750 77  WS-FORMULA-COUNT            PIC 9(03) COMP VALUE ZERO.
002760 77  WS-FOT-SUB                  PIC 9(03) COMP VALUE ZERO.
002770 77  WS-FORMULA-MAX              PIC 9(03) COMP VALUE 50.
002780*--------------------------------------------------------------
002790* Business dates in the range covered by a full generation.
002800* Only on these dates can a master record the evidence does
002810* not hold be called extra.
002820*--------------------------------------------------------------
002830 01  WS-FULL-DATE-TABLE.
002840     05  FDT-DATE                PIC 9(08) OCCURS 800 TIMES.
002850 77  WS-FULL-DATE-COUNT          PIC 9(05) COMP VALUE ZERO.
002860 77  WS-FDT-SUB                  PIC 9(05) COMP VALUE ZERO.
002870 77  WS-FULL-DATE-MAX            PIC 9(05) COMP VALUE 800.
002880 77  WS-LOOKUP-DATE              PIC 9(08) VALUE ZERO.
002885 77  WS-LOOKUP-KEY               PIC X(22) VALUE SPACES.
002890*--------------------------------------------------------------
002900* Retention cutoff and the purge manifest and archive lines
002910* read to find and check it, and the correction audit.
002920*--------------------------------------------------------------
002930     COPY RATEPMAN.
002940     COPY RATEHARC.
002950     COPY RATECAUD.
002960 77  WS-RETENTION-CUTOFF         PIC 9(08) VALUE ZERO.
002970 77  WS-STOPPED-CUTOFF           PIC 9(08) VALUE ZERO.
002980*--------------------------------------------------------------
002990* The record on file being judged against its evidence.
003000*--------------------------------------------------------------
003010 77  WS-ACT-VALUE                PIC S9(05)V9(04) COMP-3
003020                                 VALUE ZERO.
003030 77  WS-ACT-STATUS               PIC X(01) VALUE SPACES.
003040 77  WS-ACT-CARRIED-FROM-DATE    PIC X(08) VALUE SPACES.
003050*--------------------------------------------------------------
003060* Run tallies and the proof totals.  The hash is taken the way
003070* every trailer in this system is: sign dropped, truncated at
003080* eleven integer digits.
003090*--------------------------------------------------------------
003100 77  WS-GEN-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
003110 77  WS-GEN-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
003120 77  WS-GEN-FAILED-COUNT         PIC 9(05) COMP VALUE ZERO.
003130 77  WS-CORR-APPLIED-COUNT       PIC 9(05) COMP VALUE ZERO.
003140 77  WS-MISSING-COUNT            PIC 9(07) COMP VALUE ZERO.
003150 77  WS-EXTRA-COUNT              PIC 9(07) COMP VALUE ZERO.
003160 77  WS-MISMATCH-COUNT           PIC 9(07) COMP VALUE ZERO.
003170 77  WS-ARCHIVE-FINDING-COUNT    PIC 9(07) COMP VALUE ZERO.
003180 77  WS-UNVERIFIED-COUNT         PIC 9(07) COMP VALUE ZERO.
003190 77  WS-FINDING-COUNT            PIC 9(07) COMP VALUE ZERO.
003200 77  WS-WRITTEN-COUNT            PIC 9(07) COMP VALUE ZERO.
003210 77  WS-REWRITTEN-COUNT          PIC 9(07) COMP VALUE ZERO.
003220 77  WS-DELETED-COUNT            PIC 9(07) COMP VALUE ZERO.
003230 77  WS-EVIDENCE-COUNT           PIC 9(07) COMP VALUE ZERO.
003240 77  WS-EVIDENCE-HASH            PIC 9(11)V9(04) COMP-3
003250                                 VALUE ZERO.
003260 77  WS-MASTER-COUNT             PIC 9(07) COMP VALUE ZERO.
003270 77  WS-MASTER-HASH              PIC 9(11)V9(04) COMP-3
003280                                 VALUE ZERO.
003290 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
003300                                 VALUE ZERO.
003310*--------------------------------------------------------------
003320* Verification report layouts.
003330*--------------------------------------------------------------
003340 01  WS-VFR-HEADER-1.
003350     05  FILLER                  PIC X(34)
003360         VALUE "RATE-HISTORY MASTER VERIFICATION".
003370     05  FILLER                  PIC X(05) VALUE "FROM ".
003380     05  HDR-FROM-DATE           PIC X(08).
003390     05  FILLER                  PIC X(04) VALUE " TO ".
003400     05  HDR-TO-DATE             PIC X(08).
003410     05  FILLER                  PIC X(07) VALUE "  MODE ".
003420     05  HDR-MODE                PIC X(07).
003430 01  WS-VFR-HEADER-2.
003440     05  FILLER                  PIC X(04) VALUE "RUN ".
003450     05  HDR-RUN-DATE            PIC 9(08).
003460     05  FILLER                  PIC X(07) VALUE "  SUPV ".
003470     05  HDR-SUPERVISOR-ID       PIC X(08).
003480     05  FILLER                  PIC X(17)
003490         VALUE "  ARCHIVE CUTOFF ".
003500     05  HDR-RETENTION-CUTOFF    PIC 9(08).
003510 01  WS-VFR-HEADER-3.
003520     05  FILLER                  PIC X(06) VALUE "CODE".
003530     05  FILLER                  PIC X(06) VALUE "SET".
003540     05  FILLER                  PIC X(12) VALUE "FIELD NAME".
003550     05  FILLER                  PIC X(10) VALUE "EFF DATE".
003560     05  FILLER                  PIC X(13) VALUE "EVIDENCE".
003570     05  FILLER                  PIC X(13) VALUE "ON FILE".
003580     05  FILLER                  PIC X(05) VALUE "SRC".
003590     05  FILLER                  PIC X(08) VALUE "ACTION".
003600*--------------------------------------------------------------
003610* Finding codes - MISS evidence record not on the master, XTRA
003620* master record on a covered date with no evidence, DIFF value
003630* or status differs, NOEV master record on a date no full
003640* generation covers, CUT master record older than the purge
003650* cutoff, AMIS/AXTR/ADIF the same three for the archive, GEN
003660* a generation that could not be proved.
003670*--------------------------------------------------------------
003680 01  WS-VFR-DETAIL-LINE.
003690     05  VFR-FINDING-CODE        PIC X(04).
003700     05  FILLER                  PIC X(02) VALUE SPACES.
003710     05  VFR-SET-ID              PIC X(04).
003720     05  FILLER                  PIC X(02) VALUE SPACES.
003730     05  VFR-FIELD-NAME          PIC X(10).
003740     05  FILLER                  PIC X(02) VALUE SPACES.
003750     05  VFR-EFF-DATE            PIC 9(08).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  VFR-EXPECTED-VALUE      PIC -(5)9.9(04).
003780     05  VFR-EXPECTED-STATUS     PIC X(01).
003790     05  FILLER                  PIC X(01) VALUE SPACES.
003800     05  VFR-ACTUAL-VALUE        PIC -(5)9.9(04).
003810     05  VFR-ACTUAL-STATUS       PIC X(01).
003820     05  FILLER                  PIC X(01) VALUE SPACES.
003830     05  VFR-SOURCE              PIC X(04).
003840     05  FILLER                  PIC X(01) VALUE SPACES.
003850     05  VFR-ACTION              PIC X(08).
003860 01  WS-VFR-GENERATION-LINE.
003870     05  FILLER                  PIC X(06) VALUE "GEN".
003880     05  VFG-BUSINESS-DATE       PIC X(08).
003890     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  VFG-SOURCE              PIC X(08).
003910     05  FILLER                  PIC X(02) VALUE SPACES.
003920     05  VFG-MESSAGE             PIC X(40).
003930 01  WS-VFR-EVIDENCE-LINE.
003940     05  FILLER                  PIC X(13) VALUE "GENERATIONS ".
003950     05  VFT-GEN-READ            PIC ZZZZ9.
003960     05  FILLER                  PIC X(10) VALUE "  APPLIED ".
003970     05  VFT-GEN-APPLIED         PIC ZZZZ9.
003980     05  FILLER                  PIC X(09) VALUE "  FAILED ".
003990     05  VFT-GEN-FAILED          PIC ZZZZ9.
004000     05  FILLER                  PIC X(14)
004010         VALUE "  CORRECTIONS ".
004020     05  VFT-CORR-APPLIED        PIC ZZZZ9.
004030 01  WS-VFR-FINDING-TOTALS.
004040     05  FILLER                  PIC X(08) VALUE "MISSING ".
004050     05  VFT-MISSING             PIC Z(06)9.
004060     05  FILLER                  PIC X(08) VALUE "  EXTRA ".
004070     05  VFT-EXTRA               PIC Z(06)9.
004080     05  FILLER                  PIC X(07) VALUE "  DIFF ".
004090     05  VFT-MISMATCH            PIC Z(06)9.
004100     05  FILLER                  PIC X(10) VALUE "  ARCHIVE ".
004110     05  VFT-ARCHIVE             PIC Z(06)9.
004120     05  FILLER                  PIC X(07) VALUE "  NOEV ".
004130     05  VFT-UNVERIFIED          PIC Z(06)9.
004140 01  WS-VFR-REBUILD-TOTALS.
004150     05  FILLER                  PIC X(16)
004160         VALUE "REBUILD WRITTEN ".
004170     05  VFT-WRITTEN             PIC Z(06)9.
004180     05  FILLER                  PIC X(12) VALUE "  REWRITTEN ".
004190     05  VFT-REWRITTEN           PIC Z(06)9.
004200     05  FILLER                  PIC X(10) VALUE "  DELETED ".
004210     05  VFT-DELETED             PIC Z(06)9.
004220 01  WS-VFR-PROOF-LINE.
004230     05  VFP-PROOF-LABEL         PIC X(10).
004240     05  FILLER                  PIC X(06) VALUE "COUNT ".
004250     05  VFP-PROOF-COUNT         PIC Z(06)9.
004260     05  FILLER                  PIC X(07) VALUE "  HASH ".
004270     05  VFP-PROOF-HASH          PIC Z(10)9.9(04).
004280 01  WS-VFR-MESSAGE-LINE.
004290     05  VFR-MESSAGE             PIC X(80).
004300 01  WS-VFR-REFUSED-LINE.
004310     05  FILLER                  PIC X(23)
004320         VALUE "VERIFICATION REFUSED - ".
004330     05  VFR-REFUSE-REASON       PIC X(40).
004340*--------------------------------------------------------------
004350* Step statistics - the STATID job/step card, the line appended
004360* to the shared STATLOG at termination and their file status
004370* fields.
004380*--------------------------------------------------------------
004390 77  WS-STATID-FILE-STATUS       PIC X(02).
004400 77  WS-STATLOG-FILE-STATUS      PIC X(02).
004410     COPY RATESTAT.
004420 PROCEDURE        DIVISION.
004430 0000-MAINLINE.
004440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004450     IF NOT VERIFY-REFUSED
004460         PERFORM 2000-READ-ONE-GENERATION-LINE THRU 2000-EXIT
004470             UNTIL GENERATION-FILE-EOF
004480         CLOSE GENERATION-FILE
004490     END-IF.
004500     IF NOT VERIFY-REFUSED
004510         AND NOT IO-WRITE-ERROR
004520         PERFORM 3000-APPLY-CORRECTIONS THRU 3000-EXIT
004530     END-IF.
004540     IF REBUILD-MODE
004550         AND WS-GEN-FAILED-COUNT > ZERO
004560         MOVE "N" TO WS-REBUILD-SWITCH
004570         MOVE "Y" TO WS-STOOD-DOWN-SWITCH
004580     END-IF.
004590     IF NOT VERIFY-REFUSED
004600         AND NOT IO-WRITE-ERROR
004610         PERFORM 4000-SWEEP-MASTER THRU 4000-EXIT
004620     END-IF.
004630     IF NOT VERIFY-REFUSED
004640         AND NOT IO-WRITE-ERROR
004650         AND VFP-FROM-DATE < WS-RETENTION-CUTOFF
004660         PERFORM 4500-SWEEP-ARCHIVE THRU 4500-EXIT
004670     END-IF.
004680     IF NOT VERIFY-REFUSED
004690         AND NOT IO-WRITE-ERROR
004700         PERFORM 5000-SWEEP-EVIDENCE THRU 5000-EXIT
004710     END-IF.
004720     IF NOT VERIFY-REFUSED
004730         AND NOT IO-WRITE-ERROR
004740         PERFORM 6000-PROVE-MASTER THRU 6000-EXIT
004750     END-IF.
004760     PERFORM 8000-WRITE-RUN-TOTALS THRU 8000-EXIT.
004770     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004780     STOP RUN.
004790*--------------------------------------------------------------
004800* Initialization - the card is proved before anything opens
004810* for update, then the formula outputs, the retention cutoff
004820* and the files.  The master opens I-O only for a rebuild.
004830*--------------------------------------------------------------
004840 1000-INITIALIZE.
004850     ACCEPT WS-STAT-TIME-WORK FROM TIME.
004860     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
004870     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004880     MOVE SPACES TO WS-PARM-CARD.
004890     ACCEPT WS-PARM-CARD.
004900     EVALUATE TRUE
004910         WHEN VFP-FROM-DATE NOT NUMERIC
004920             OR VFP-TO-DATE NOT NUMERIC
004930             MOVE "FROM OR TO DATE MISSING OR NOT NUMERIC"
004940                 TO WS-REFUSE-REASON
004950             MOVE "Y" TO WS-REFUSED-SWITCH
004960         WHEN VFP-FROM-DATE > VFP-TO-DATE
004970             MOVE "FROM DATE IS AFTER TO DATE"
004980                 TO WS-REFUSE-REASON
004990             MOVE "Y" TO WS-REFUSED-SWITCH
005000         WHEN VFP-MODE-REBUILD
005010             AND VFP-SUPERVISOR-ID = SPACES
005020             MOVE "SUPERVISOR ID MISSING FOR REBUILD"
005030                 TO WS-REFUSE-REASON
005040             MOVE "Y" TO WS-REFUSED-SWITCH
005050         WHEN VFP-MODE-REBUILD
005060             MOVE "Y" TO WS-REBUILD-SWITCH
005070         WHEN NOT VFP-MODE-VERIFY
005080             MOVE "MODE IS NOT VERIFY OR REBUILD"
005090                 TO WS-REFUSE-REASON
005100             MOVE "Y" TO WS-REFUSED-SWITCH
005110     END-EVALUATE.
005120     OPEN OUTPUT VERIFY-REPORT-FILE.
005130     IF WS-REPORT-FILE-STATUS NOT = "00"
005140         DISPLAY "RATEHVER: UNABLE TO OPEN VERIFICATION REPORT, "
005150             "STATUS = " WS-REPORT-FILE-STATUS
005160     END-IF.
005170     IF NOT VERIFY-REFUSED
005180         PERFORM 1100-LOAD-FORMULAS THRU 1100-EXIT
005190     END-IF.
005200     IF NOT VERIFY-REFUSED
005210         PERFORM 1300-FIND-RETENTION-CUTOFF THRU 1300-EXIT
005220     END-IF.
005230     MOVE VFP-FROM-DATE-RAW TO HDR-FROM-DATE.
005240     MOVE VFP-TO-DATE-RAW TO HDR-TO-DATE.
005250     IF REBUILD-MODE
005260         MOVE "REBUILD" TO HDR-MODE
005270     ELSE
005280         MOVE "VERIFY" TO HDR-MODE
005290     END-IF.
005300     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
005310     MOVE VFP-SUPERVISOR-ID TO HDR-SUPERVISOR-ID.
005320     MOVE WS-RETENTION-CUTOFF TO HDR-RETENTION-CUTOFF.
005330     MOVE WS-VFR-HEADER-1 TO VFR-MESSAGE.
005340     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
005350     MOVE WS-VFR-HEADER-2 TO VFR-MESSAGE.
005360     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
005370     MOVE SPACES TO VFR-MESSAGE.
005380     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
005390     MOVE WS-VFR-HEADER-3 TO VFR-MESSAGE.
005400     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
005410     IF VERIFY-REFUSED
005420         GO TO 1000-EXIT
005430     END-IF.
005440     OPEN INPUT GENERATION-FILE.
005450     IF WS-GENERATION-FILE-STATUS NOT = "00"
005460         DISPLAY "RATEHVER: UNABLE TO OPEN EXTRACT GENERATIONS, "
005470             "STATUS = " WS-GENERATION-FILE-STATUS
005480         MOVE "EXTRACT GENERATIONS UNAVAILABLE"
005490             TO WS-REFUSE-REASON
005500         MOVE "Y" TO WS-REFUSED-SWITCH
005510         GO TO 1000-EXIT
005520     END-IF.
005530     IF REBUILD-MODE
005540         OPEN I-O HISTORY-FILE
005550     ELSE
005560         OPEN INPUT HISTORY-FILE
005570     END-IF.
005580     IF WS-HISTORY-FILE-STATUS NOT = "00"
005590         DISPLAY "RATEHVER: UNABLE TO OPEN HISTORY FILE, "
005600             "STATUS = " WS-HISTORY-FILE-STATUS
005610         MOVE "HISTORY MASTER UNAVAILABLE" TO WS-REFUSE-REASON
005620         MOVE "Y" TO WS-REFUSED-SWITCH
005630         CLOSE GENERATION-FILE
005640         GO TO 1000-EXIT
005650     END-IF.
005660     MOVE "Y" TO WS-HISTORY-OPEN-SWITCH.
005670*    The work cluster is reusable: OPEN OUTPUT empties and loads
005680*    it, then it is reopened for update.
005690     OPEN OUTPUT EVIDENCE-FILE.
005700     IF WS-EVIDENCE-FILE-STATUS = "00"
005710         CLOSE EVIDENCE-FILE
005720         OPEN I-O EVIDENCE-FILE
005730     END-IF.
005740     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
005750         DISPLAY "RATEHVER: UNABLE TO OPEN EVIDENCE WORK FILE, "
005760             "STATUS = " WS-EVIDENCE-FILE-STATUS
005770         MOVE "EVIDENCE WORK FILE UNAVAILABLE"
005780             TO WS-REFUSE-REASON
005790         MOVE "Y" TO WS-REFUSED-SWITCH
005800         CLOSE GENERATION-FILE
005810         GO TO 1000-EXIT
005820     END-IF.
005830     MOVE "Y" TO WS-EVIDENCE-OPEN-SWITCH.
005840 1000-EXIT.
005850     EXIT.
005860*--------------------------------------------------------------
005870* Formula outputs - no FORMCTL at all just means every line is
005880* reported as certified.
005890*--------------------------------------------------------------
005900 1100-LOAD-FORMULAS.
005910     OPEN INPUT FORMULA-FILE.
005920     IF WS-FORMULA-FILE-STATUS = "35"
005930         GO TO 1100-EXIT
005940     END-IF.
005950     IF WS-FORMULA-FILE-STATUS NOT = "00"
005960         DISPLAY "RATEHVER: UNABLE TO OPEN FORMULA CARDS, "
005970             "STATUS = " WS-FORMULA-FILE-STATUS
005980         MOVE "FORMULA CARDS UNAVAILABLE" TO WS-REFUSE-REASON
005990         MOVE "Y" TO WS-REFUSED-SWITCH
006000         GO TO 1100-EXIT
006010     END-IF.
006020     PERFORM 1110-LOAD-ONE-FORMULA THRU 1110-EXIT
006030         UNTIL FORMULA-FILE-EOF.
006040     CLOSE FORMULA-FILE.
006050 1100-EXIT.
006060     EXIT.
006070 1110-LOAD-ONE-FORMULA.
006080     READ FORMULA-FILE INTO WS-FORMULA-CARD
006090         AT END
006100             MOVE "Y" TO WS-FORMULA-EOF-SWITCH
006110     END-READ.
006120     IF FORMULA-FILE-EOF
006130         GO TO 1110-EXIT
006140     END-IF.
006150     IF WS-FORMULA-CARD = SPACES
006160         OR FRM-OUT-FIELD-NAME = SPACES
006170         GO TO 1110-EXIT
006180     END-IF.
006190     IF WS-FORMULA-COUNT NOT < WS-FORMULA-MAX
006200         MOVE "FORMULA COUNT EXCEEDS TABLE SIZE"
006210             TO WS-REFUSE-REASON
006220         MOVE "Y" TO WS-REFUSED-SWITCH
006230         MOVE "Y" TO WS-FORMULA-EOF-SWITCH
006240         GO TO 1110-EXIT
006250     END-IF.
006260     ADD 1 TO WS-FORMULA-COUNT.
006270     MOVE FRM-OUT-SET-ID TO FOT-SET-ID (WS-FORMULA-COUNT).
006280     MOVE FRM-OUT-FIELD-NAME TO FOT-FIELD-NAME (WS-FORMULA-COUNT).
006290 1110-EXIT.
006300     EXIT.
006310*--------------------------------------------------------------
006320* Retention cutoff - the highest cutoff of any COMPLETE purge
006330* run; no manifest at all means nothing was ever purged.  A
006340* STOPPED run with a later cutoff left some dates on both
006350* sides - warned, since the range may straddle it.
006360*--------------------------------------------------------------
006370 1300-FIND-RETENTION-CUTOFF.
006380     OPEN INPUT MANIFEST-FILE.
006390     IF WS-MANIFEST-FILE-STATUS = "35"
006400         GO TO 1300-EXIT
006410     END-IF.
006420     IF WS-MANIFEST-FILE-STATUS NOT = "00"
006430         DISPLAY "RATEHVER: UNABLE TO OPEN PURGE MANIFEST, "
006440             "STATUS = " WS-MANIFEST-FILE-STATUS
006450         MOVE "PURGE MANIFEST UNAVAILABLE" TO WS-REFUSE-REASON
006460         MOVE "Y" TO WS-REFUSED-SWITCH
006470         GO TO 1300-EXIT
006480     END-IF.
006490     PERFORM 1310-SCAN-MANIFEST THRU 1310-EXIT
006500         UNTIL MANIFEST-FILE-EOF.
006510     CLOSE MANIFEST-FILE.
006520     IF WS-STOPPED-CUTOFF > WS-RETENTION-CUTOFF
006530         AND VFP-FROM-DATE < WS-STOPPED-CUTOFF
006540         MOVE "Y" TO WS-PURGE-STOPPED-SWITCH
006550     END-IF.
006560 1300-EXIT.
006570     EXIT.
006580 1310-SCAN-MANIFEST.
006590     READ MANIFEST-FILE INTO WS-MANIFEST-LINE
006600         AT END
006610             MOVE "Y" TO WS-MAN-EOF-SWITCH
006620     END-READ.
006630     IF MANIFEST-FILE-EOF
006640         GO TO 1310-EXIT
006650     END-IF.
006660     IF MAN-CUTOFF-DATE NOT NUMERIC
006670         GO TO 1310-EXIT
006680     END-IF.
006690     IF MAN-RUN-COMPLETE
006700         AND MAN-CUTOFF-DATE > WS-RETENTION-CUTOFF
006710         MOVE MAN-CUTOFF-DATE TO WS-RETENTION-CUTOFF
006720     END-IF.
006730     IF MAN-RUN-STOPPED
006740         AND MAN-CUTOFF-DATE > WS-STOPPED-CUTOFF
006750         MOVE MAN-CUTOFF-DATE TO WS-STOPPED-CUTOFF
006760     END-IF.
006770 1310-EXIT.
006780     EXIT.
006790*--------------------------------------------------------------
006800* Generations - the HISTXTR DD concatenates every retained
006810* extract oldest first, so each header opens a generation, its
006820* data lines stage, and its trailer proves and applies it.  A
006830* header arriving before the trailer, or the end of the file,
006840* means the generation was cut short.
006850*--------------------------------------------------------------
006860 2000-READ-ONE-GENERATION-LINE.
006870     READ GENERATION-FILE INTO WS-EXTRACT-LINE
006880         AT END
006890             MOVE "Y" TO WS-GEN-EOF-SWITCH
006900     END-READ.
006910     IF WS-GENERATION-FILE-STATUS NOT = "00"
006920         AND NOT GENERATION-FILE-EOF
006930         DISPLAY "RATEHVER: READ FAILED ON EXTRACT GENERATIONS, "
006940             "STATUS = " WS-GENERATION-FILE-STATUS
006950         MOVE "EXTRACT GENERATIONS UNREADABLE"
006960             TO WS-REFUSE-REASON
006970         MOVE "Y" TO WS-REFUSED-SWITCH
006980         MOVE "Y" TO WS-GEN-EOF-SWITCH
006990         GO TO 2000-EXIT
007000     END-IF.
007010     IF GENERATION-FILE-EOF
007020         IF GENERATION-OPEN
007030             MOVE "GENERATION ENDS WITHOUT A TRAILER"
007040                 TO WS-GEN-MESSAGE
007050             PERFORM 2900-FAIL-GENERATION THRU 2900-EXIT
007060         END-IF
007070         GO TO 2000-EXIT
007080     END-IF.
007090     EVALUATE TRUE
007100         WHEN EXT-HEADER-LINE
007110             OR EXT-RESTATE-HEADER
007120             PERFORM 2100-OPEN-GENERATION THRU 2100-EXIT
007130         WHEN EXT-DATA-LINE
007140             PERFORM 2200-STAGE-DATA-LINE THRU 2200-EXIT
007150         WHEN EXT-TRAILER-LINE
007160             PERFORM 2300-CLOSE-GENERATION THRU 2300-EXIT
007170     END-EVALUATE.
007180 2000-EXIT.
007190     EXIT.
007200 2100-OPEN-GENERATION.
007210     IF GENERATION-OPEN
007220         MOVE "GENERATION ENDS WITHOUT A TRAILER"
007230             TO WS-GEN-MESSAGE
007240         PERFORM 2900-FAIL-GENERATION THRU 2900-EXIT
007250     END-IF.
007260     ADD 1 TO WS-GEN-READ-COUNT.
007270     MOVE "Y" TO WS-GEN-OPEN-SWITCH.
007280     MOVE ZERO TO WS-STAGE-COUNT.
007290     MOVE ZERO TO WS-GEN-HASH.
007300     MOVE EXT-HDR-SOURCE TO WS-GEN-SOURCE.
007310     IF EXT-HDR-BUSINESS-DATE NUMERIC
007320         MOVE EXT-HDR-BUSINESS-DATE TO WS-GEN-DATE
007330     ELSE
007340         MOVE ZERO TO WS-GEN-DATE
007350     END-IF.
007360     IF EXT-HEADER-LINE
007370         AND EXT-HDR-SOURCE NOT = "RATEDLTA"
007380         MOVE "Y" TO WS-GEN-FULL-SWITCH
007390     ELSE
007400         MOVE "N" TO WS-GEN-FULL-SWITCH
007410     END-IF.
007420 2100-EXIT.
007430     EXIT.
007440 2200-STAGE-DATA-LINE.
007450     IF NOT GENERATION-OPEN
007460         GO TO 2200-EXIT
007470     END-IF.
007480     IF WS-STAGE-COUNT NOT < WS-STAGE-MAX
007490         MOVE "GENERATION EXCEEDS STAGING TABLE SIZE"
007500             TO WS-REFUSE-REASON
007510         MOVE "Y" TO WS-REFUSED-SWITCH
007520         MOVE "Y" TO WS-GEN-EOF-SWITCH
007530         GO TO 2200-EXIT
007540     END-IF.
007550     ADD 1 TO WS-STAGE-COUNT.
007560     MOVE EXT-SET-ID TO STG-SET-ID (WS-STAGE-COUNT).
007570     MOVE EXT-FIELD-NAME TO STG-FIELD-NAME (WS-STAGE-COUNT).
007580     MOVE EXT-FIELD-VALUE TO STG-FIELD-VALUE (WS-STAGE-COUNT).
007590     MOVE EXT-RATE-STATUS TO STG-RATE-STATUS (WS-STAGE-COUNT).
007600     MOVE EXT-CARRIED-FROM-DATE
007610         TO STG-CARRIED-FROM-DATE (WS-STAGE-COUNT).
007660     MOVE EXT-FIELD-VALUE TO WS-HASH-WORK.
007670     IF WS-HASH-WORK < 0
007680         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
007690     END-IF.
007700     ADD WS-HASH-WORK TO WS-GEN-HASH.
007710 2200-EXIT.
007720     EXIT.
007730*--------------------------------------------------------------
007740* Trailer - the generation applies only when its count and
007750* hash tie and its business date is in the range.
007760*--------------------------------------------------------------
007770 2300-CLOSE-GENERATION.
007780     IF NOT GENERATION-OPEN
007790         GO TO 2300-EXIT
007800     END-IF.
007810     IF EXT-TRL-RECORD-COUNT NOT NUMERIC
007820         OR EXT-TRL-VALUE-HASH NOT NUMERIC
007830         OR EXT-TRL-RECORD-COUNT NOT = WS-STAGE-COUNT
007840         OR EXT-TRL-VALUE-HASH NOT = WS-GEN-HASH
007850         MOVE "TRAILER COUNT OR HASH DOES NOT TIE"
007860             TO WS-GEN-MESSAGE
007870         PERFORM 2900-FAIL-GENERATION THRU 2900-EXIT
007880         GO TO 2300-EXIT
007890     END-IF.
007900     MOVE "N" TO WS-GEN-OPEN-SWITCH.
007910     IF WS-GEN-DATE < VFP-FROM-DATE
007920         OR WS-GEN-DATE > VFP-TO-DATE
007930         GO TO 2300-EXIT
007940     END-IF.
007950     ADD 1 TO WS-GEN-APPLIED-COUNT.
007960     IF GENERATION-FULL
007970         PERFORM 2400-CLEAR-GENERATION-DATE THRU 2400-EXIT
007980     END-IF.
007990     MOVE ZERO TO WS-STG-SUB.
008000     PERFORM 2500-APPLY-ONE-LINE THRU 2500-EXIT
008010         UNTIL WS-STG-SUB NOT < WS-STAGE-COUNT
008020         OR IO-WRITE-ERROR.
008030 2300-EXIT.
008040     EXIT.
008050*--------------------------------------------------------------
008060* A full generation replaces its date - whatever an earlier
008070* generation or a backed-out night left is cleared first, and
008080* the date is noted as covered.
008090*--------------------------------------------------------------
008100 2400-CLEAR-GENERATION-DATE.
008110     MOVE WS-GEN-DATE TO WS-LOOKUP-DATE.
008120     PERFORM 2600-FIND-FULL-DATE THRU 2600-EXIT.
008130     IF NOT FULL-DATE-FOUND
008140         IF WS-FULL-DATE-COUNT NOT < WS-FULL-DATE-MAX
008150             MOVE "DATE RANGE EXCEEDS COVERAGE TABLE SIZE"
008160                 TO WS-REFUSE-REASON
008170             MOVE "Y" TO WS-REFUSED-SWITCH
008180             MOVE "Y" TO WS-GEN-EOF-SWITCH
008190         ELSE
008200             ADD 1 TO WS-FULL-DATE-COUNT
008210             MOVE WS-GEN-DATE TO FDT-DATE (WS-FULL-DATE-COUNT)
008220         END-IF
008230     END-IF.
008240     MOVE LOW-VALUES TO EVW-RECORD-KEY.
008250     MOVE WS-GEN-DATE TO EVW-EFF-DATE.
008260     MOVE "N" TO WS-CLEAR-DONE-SWITCH.
008270     START EVIDENCE-FILE
008280         KEY IS NOT LESS THAN EVW-RECORD-KEY
008290         INVALID KEY
008300             MOVE "Y" TO WS-CLEAR-DONE-SWITCH
008310     END-START.
008320     PERFORM 2410-CLEAR-ONE-EVIDENCE THRU 2410-EXIT
008330         UNTIL CLEAR-DONE.
008340 2400-EXIT.
008350     EXIT.
008360 2410-CLEAR-ONE-EVIDENCE.
008370     READ EVIDENCE-FILE NEXT RECORD
008380         AT END
008390             MOVE "Y" TO WS-CLEAR-DONE-SWITCH
008400     END-READ.
008410     IF CLEAR-DONE
008420         GO TO 2410-EXIT
008430     END-IF.
008440     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
008450         OR EVW-EFF-DATE NOT = WS-GEN-DATE
008460         MOVE "Y" TO WS-CLEAR-DONE-SWITCH
008470         GO TO 2410-EXIT
008480     END-IF.
008490     DELETE EVIDENCE-FILE RECORD.
008500     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
008510         PERFORM 7990-EVIDENCE-ERROR THRU 7990-EXIT
008520         MOVE "Y" TO WS-CLEAR-DONE-SWITCH
008530     END-IF.
008540 2410-EXIT.
008550     EXIT.
008560*--------------------------------------------------------------
008570* One proved line onto the evidence - a new key is written, a
008580* key already there (a delta over its date) is replaced.
008590*--------------------------------------------------------------
008600 2500-APPLY-ONE-LINE.
008610     ADD 1 TO WS-STG-SUB.
008620     MOVE SPACES TO EVIDENCE-RECORD.
008630     MOVE WS-GEN-DATE TO EVW-EFF-DATE.
008640     MOVE STG-SET-ID (WS-STG-SUB) TO EVW-SET-ID.
008650     MOVE STG-FIELD-NAME (WS-STG-SUB) TO EVW-FIELD-NAME.
008660     MOVE STG-FIELD-VALUE (WS-STG-SUB) TO EVW-FIELD-VALUE.
008670     MOVE STG-RATE-STATUS (WS-STG-SUB) TO EVW-RATE-STATUS.
008680     MOVE STG-CARRIED-FROM-DATE (WS-STG-SUB)
008690         TO EVW-CARRIED-FROM-DATE.
008700     PERFORM 2700-FIND-FORMULA-OUTPUT THRU 2700-EXIT.
008710     IF FORMULA-OUTPUT-FOUND
008720         MOVE "DERV" TO EVW-SOURCE
008730     ELSE
008740         MOVE "CERT" TO EVW-SOURCE
008750     END-IF.
008760     MOVE "N" TO EVW-MATCH-FLAG.
008770     WRITE EVIDENCE-RECORD
008780         INVALID KEY
008790             REWRITE EVIDENCE-RECORD
008800     END-WRITE.
008810     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
008820         PERFORM 7990-EVIDENCE-ERROR THRU 7990-EXIT
008830     END-IF.
008840 2500-EXIT.
008850     EXIT.
008860*--------------------------------------------------------------
008870* Covered-date lookup for WS-LOOKUP-DATE.
008880*--------------------------------------------------------------
008890 2600-FIND-FULL-DATE.
008900     MOVE "N" TO WS-DATE-FOUND-SWITCH.
008910     MOVE ZERO TO WS-FDT-SUB.
008920     PERFORM 2610-MATCH-ONE-DATE THRU 2610-EXIT
008930         UNTIL FULL-DATE-FOUND
008940         OR WS-FDT-SUB NOT < WS-FULL-DATE-COUNT.
008950 2600-EXIT.
008960     EXIT.
008970 2610-MATCH-ONE-DATE.
008980     ADD 1 TO WS-FDT-SUB.
008990     IF FDT-DATE (WS-FDT-SUB) = WS-LOOKUP-DATE
009000         MOVE "Y" TO WS-DATE-FOUND-SWITCH
009010     END-IF.
009020 2610-EXIT.
009030     EXIT.
009040*--------------------------------------------------------------
009050* Formula-output lookup for the evidence record's set/field.
009060*--------------------------------------------------------------
009070 2700-FIND-FORMULA-OUTPUT.
009080     MOVE "N" TO WS-FORMULA-FOUND-SWITCH.
009090     MOVE ZERO TO WS-FOT-SUB.
009100     PERFORM 2710-MATCH-ONE-FORMULA THRU 2710-EXIT
009110         UNTIL FORMULA-OUTPUT-FOUND
009120         OR WS-FOT-SUB NOT < WS-FORMULA-COUNT.
009130 2700-EXIT.
009140     EXIT.
009150 2710-MATCH-ONE-FORMULA.
009160     ADD 1 TO WS-FOT-SUB.
009170     IF FOT-SET-ID (WS-FOT-SUB) = EVW-SET-ID
009180         AND FOT-FIELD-NAME (WS-FOT-SUB) = EVW-FIELD-NAME
009190         MOVE "Y" TO WS-FORMULA-FOUND-SWITCH
009200     END-IF.
009210 2710-EXIT.
009220     EXIT.
009230*--------------------------------------------------------------
009240* A generation that cannot be proved applies nothing and is a
009250* finding when its date is in the range (or unknown).
009260*--------------------------------------------------------------
009270 2900-FAIL-GENERATION.
009280     MOVE "N" TO WS-GEN-OPEN-SWITCH.
009290     IF WS-GEN-DATE NOT = ZERO
009300         AND (WS-GEN-DATE < VFP-FROM-DATE
009310         OR WS-GEN-DATE > VFP-TO-DATE)
009320         GO TO 2900-EXIT
009330     END-IF.
009340     ADD 1 TO WS-GEN-FAILED-COUNT.
009350     ADD 1 TO WS-FINDING-COUNT.
009360     MOVE SPACES TO WS-VFR-GENERATION-LINE.
009370     MOVE "GEN" TO WS-VFR-GENERATION-LINE.
009380     IF WS-GEN-DATE = ZERO
009390         MOVE "UNKNOWN" TO VFG-BUSINESS-DATE
009400     ELSE
009410         MOVE WS-GEN-DATE TO VFG-BUSINESS-DATE
009420     END-IF.
009430     MOVE WS-GEN-SOURCE TO VFG-SOURCE.
009440     MOVE WS-GEN-MESSAGE TO VFG-MESSAGE.
009450     MOVE WS-VFR-GENERATION-LINE TO VFR-MESSAGE.
009460     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
009470 2900-EXIT.
009480     EXIT.
009490*--------------------------------------------------------------
009500* Corrections - CORRAUDT in the order the changes were made,
009510* each after value laid over the evidence for its key.  A
009520* correction to a key no generation holds still stands as
009530* evidence.  No audit at all means nothing was ever corrected.
009540*--------------------------------------------------------------
009550 3000-APPLY-CORRECTIONS.
009560     OPEN INPUT AUDIT-FILE.
009570     IF WS-AUDIT-FILE-STATUS = "35"
009580         GO TO 3000-EXIT
009590     END-IF.
009600     IF WS-AUDIT-FILE-STATUS NOT = "00"
009610         DISPLAY "RATEHVER: UNABLE TO OPEN CORRECTION AUDIT, "
009620             "STATUS = " WS-AUDIT-FILE-STATUS
009630         MOVE "CORRECTION AUDIT UNAVAILABLE" TO WS-REFUSE-REASON
009640         MOVE "Y" TO WS-REFUSED-SWITCH
009650         GO TO 3000-EXIT
009660     END-IF.
009670     PERFORM 3100-APPLY-ONE-CORRECTION THRU 3100-EXIT
009680         UNTIL AUDIT-FILE-EOF
009690         OR IO-WRITE-ERROR.
009700     CLOSE AUDIT-FILE.
009710 3000-EXIT.
009720     EXIT.
009730 3100-APPLY-ONE-CORRECTION.
009740     READ AUDIT-FILE INTO WS-AUDIT-LINE
009750         AT END
009760             MOVE "Y" TO WS-AUD-EOF-SWITCH
009770     END-READ.
009780     IF AUDIT-FILE-EOF
009790         GO TO 3100-EXIT
009800     END-IF.
009810     IF AUD-EFF-DATE NOT NUMERIC
009820         OR AUD-AFTER-VALUE NOT NUMERIC
009830         GO TO 3100-EXIT
009840     END-IF.
009850     IF AUD-EFF-DATE < VFP-FROM-DATE
009860         OR AUD-EFF-DATE > VFP-TO-DATE
009870         GO TO 3100-EXIT
009880     END-IF.
009890     MOVE AUD-EFF-DATE TO EVW-EFF-DATE.
009900     MOVE AUD-SET-ID TO EVW-SET-ID.
009910     MOVE AUD-FIELD-NAME TO EVW-FIELD-NAME.
009920     MOVE "Y" TO WS-EVIDENCE-FOUND-SWITCH.
009930     READ EVIDENCE-FILE
009940         INVALID KEY
009950             MOVE "N" TO WS-EVIDENCE-FOUND-SWITCH
009960     END-READ.
009970     IF NOT EVIDENCE-FOUND
009980         MOVE SPACES TO EVIDENCE-RECORD
009990         MOVE AUD-EFF-DATE TO EVW-EFF-DATE
010000         MOVE AUD-SET-ID TO EVW-SET-ID
010010         MOVE AUD-FIELD-NAME TO EVW-FIELD-NAME
010020         MOVE SPACES TO EVW-RATE-STATUS
010030         MOVE SPACES TO EVW-CARRIED-FROM-DATE
010040     END-IF.
010050     MOVE AUD-AFTER-VALUE TO EVW-FIELD-VALUE.
010060     IF AUD-RESTATEMENT
010070         MOVE "RSTM" TO EVW-SOURCE
010080     ELSE
010090         MOVE "CORR" TO EVW-SOURCE
010100     END-IF.
010110     MOVE "N" TO EVW-MATCH-FLAG.
010120     IF EVIDENCE-FOUND
010130         REWRITE EVIDENCE-RECORD
010140     ELSE
010150         WRITE EVIDENCE-RECORD
010160     END-IF.
010170     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
010180         PERFORM 7990-EVIDENCE-ERROR THRU 7990-EXIT
010190         GO TO 3100-EXIT
010200     END-IF.
010210     ADD 1 TO WS-CORR-APPLIED-COUNT.
010220 3100-EXIT.
010230     EXIT.
010240*--------------------------------------------------------------
010250* Master sweep - every master record in the range is looked up
010260* on the evidence.  Records older than the purge cutoff belong
010270* on the archive and are only reported.
010280*--------------------------------------------------------------
010290 4000-SWEEP-MASTER.
010300     MOVE "N" TO WS-SWEEP-DONE-SWITCH.
010310     MOVE LOW-VALUES TO HIST-RECORD-KEY.
010320     START HISTORY-FILE
010330         KEY IS NOT LESS THAN HIST-RECORD-KEY
010340         INVALID KEY
010350             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
010360     END-START.
010370     PERFORM 4100-CHECK-ONE-MASTER THRU 4100-EXIT
010380         UNTIL SWEEP-DONE.
010390 4000-EXIT.
010400     EXIT.
010410 4100-CHECK-ONE-MASTER.
010420     READ HISTORY-FILE NEXT RECORD
010430         AT END
010440             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
010450     END-READ.
010460     IF WS-HISTORY-FILE-STATUS NOT = "00"
010470         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
010480     END-IF.
010490     IF SWEEP-DONE
010500         GO TO 4100-EXIT
010510     END-IF.
010520     IF HIST-EFF-DATE < VFP-FROM-DATE
010530         OR HIST-EFF-DATE > VFP-TO-DATE
010540         GO TO 4100-EXIT
010550     END-IF.
010560     MOVE HIST-FIELD-VALUE TO WS-ACT-VALUE.
010570     MOVE HIST-RATE-STATUS TO WS-ACT-STATUS.
010580     MOVE HIST-CARRIED-FROM-RAW TO WS-ACT-CARRIED-FROM-DATE.
010590     MOVE HIST-EFF-DATE TO EVW-EFF-DATE.
010600     MOVE HIST-SET-ID TO EVW-SET-ID.
010610     MOVE HIST-FIELD-NAME TO EVW-FIELD-NAME.
010620     PERFORM 7000-READ-EVIDENCE THRU 7000-EXIT.
010630     IF HIST-EFF-DATE < WS-RETENTION-CUTOFF
010640         MOVE "CUT" TO VFR-FINDING-CODE
010650         MOVE "ARCHIVE" TO VFR-ACTION
010660         PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
010670         ADD 1 TO WS-ARCHIVE-FINDING-COUNT
010680         GO TO 4100-EXIT
010690     END-IF.
010700     IF NOT EVIDENCE-FOUND
010710         PERFORM 4200-JUDGE-UNEVIDENCED THRU 4200-EXIT
010720         GO TO 4100-EXIT
010730     END-IF.
010740     PERFORM 7200-MARK-MATCHED THRU 7200-EXIT.
010750     IF EVW-FIELD-VALUE = WS-ACT-VALUE
010760         AND (EVW-FROM-RESTATEMENT
010770         OR (EVW-RATE-STATUS = WS-ACT-STATUS
010780         AND EVW-CARRIED-FROM-DATE = WS-ACT-CARRIED-FROM-DATE))
010790         GO TO 4100-EXIT
010800     END-IF.
010810     ADD 1 TO WS-MISMATCH-COUNT.
010820     MOVE "DIFF" TO VFR-FINDING-CODE.
010830     MOVE SPACES TO VFR-ACTION.
010840     IF REBUILD-MODE
010850         MOVE EVW-FIELD-VALUE TO HIST-FIELD-VALUE
010860         IF NOT EVW-FROM-RESTATEMENT
010870             MOVE EVW-RATE-STATUS TO HIST-RATE-STATUS
010880             MOVE EVW-CARRIED-FROM-DATE TO HIST-CARRIED-FROM-RAW
010890         END-IF
010900         REWRITE HISTORY-RECORD
010910         IF WS-HISTORY-FILE-STATUS = "00"
010920             ADD 1 TO WS-REWRITTEN-COUNT
010930             MOVE "REWRITTN" TO VFR-ACTION
010940         ELSE
010950             PERFORM 7980-HISTORY-ERROR THRU 7980-EXIT
010960             MOVE "FAILED" TO VFR-ACTION
010970             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
010980         END-IF
010990     END-IF.
011000     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT.
011010 4100-EXIT.
011020     EXIT.
011030*--------------------------------------------------------------
011040* A master record with no evidence - extra on a covered date
011050* (deleted by a rebuild), unverified on any other.
011060*--------------------------------------------------------------
011070 4200-JUDGE-UNEVIDENCED.
011080     MOVE HIST-EFF-DATE TO WS-LOOKUP-DATE.
011090     PERFORM 2600-FIND-FULL-DATE THRU 2600-EXIT.
011100     MOVE SPACES TO VFR-ACTION.
011110     IF NOT FULL-DATE-FOUND
011120         ADD 1 TO WS-UNVERIFIED-COUNT
011130         MOVE "NOEV" TO VFR-FINDING-CODE
011140         PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
011150         GO TO 4200-EXIT
011160     END-IF.
011170     ADD 1 TO WS-EXTRA-COUNT.
011180     MOVE "XTRA" TO VFR-FINDING-CODE.
011190     IF REBUILD-MODE
011200         DELETE HISTORY-FILE RECORD
011210         IF WS-HISTORY-FILE-STATUS = "00"
011220             ADD 1 TO WS-DELETED-COUNT
011230             MOVE "DELETED" TO VFR-ACTION
011240         ELSE
011250             PERFORM 7980-HISTORY-ERROR THRU 7980-EXIT
011260             MOVE "FAILED" TO VFR-ACTION
011270             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
011280         END-IF
011290     END-IF.
011300     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT.
011310 4200-EXIT.
011320     EXIT.
011330*--------------------------------------------------------------
011340* Archive sweep - the range's dates older than the purge
011350* cutoff live on the archive.  The ARCHIN DD concatenates
011360* whichever yearly archives hold them.  Reported only.
011370*--------------------------------------------------------------
011380 4500-SWEEP-ARCHIVE.
011390     MOVE "N" TO WS-ARCH-EOF-SWITCH.
011400     OPEN INPUT ARCHIVE-FILE.
011410     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
011420         DISPLAY "RATEHVER: UNABLE TO OPEN ARCHIVE FILE, "
011430             "STATUS = " WS-ARCHIVE-FILE-STATUS
011440         MOVE "ARCHIVE NEEDED BUT UNAVAILABLE" TO WS-REFUSE-REASON
011450         MOVE "Y" TO WS-REFUSED-SWITCH
011460         GO TO 4500-EXIT
011470     END-IF.
011480     PERFORM 4510-CHECK-ONE-ARCHIVE THRU 4510-EXIT
011490         UNTIL ARCHIVE-FILE-EOF.
011500     CLOSE ARCHIVE-FILE.
011510 4500-EXIT.
011520     EXIT.
011530 4510-CHECK-ONE-ARCHIVE.
011540     READ ARCHIVE-FILE INTO WS-ARCHIVE-LINE
011550         AT END
011560             MOVE "Y" TO WS-ARCH-EOF-SWITCH
011570     END-READ.
011580     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
011590         MOVE "Y" TO WS-ARCH-EOF-SWITCH
011600     END-IF.
011610     IF ARCHIVE-FILE-EOF
011620         GO TO 4510-EXIT
011630     END-IF.
011640     IF ARC-EFF-DATE NOT NUMERIC
011650         GO TO 4510-EXIT
011660     END-IF.
011670     IF ARC-EFF-DATE < VFP-FROM-DATE
011680         OR ARC-EFF-DATE > VFP-TO-DATE
011690         OR ARC-EFF-DATE NOT < WS-RETENTION-CUTOFF
011700         GO TO 4510-EXIT
011710     END-IF.
011720     MOVE ARC-FIELD-VALUE TO WS-ACT-VALUE.
011730     MOVE ARC-RATE-STATUS TO WS-ACT-STATUS.
011740     MOVE ARC-CARRIED-FROM-RAW TO WS-ACT-CARRIED-FROM-DATE.
011750     MOVE ARC-EFF-DATE TO EVW-EFF-DATE.
011760     MOVE ARC-SET-ID TO EVW-SET-ID.
011770     MOVE ARC-FIELD-NAME TO EVW-FIELD-NAME.
011780     PERFORM 7000-READ-EVIDENCE THRU 7000-EXIT.
011790     MOVE SPACES TO VFR-ACTION.
011800     IF NOT EVIDENCE-FOUND
011810         MOVE ARC-EFF-DATE TO WS-LOOKUP-DATE
011820         PERFORM 2600-FIND-FULL-DATE THRU 2600-EXIT
011830         IF FULL-DATE-FOUND
011840             ADD 1 TO WS-ARCHIVE-FINDING-COUNT
011850             MOVE "AXTR" TO VFR-FINDING-CODE
011860         ELSE
011870             ADD 1 TO WS-UNVERIFIED-COUNT
011880             MOVE "NOEV" TO VFR-FINDING-CODE
011890         END-IF
011900         PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
011910         GO TO 4510-EXIT
011920     END-IF.
011930     PERFORM 7200-MARK-MATCHED THRU 7200-EXIT.
011940     IF EVW-FIELD-VALUE = WS-ACT-VALUE
011950         AND (EVW-FROM-RESTATEMENT
011960         OR (EVW-RATE-STATUS = WS-ACT-STATUS
011970         AND EVW-CARRIED-FROM-DATE = WS-ACT-CARRIED-FROM-DATE))
011980         GO TO 4510-EXIT
011990     END-IF.
012000     ADD 1 TO WS-ARCHIVE-FINDING-COUNT.
012010     MOVE "ADIF" TO VFR-FINDING-CODE.
012020     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT.
012030 4510-EXIT.
012040     EXIT.
012050*--------------------------------------------------------------
012060* Evidence sweep - every evidence record nothing matched is
012070* missing; a rebuild writes the master's back.  The evidence
012080* totals for the proof are taken over the master's dates.
012090*--------------------------------------------------------------
012100 5000-SWEEP-EVIDENCE.
012110     MOVE "N" TO WS-SWEEP-DONE-SWITCH.
012120     MOVE LOW-VALUES TO EVW-RECORD-KEY.
012130     START EVIDENCE-FILE
012140         KEY IS NOT LESS THAN EVW-RECORD-KEY
012150         INVALID KEY
012160             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
012170     END-START.
012180     PERFORM 5100-CHECK-ONE-EVIDENCE THRU 5100-EXIT
012190         UNTIL SWEEP-DONE.
012200 5000-EXIT.
012210     EXIT.
012220 5100-CHECK-ONE-EVIDENCE.
012230     READ EVIDENCE-FILE NEXT RECORD
012240         AT END
012250             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
012260     END-READ.
012270     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
012280         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
012290     END-IF.
012300     IF SWEEP-DONE
012310         GO TO 5100-EXIT
012320     END-IF.
012330     IF EVW-EFF-DATE NOT < WS-RETENTION-CUTOFF
012340         ADD 1 TO WS-EVIDENCE-COUNT
012350         MOVE EVW-FIELD-VALUE TO WS-HASH-WORK
012360         IF WS-HASH-WORK < 0
012370             COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
012380         END-IF
012390         ADD WS-HASH-WORK TO WS-EVIDENCE-HASH
012400     END-IF.
012410     IF EVW-MATCHED
012420         GO TO 5100-EXIT
012430     END-IF.
012435     MOVE "Y" TO WS-EVIDENCE-FOUND-SWITCH.
012440     MOVE ZERO TO WS-ACT-VALUE.
012450     MOVE SPACES TO WS-ACT-STATUS.
012460     MOVE SPACES TO VFR-ACTION.
012470     IF EVW-EFF-DATE < WS-RETENTION-CUTOFF
012480         ADD 1 TO WS-ARCHIVE-FINDING-COUNT
012490         MOVE "AMIS" TO VFR-FINDING-CODE
012500         PERFORM 7100-WRITE-FINDING THRU 7100-EXIT
012510         GO TO 5100-EXIT
012520     END-IF.
012530     ADD 1 TO WS-MISSING-COUNT.
012540     MOVE "MISS" TO VFR-FINDING-CODE.
012550     IF REBUILD-MODE
012560         MOVE SPACES TO HISTORY-RECORD
012570         MOVE EVW-SET-ID TO HIST-SET-ID
012580         MOVE EVW-FIELD-NAME TO HIST-FIELD-NAME
012590         MOVE EVW-EFF-DATE TO HIST-EFF-DATE
012600         MOVE EVW-FIELD-VALUE TO HIST-FIELD-VALUE
012610         MOVE EVW-RATE-STATUS TO HIST-RATE-STATUS
012620         MOVE EVW-CARRIED-FROM-DATE TO HIST-CARRIED-FROM-RAW
012630         WRITE HISTORY-RECORD
012640         IF WS-HISTORY-FILE-STATUS = "00"
012650             ADD 1 TO WS-WRITTEN-COUNT
012660             MOVE "WRITTEN" TO VFR-ACTION
012670         ELSE
012680             PERFORM 7980-HISTORY-ERROR THRU 7980-EXIT
012690             MOVE "FAILED" TO VFR-ACTION
012700             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
012710         END-IF
012720     END-IF.
012730     PERFORM 7100-WRITE-FINDING THRU 7100-EXIT.
012740 5100-EXIT.
012750     EXIT.
012760*--------------------------------------------------------------
012770* Proof - the master's records in the range from the purge
012780* cutoff on, counted and hashed as they stand now (after any
012790* rebuild), less the unverified ones, against the evidence.
012800*--------------------------------------------------------------
012810 6000-PROVE-MASTER.
012820     MOVE "N" TO WS-SWEEP-DONE-SWITCH.
012830     MOVE LOW-VALUES TO HIST-RECORD-KEY.
012840     START HISTORY-FILE
012850         KEY IS NOT LESS THAN HIST-RECORD-KEY
012860         INVALID KEY
012870             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
012880     END-START.
012890     PERFORM 6100-PROVE-ONE-MASTER THRU 6100-EXIT
012900         UNTIL SWEEP-DONE.
012910     IF WS-MASTER-COUNT = WS-EVIDENCE-COUNT
012920         AND WS-MASTER-HASH = WS-EVIDENCE-HASH
012930         MOVE "Y" TO WS-PROVEN-SWITCH
012940     END-IF.
012950 6000-EXIT.
012960     EXIT.
012970 6100-PROVE-ONE-MASTER.
012980     READ HISTORY-FILE NEXT RECORD
012990         AT END
013000             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
013010     END-READ.
013020     IF WS-HISTORY-FILE-STATUS NOT = "00"
013030         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
013040     END-IF.
013050     IF SWEEP-DONE
013060         GO TO 6100-EXIT
013070     END-IF.
013080     IF HIST-EFF-DATE < VFP-FROM-DATE
013090         OR HIST-EFF-DATE > VFP-TO-DATE
013100         OR HIST-EFF-DATE < WS-RETENTION-CUTOFF
013110         GO TO 6100-EXIT
013120     END-IF.
013130     MOVE HIST-EFF-DATE TO EVW-EFF-DATE.
013140     MOVE HIST-SET-ID TO EVW-SET-ID.
013150     MOVE HIST-FIELD-NAME TO EVW-FIELD-NAME.
013160     PERFORM 7000-READ-EVIDENCE THRU 7000-EXIT.
013170     IF NOT EVIDENCE-FOUND
013180         MOVE HIST-EFF-DATE TO WS-LOOKUP-DATE
013190         PERFORM 2600-FIND-FULL-DATE THRU 2600-EXIT
013200         IF NOT FULL-DATE-FOUND
013210             GO TO 6100-EXIT
013220         END-IF
013230     END-IF.
013240     ADD 1 TO WS-MASTER-COUNT.
013250     MOVE HIST-FIELD-VALUE TO WS-HASH-WORK.
013260     IF WS-HASH-WORK < 0
013270         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
013280     END-IF.
013290     ADD WS-HASH-WORK TO WS-MASTER-HASH.
013300 6100-EXIT.
013310     EXIT.
013320*--------------------------------------------------------------
013330* Evidence lookup on the key already in EVW-RECORD-KEY.
013340*--------------------------------------------------------------
013350 7000-READ-EVIDENCE.
013360     MOVE "Y" TO WS-EVIDENCE-FOUND-SWITCH.
013365     MOVE EVW-RECORD-KEY TO WS-LOOKUP-KEY.
013370     READ EVIDENCE-FILE
013380         INVALID KEY
013390             MOVE "N" TO WS-EVIDENCE-FOUND-SWITCH
013400     END-READ.
013402     IF NOT EVIDENCE-FOUND
013404         MOVE WS-LOOKUP-KEY TO EVW-RECORD-KEY
013406     END-IF.
013410 7000-EXIT.
013420     EXIT.
013430*--------------------------------------------------------------
013440* One finding line - the key and evidence off the evidence
013450* record when there is one, the record on file off the ACT
013460* fields; the code and action are set by the caller.
013470*--------------------------------------------------------------
013480 7100-WRITE-FINDING.
013490     ADD 1 TO WS-FINDING-COUNT.
013500     MOVE EVW-SET-ID TO VFR-SET-ID.
013510     MOVE EVW-FIELD-NAME TO VFR-FIELD-NAME.
013520     MOVE EVW-EFF-DATE TO VFR-EFF-DATE.
013530     IF EVIDENCE-FOUND
013540         MOVE EVW-FIELD-VALUE TO VFR-EXPECTED-VALUE
013550         MOVE EVW-RATE-STATUS TO VFR-EXPECTED-STATUS
013560         MOVE EVW-SOURCE TO VFR-SOURCE
013570     ELSE
013580         MOVE ZERO TO VFR-EXPECTED-VALUE
013590         MOVE SPACES TO VFR-EXPECTED-STATUS
013600         MOVE SPACES TO VFR-SOURCE
013610     END-IF.
013620     MOVE WS-ACT-VALUE TO VFR-ACTUAL-VALUE.
013630     MOVE WS-ACT-STATUS TO VFR-ACTUAL-STATUS.
013640     MOVE WS-VFR-DETAIL-LINE TO VFR-MESSAGE.
013650     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
013660 7100-EXIT.
013670     EXIT.
013680*--------------------------------------------------------------
013690 7200-MARK-MATCHED.
013700     MOVE "Y" TO EVW-MATCH-FLAG.
013710     REWRITE EVIDENCE-RECORD.
013720     IF WS-EVIDENCE-FILE-STATUS NOT = "00"
013730         PERFORM 7990-EVIDENCE-ERROR THRU 7990-EXIT
013740         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
013750         MOVE "Y" TO WS-ARCH-EOF-SWITCH
013760     END-IF.
013770 7200-EXIT.
013780     EXIT.
013790*--------------------------------------------------------------
013800 7900-WRITE-MESSAGE-LINE.
013810     MOVE SPACES TO VERIFY-REPORT-RECORD.
013820     MOVE WS-VFR-MESSAGE-LINE TO VERIFY-REPORT-RECORD.
013830     WRITE VERIFY-REPORT-RECORD.
013840     IF WS-REPORT-FILE-STATUS NOT = "00"
013850         DISPLAY "RATEHVER: WRITE FAILED ON VERIFICATION REPORT, "
013860             "STATUS = " WS-REPORT-FILE-STATUS
013870         MOVE "Y" TO WS-IO-ERROR-SWITCH
013880     END-IF.
013890 7900-EXIT.
013900     EXIT.
013910*--------------------------------------------------------------
013920 7980-HISTORY-ERROR.
013930     DISPLAY "RATEHVER: UPDATE FAILED ON HISTORY FILE, "
013940         "STATUS = " WS-HISTORY-FILE-STATUS.
013950     MOVE "Y" TO WS-IO-ERROR-SWITCH.
013960 7980-EXIT.
013970     EXIT.
013980*--------------------------------------------------------------
013990 7990-EVIDENCE-ERROR.
014000     DISPLAY "RATEHVER: UPDATE FAILED ON EVIDENCE WORK FILE, "
014010         "STATUS = " WS-EVIDENCE-FILE-STATUS.
014020     MOVE "Y" TO WS-IO-ERROR-SWITCH.
014030 7990-EXIT.
014040     EXIT.
014050*--------------------------------------------------------------
014060* Run totals - the evidence read, the findings, what a rebuild
014070* changed and the proof, or the reason nothing was judged.
014080*--------------------------------------------------------------
014090 8000-WRITE-RUN-TOTALS.
014100     MOVE SPACES TO VFR-MESSAGE.
014110     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
014120     IF VERIFY-REFUSED
014130         MOVE WS-REFUSE-REASON TO VFR-REFUSE-REASON
014140         MOVE WS-VFR-REFUSED-LINE TO VFR-MESSAGE
014150         PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT
014160         GO TO 8000-EXIT
014170     END-IF.
014180     MOVE WS-GEN-READ-COUNT TO VFT-GEN-READ.
014190     MOVE WS-GEN-APPLIED-COUNT TO VFT-GEN-APPLIED.
014200     MOVE WS-GEN-FAILED-COUNT TO VFT-GEN-FAILED.
014210     MOVE WS-CORR-APPLIED-COUNT TO VFT-CORR-APPLIED.
014220     MOVE WS-VFR-EVIDENCE-LINE TO VFR-MESSAGE.
014230     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
014240     MOVE WS-MISSING-COUNT TO VFT-MISSING.
014250     MOVE WS-EXTRA-COUNT TO VFT-EXTRA.
014260     MOVE WS-MISMATCH-COUNT TO VFT-MISMATCH.
014270     MOVE WS-ARCHIVE-FINDING-COUNT TO VFT-ARCHIVE.
014280     MOVE WS-UNVERIFIED-COUNT TO VFT-UNVERIFIED.
014290     MOVE WS-VFR-FINDING-TOTALS TO VFR-MESSAGE.
014300     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
014310     IF REBUILD-MODE
014320         MOVE WS-WRITTEN-COUNT TO VFT-WRITTEN
014330         MOVE WS-REWRITTEN-COUNT TO VFT-REWRITTEN
014340         MOVE WS-DELETED-COUNT TO VFT-DELETED
014350         MOVE WS-VFR-REBUILD-TOTALS TO VFR-MESSAGE
014360         PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT
014370     END-IF.
014380     IF REBUILD-STOOD-DOWN
014390         MOVE "REBUILD STOOD DOWN - A GENERATION FAILED TO PROVE"
014400             TO VFR-MESSAGE
014410         PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT
014420     END-IF.
014430     MOVE "EVIDENCE" TO VFP-PROOF-LABEL.
014440     MOVE WS-EVIDENCE-COUNT TO VFP-PROOF-COUNT.
014450     MOVE WS-EVIDENCE-HASH TO VFP-PROOF-HASH.
014460     MOVE WS-VFR-PROOF-LINE TO VFR-MESSAGE.
014470     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
014480     MOVE "MASTER" TO VFP-PROOF-LABEL.
014490     MOVE WS-MASTER-COUNT TO VFP-PROOF-COUNT.
014500     MOVE WS-MASTER-HASH TO VFP-PROOF-HASH.
014510     MOVE WS-VFR-PROOF-LINE TO VFR-MESSAGE.
014520     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
014530     IF MASTER-PROVEN
014540         MOVE "MASTER PROVEN AGAINST ITS EVIDENCE" TO VFR-MESSAGE
014550     ELSE
014560         MOVE "MASTER NOT PROVEN AGAINST ITS EVIDENCE"
014570             TO VFR-MESSAGE
014580     END-IF.
014590     PERFORM 7900-WRITE-MESSAGE-LINE THRU 7900-EXIT.
014600 8000-EXIT.
014610     EXIT.
014620*--------------------------------------------------------------
014630 9999-TERMINATE.
014640     IF HISTORY-FILE-OPEN
014650         CLOSE HISTORY-FILE
014660     END-IF.
014670     IF EVIDENCE-FILE-OPEN
014680         CLOSE EVIDENCE-FILE
014690     END-IF.
014700     CLOSE VERIFY-REPORT-FILE.
014710     DISPLAY "RATEHVER: RANGE " VFP-FROM-DATE-RAW
014720         " TO " VFP-TO-DATE-RAW
014730         ", GENERATIONS APPLIED " WS-GEN-APPLIED-COUNT
014740         ", FAILED " WS-GEN-FAILED-COUNT
014750         ", FINDINGS " WS-FINDING-COUNT.
014760     DISPLAY "RATEHVER: EVIDENCE " WS-EVIDENCE-COUNT
014770         " / " WS-EVIDENCE-HASH
014780         ", MASTER " WS-MASTER-COUNT
014790         " / " WS-MASTER-HASH.
014800     IF PURGE-LEFT-STOPPED
014810         DISPLAY "RATEHVER: A STOPPED PURGE RUN (CUTOFF "
014820             WS-STOPPED-CUTOFF ") MAY HAVE LEFT PART OF THE "
014830             "RANGE ON THE ARCHIVE ONLY - RERUN RATEARCH"
014840     END-IF.
014850     MOVE SPACES TO STS-OUTCOME.
014860     EVALUATE TRUE
014870         WHEN VERIFY-REFUSED
014880             DISPLAY "RATEHVER: VERIFICATION REFUSED - "
014890                 WS-REFUSE-REASON
014900             MOVE "REFUSED" TO STS-OUTCOME
014910             MOVE 8 TO RETURN-CODE
014920         WHEN IO-WRITE-ERROR
014930             DISPLAY "RATEHVER: ONE OR MORE FILE ERRORS THIS RUN"
014940             MOVE 8 TO RETURN-CODE
014950         WHEN REBUILD-STOOD-DOWN
014960             DISPLAY "RATEHVER: REBUILD STOOD DOWN - A GENERATION"
014970                 " FAILED TO PROVE, MASTER NOT CHANGED"
014980             MOVE 8 TO RETURN-CODE
014990         WHEN REBUILD-MODE
015000             AND NOT MASTER-PROVEN
015010             DISPLAY "RATEHVER: REBUILT MASTER NOT PROVEN AGAINST"
015020                 " ITS EVIDENCE"
015030             MOVE 8 TO RETURN-CODE
015040         WHEN WS-FINDING-COUNT > ZERO
015050             OR NOT MASTER-PROVEN
015060             OR PURGE-LEFT-STOPPED
015070             MOVE 4 TO RETURN-CODE
015080         WHEN OTHER
015090             MOVE 0 TO RETURN-CODE
015100     END-EVALUATE.
015110     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
015120 9999-EXIT.
015130     EXIT.
015140*--------------------------------------------------------------
015150* Step statistics - one standard line appended to the shared
015160* STATLOG after the return code settles, for the cycle status
015170* sheet.  The job and step names come off the STATID card.  A
015180* log that cannot be opened costs the statistics line, not the
015190* run - the return code is already final.
015200*--------------------------------------------------------------
015210 9900-WRITE-STEP-STATS.
015220     MOVE SPACES TO WS-STEP-ID-CARD.
015230     OPEN INPUT STEP-ID-FILE.
015240     IF WS-STATID-FILE-STATUS = "00"
015250         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
015260             AT END
015270                 MOVE SPACES TO WS-STEP-ID-CARD
015280         END-READ
015290         CLOSE STEP-ID-FILE
015300     END-IF.
015310     ACCEPT WS-STAT-TIME-WORK FROM TIME.
015320     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
015330     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
015340     MOVE SID-JOB-NAME TO STS-JOB-NAME.
015350     MOVE SID-STEP-NAME TO STS-STEP-NAME.
015360     MOVE "RATEHVER" TO STS-PROGRAM.
015370     IF VFP-TO-DATE NUMERIC
015380         MOVE VFP-TO-DATE TO STS-BUSINESS-DATE
015390     ELSE
015400         MOVE ZERO TO STS-BUSINESS-DATE
015410     END-IF.
015420     MOVE WS-EVIDENCE-COUNT TO STS-RECORDS-IN.
015430     COMPUTE STS-RECORDS-OUT = WS-WRITTEN-COUNT
015440         + WS-REWRITTEN-COUNT + WS-DELETED-COUNT.
015450     MOVE WS-FINDING-COUNT TO STS-RECORDS-REJECTED.
015460     MOVE "MASTER" TO STS-CONTROL-LABEL.
015470     MOVE WS-MASTER-COUNT TO STS-CONTROL-COUNT.
015480     MOVE WS-MASTER-HASH TO STS-CONTROL-HASH.
015490     IF STS-BUSINESS-DATE = ZERO
015500         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
015510     END-IF.
015520     MOVE RETURN-CODE TO STS-RETURN-CODE.
015530     OPEN EXTEND STEP-STATS-FILE.
015540     IF WS-STATLOG-FILE-STATUS = "35"
015550         OPEN OUTPUT STEP-STATS-FILE
015560     END-IF.
015570     IF WS-STATLOG-FILE-STATUS NOT = "00"
015580         DISPLAY "RATEHVER: UNABLE TO OPEN STATISTICS LOG, "
015590             "STATUS = " WS-STATLOG-FILE-STATUS
015600         GO TO 9900-EXIT
015610     END-IF.
015620     MOVE SPACES TO STEP-STATS-RECORD.
015630     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
015640     WRITE STEP-STATS-RECORD.
015650     IF WS-STATLOG-FILE-STATUS NOT = "00"
015660         DISPLAY "RATEHVER: WRITE FAILED ON STATISTICS LOG, "
015670             "STATUS = " WS-STATLOG-FILE-STATUS
015680     END-IF.
015690     CLOSE STEP-STATS-FILE.
015700 9900-EXIT.
015710     EXIT.
