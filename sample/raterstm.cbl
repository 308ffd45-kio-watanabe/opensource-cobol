000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATERSTM.
000030*--------------------------------------------------------------
000040* Restatement of derived rates after an approved history
000050* correction.  RATECORR rewrites the one history-master record
000060* a two-signature correction names and appends its CORRAUDT
000070* audit record, but a spread or cross rate RATECALC computed
000080* from the old value stays wrong on the master, and the
000090* consumers who loaded that day's extract are never told.
000100* This program reads back the desk corrections appended to
000110* CORRAUDT on the correction date named on the card, finds
000120* every FORMCTL formula with a corrected operand, recomputes
000130* it from the master the way RATECALC does and rewrites the
000140* derived record, appending a CORRAUDT entry of its own
000150* (entry type R) ahead of each rewrite.  A restated rate that
000160* is itself an operand restates the formulas over it in turn.
000170* The corrected and restated rates are then published on a
000180* restatement extract - an R header carrying the original
000190* effective date and the correction date, the data lines, and
000200* the usual count/hash trailer - which the RATESPLT splitter
000210* cuts per affected consumer, with split-control lines, so
000220* RATERECN reconciles the restatement acknowledgments the
000230* same way as a nightly publication.  One run restates one
000240* effective date; a correction on the same day for another
000250* date is reported and left for a second run.
000260*--------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   ---------- ----  ------------------------------------------
000300*   2026-10-15  DLH  Initial version - derived-rate
000310*                    restatement and restatement extract
000320*                    from the day's approved corrections.
000321*   2026-10-15  DLH  Append a step-statistics line - job, step,
000322*                    business date, times, record counts, key
000323*                    control total, return code - to the shared
000324*                    STATLOG at termination for the RATECSUM
000325*                    cycle status sheet.
000330*--------------------------------------------------------------
000340 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370     SELECT AUDIT-FILE
000380         ASSIGN TO CORRAUDT
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000410     SELECT FORMULA-FILE
000420         ASSIGN TO FORMCTL
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FORMULA-FILE-STATUS.
000450     SELECT HISTORY-FILE
000460         ASSIGN TO RATEHMST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS HIST-RECORD-KEY
000500         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000510     SELECT RESTATE-EXTRACT-FILE
000520         ASSIGN TO RSTXTR
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RSTXTR-FILE-STATUS.
000550     SELECT RESTATE-REPORT-FILE
000560         ASSIGN TO RSTMRPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REPORT-FILE-STATUS.
000581     SELECT STEP-ID-FILE
000582         ASSIGN TO STATID
000583         ORGANIZATION IS LINE SEQUENTIAL
000584         FILE STATUS IS WS-STATID-FILE-STATUS.
000585     SELECT STEP-STATS-FILE
000586         ASSIGN TO STATLOG
000587         ORGANIZATION IS LINE SEQUENTIAL
000588         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000590 DATA             DIVISION.
000600 FILE             SECTION.
000610 FD  AUDIT-FILE.
000620 01  AUDIT-RECORD                PIC X(100).
000630 FD  FORMULA-FILE.
000640 01  FORMULA-RECORD              PIC X(080).
000650 FD  HISTORY-FILE.
000660     COPY RATEHIST.
000670 FD  RESTATE-EXTRACT-FILE.
000680 01  RESTATE-EXTRACT-RECORD      PIC X(080).
000690 FD  RESTATE-REPORT-FILE.
000700 01  RESTATE-REPORT-RECORD       PIC X(080).
000702 FD  STEP-ID-FILE.
000704 01  STEP-ID-RECORD              PIC X(080).
000706 FD  STEP-STATS-FILE.
000708 01  STEP-STATS-RECORD           PIC X(150).
000710 WORKING-STORAGE SECTION.
000720*--------------------------------------------------------------
000730* File status fields and switches.
000740*--------------------------------------------------------------
000750 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000760 77  WS-FORMULA-FILE-STATUS      PIC X(02).
000770 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000780 77  WS-RSTXTR-FILE-STATUS       PIC X(02).
000790 77  WS-REPORT-FILE-STATUS       PIC X(02).
000800 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000810 77  WS-AUDIT-DATE               PIC 9(08) VALUE ZERO.
000820 77  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
000830 01  WS-SWITCHES.
000840     05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
000850         88  AUDIT-FILE-EOF               VALUE "Y".
000860     05  WS-FORMULA-EOF-SWITCH   PIC X(01) VALUE "N".
000870         88  FORMULA-FILE-EOF             VALUE "Y".
000880     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
000890         88  RESTATEMENT-REFUSED          VALUE "Y".
000900     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
000910         88  IO-WRITE-ERROR               VALUE "Y".
000920     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
000930         88  RESTATE-TABLE-FULL           VALUE "Y".
000940     05  WS-FORMULA-FAIL-SWITCH  PIC X(01) VALUE "N".
000950         88  FORMULA-FAILED               VALUE "Y".
000960     05  WS-FETCH-FAIL-SWITCH    PIC X(01) VALUE "N".
000970         88  OPERAND-MISSING              VALUE "Y".
000980     05  WS-PROVISIONAL-SWITCH   PIC X(01) VALUE "N".
000990         88  OPERAND-PROVISIONAL          VALUE "Y".
001000     05  WS-ENTRY-FOUND-SWITCH   PIC X(01) VALUE "N".
001010         88  RESTATE-ENTRY-FOUND          VALUE "Y".
001020     05  WS-DERIVED-NEW-SWITCH   PIC X(01) VALUE "N".
001030         88  DERIVED-RECORD-NEW           VALUE "Y".
001040     05  WS-HEADINGS-SWITCH      PIC X(01) VALUE "N".
001050         88  REPORT-HEADINGS-DONE         VALUE "Y".
001060 01  WS-TIME-WORK.
001070     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001080     05  FILLER                  PIC 9(02).
001090*--------------------------------------------------------------
001100* Restatement card - the date the corrections were applied
001110* (blank for today) and the effective date to restate (blank
001120* for the effective date of the day's first correction).
001130*--------------------------------------------------------------
001140 01  WS-PARM-CARD.
001150     05  RSP-AUDIT-DATE          PIC 9(08).
001160     05  RSP-AUDIT-DATE-RAW      REDEFINES RSP-AUDIT-DATE
001170                                 PIC X(08).
001180     05  FILLER                  PIC X(01).
001190     05  RSP-EFF-DATE            PIC 9(08).
001200     05  RSP-EFF-DATE-RAW        REDEFINES RSP-EFF-DATE
001210                                 PIC X(08).
001220     05  FILLER                  PIC X(63).
001230 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
001240*--------------------------------------------------------------
001250* Run tallies.
001260*--------------------------------------------------------------
001270 77  WS-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001280 77  WS-CORRECTION-COUNT         PIC 9(05) COMP VALUE ZERO.
001290 77  WS-OTHER-DATE-COUNT         PIC 9(05) COMP VALUE ZERO.
001300 77  WS-RESTATED-COUNT           PIC 9(05) COMP VALUE ZERO.
001310 77  WS-UNCHANGED-COUNT          PIC 9(05) COMP VALUE ZERO.
001320 77  WS-SKIP-COUNT               PIC 9(05) COMP VALUE ZERO.
001330 77  WS-AUDIT-WRITE-COUNT        PIC 9(05) COMP VALUE ZERO.
001340*--------------------------------------------------------------
001350* Correction-audit line - read for the day's desk corrections
001360* and written for every derived rate restated.
001370*--------------------------------------------------------------
001380     COPY RATECAUD.
001390*--------------------------------------------------------------
001400* Formula card - the same deck the RATECALC step computes
001410* from: output set and field, operation (ADD, SUB, MUL, DIV),
001420* the two input operands as set/field pairs and the rounding
001430* rule (R rounds half away from zero, T truncates).
001440*--------------------------------------------------------------
001450 01  WS-FORMULA-CARD.
001460     05  FRM-OUT-SET-ID          PIC X(04).
001470     05  FILLER                  PIC X(02).
001480     05  FRM-OUT-FIELD-NAME      PIC X(10).
001490     05  FILLER                  PIC X(02).
001500     05  FRM-OPERATION           PIC X(03).
001510         88  FORMULA-OP-ADD               VALUE "ADD".
001520         88  FORMULA-OP-SUB               VALUE "SUB".
001530         88  FORMULA-OP-MUL               VALUE "MUL".
001540         88  FORMULA-OP-DIV               VALUE "DIV".
001550         88  FORMULA-OP-VALID             VALUE "ADD" "SUB"
001560                                                "MUL" "DIV".
001570     05  FILLER                  PIC X(02).
001580     05  FRM-OP1-SET-ID          PIC X(04).
001590     05  FILLER                  PIC X(02).
001600     05  FRM-OP1-FIELD-NAME      PIC X(10).
001610     05  FILLER                  PIC X(02).
001620     05  FRM-OP2-SET-ID          PIC X(04).
001630     05  FILLER                  PIC X(02).
001640     05  FRM-OP2-FIELD-NAME      PIC X(10).
001650     05  FILLER                  PIC X(02).
001660     05  FRM-ROUND-RULE          PIC X(01).
001670         88  ROUND-TRUNCATE               VALUE "T".
001680     05  FILLER                  PIC X(20).
001690*--------------------------------------------------------------
001700* Formula table - the whole deck, held so every restated rate
001710* can be matched against every formula's operands.
001720*--------------------------------------------------------------
001730 01  WS-FORMULA-TABLE.
001740     05  WS-FORMULA-ENTRY        OCCURS 50 TIMES.
001750         10  FTB-FORMULA-CARD    PIC X(80).
001760 77  WS-FORMULA-COUNT            PIC 9(03) COMP VALUE ZERO.
001770 77  WS-FTB-SUB                  PIC 9(03) COMP VALUE ZERO.
001780*--------------------------------------------------------------
001790* Restatement table - one entry per rate the restatement
001800* publishes: the day's desk corrections first (origin C),
001810* then each derived rate recomputed from them (origin F) as
001820* it is restated.  The propagation pass walks the table while
001830* it grows, so a restated rate feeding another formula
001840* restates that one too.  A derived rate carries the
001850* signatures of the correction that forced it.
001860*--------------------------------------------------------------
001870 01  WS-RESTATE-TABLE.
001880     05  WS-RESTATE-ENTRY        OCCURS 100 TIMES.
001890         10  RST-SET-ID          PIC X(04).
001900         10  RST-FIELD-NAME      PIC X(10).
001910         10  RST-ORIGIN          PIC X(01).
001920             88  RST-FROM-CORRECTION      VALUE "C".
001930             88  RST-FROM-FORMULA         VALUE "F".
001940         10  RST-ANALYST-ID      PIC X(08).
001950         10  RST-APPROVER-ID     PIC X(08).
001960 77  WS-RESTATE-COUNT            PIC 9(03) COMP VALUE ZERO.
001970 77  WS-RST-SUB                  PIC 9(03) COMP VALUE ZERO.
001980 77  WS-FND-SUB                  PIC 9(03) COMP VALUE ZERO.
001990 77  WS-FIND-SET-ID              PIC X(04) VALUE SPACES.
002000 77  WS-FIND-FIELD-NAME          PIC X(10) VALUE SPACES.
002010*--------------------------------------------------------------
002020* Operand fetch and calculation registers - the same widths
002030* as RATECALC, so a restated rate is the value the nightly
002040* step would have computed from the corrected operands.
002050*--------------------------------------------------------------
002060 77  WS-FETCH-SET-ID             PIC X(04) VALUE SPACES.
002070 77  WS-FETCH-FIELD-NAME         PIC X(10) VALUE SPACES.
002080 77  WS-FETCH-VALUE              PIC S9(05)V9(04) COMP-3
002090                                 VALUE ZERO.
002100 77  WS-OP1-VALUE                PIC S9(05)V9(04) COMP-3
002110                                 VALUE ZERO.
002120 77  WS-OP2-VALUE                PIC S9(05)V9(04) COMP-3
002130                                 VALUE ZERO.
002140 77  WS-CALC-WORK                PIC S9(10)V9(08) COMP-3
002150                                 VALUE ZERO.
002160 77  WS-CALC-RESULT              PIC S9(05)V9(04) COMP-3
002170                                 VALUE ZERO.
002180 77  WS-CARRIED-FROM-DATE        PIC 9(08) VALUE ZERO.
002190 77  WS-FORMULA-ERROR-TEXT       PIC X(24) VALUE SPACES.
002200*--------------------------------------------------------------
002210* The derived record as it stood before the restatement.
002220*--------------------------------------------------------------
002230 77  WS-BEFORE-VALUE             PIC S9(05)V9(04) COMP-3
002240                                 VALUE ZERO.
002250 77  WS-BEFORE-STATUS            PIC X(01) VALUE SPACES.
002260 77  WS-BEFORE-CARRIED-DATE      PIC 9(08) VALUE ZERO.
002270 77  WS-AFTER-STATUS             PIC X(01) VALUE SPACES.
002280*--------------------------------------------------------------
002290* Restatement extract controls - count and sign-dropped hash
002300* of the data lines, the same recipe every consumer applies.
002310*--------------------------------------------------------------
002320 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
002330 77  WS-EXTRACT-HASH             PIC 9(11)V9(04) COMP-3
002340                                 VALUE ZERO.
002350 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
002360                                 VALUE ZERO.
002370*--------------------------------------------------------------
002380* Restatement extract line builders - the data-line and
002390* trailer shapes of the nightly extract, under an R header
002400* carrying the original effective date, the source system
002410* and the date the correction was made.
002420*--------------------------------------------------------------
002430 01  WS-RESTATE-HEADER.
002440     05  FILLER                  PIC X(01) VALUE "R".
002450     05  RSH-EFF-DATE            PIC 9(08).
002460     05  RSH-SOURCE-SYSTEM       PIC X(08) VALUE "RATERSTM".
002470     05  RSH-RESTATED-ON         PIC 9(08).
002480     05  FILLER                  PIC X(55) VALUE SPACES.
002490 01  WS-RESTATE-LINE.
002500     05  RSL-REC-TYPE            PIC X(01) VALUE "D".
002510     05  RSL-SET-ID              PIC X(04).
002520     05  FILLER                  PIC X(02) VALUE SPACES.
002530     05  RSL-FIELD-NAME          PIC X(10).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  RSL-FIELD-VALUE         PIC S9(05)V9(04).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  RSL-RATE-STATUS         PIC X(01).
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  RSL-CARRIED-FROM-DATE   PIC X(08).
002600     05  FILLER                  PIC X(41) VALUE SPACES.
002610 01  WS-RESTATE-TRAILER.
002620     05  FILLER                  PIC X(01) VALUE "T".
002630     05  RST-TRL-RECORD-COUNT    PIC 9(07).
002640     05  RST-TRL-VALUE-HASH      PIC 9(11)V9(04).
002650     05  FILLER                  PIC X(57) VALUE SPACES.
002660*--------------------------------------------------------------
002670* Restatement report layouts - one line per correction read,
002680* per formula restated or skipped, and per correction left
002690* for another effective date.
002700*--------------------------------------------------------------
002710 01  WS-RSTM-HEADER-1.
002720     05  FILLER                  PIC X(26)
002730         VALUE "RATE RESTATEMENT REPORT".
002740     05  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
002750     05  HDR-EFF-DATE            PIC 9(08).
002760     05  FILLER                  PIC X(16)
002770         VALUE "  CORRECTED ON ".
002780     05  HDR-AUDIT-DATE          PIC 9(08).
002790 01  WS-RSTM-HEADER-2.
002800     05  FILLER                  PIC X(06) VALUE "SET".
002810     05  FILLER                  PIC X(12) VALUE "FIELD NAME".
002820     05  FILLER                  PIC X(10) VALUE "EFF DATE".
002830     05  FILLER                  PIC X(12) VALUE "  BEFORE".
002840     05  FILLER                  PIC X(12) VALUE "  AFTER".
002850     05  FILLER                  PIC X(12) VALUE "DISPOSITION".
002860 01  WS-RSTM-DETAIL-LINE.
002870     05  RSR-SET-ID              PIC X(04).
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  RSR-FIELD-NAME          PIC X(10).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  RSR-EFF-DATE            PIC 9(08).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  RSR-BEFORE-VALUE        PIC Z(03)9.9(04)-.
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  RSR-AFTER-VALUE         PIC Z(03)9.9(04)-.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  RSR-DISPOSITION         PIC X(24).
002980 01  WS-RSTM-REFUSED-LINE.
002990     05  FILLER                  PIC X(20)
003000         VALUE "RESTATEMENT REFUSED ".
003010     05  RSR-REFUSE-REASON       PIC X(40).
003020 01  WS-RSTM-TOTAL-LINE.
003030     05  FILLER                  PIC X(13) VALUE "CORRECTIONS ".
003040     05  RSR-TOTAL-CORRECTIONS   PIC ZZZZ9.
003050     05  FILLER                  PIC X(12) VALUE "  RESTATED ".
003060     05  RSR-TOTAL-RESTATED      PIC ZZZZ9.
003070     05  FILLER                  PIC X(11) VALUE "  SKIPPED ".
003080     05  RSR-TOTAL-SKIPPED       PIC ZZZZ9.
003090     05  FILLER                  PIC X(09) VALUE "  LINES ".
003100     05  RSR-TOTAL-LINES         PIC Z(06)9.
003101*--------------------------------------------------------------
003102* Step statistics - the STATID job/step card, the line appended
003103* to the shared STATLOG at termination and their file status
003104* fields.
003105*--------------------------------------------------------------
003106 77  WS-STATID-FILE-STATUS       PIC X(02).
003107 77  WS-STATLOG-FILE-STATUS      PIC X(02).
003108     COPY RATESTAT.
003110 PROCEDURE        DIVISION.
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     IF NOT RESTATEMENT-REFUSED
003150         PERFORM 2000-LOAD-FORMULAS THRU 2000-EXIT
003160             UNTIL FORMULA-FILE-EOF
003170         PERFORM 2500-LOAD-CORRECTIONS THRU 2500-EXIT
003180             UNTIL AUDIT-FILE-EOF
003190         PERFORM 2900-OPEN-AUDIT-FOR-APPEND THRU 2900-EXIT
003200     END-IF.
003210     IF NOT RESTATEMENT-REFUSED
003220         PERFORM 3000-PROPAGATE-CORRECTIONS THRU 3000-EXIT
003230         PERFORM 4000-WRITE-RESTATE-EXTRACT THRU 4000-EXIT
003240     END-IF.
003250     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT.
003260     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003270     STOP RUN.
003280*--------------------------------------------------------------
003290* Initialization - a correction date or effective date that is
003300* present but not numeric refuses the run; nothing is read,
003310* rewritten or published.
003320*--------------------------------------------------------------
003330 1000-INITIALIZE.
003333     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003336     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
003340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003350     ACCEPT WS-TIME-WORK FROM TIME.
003360     MOVE SPACES TO WS-PARM-CARD.
003370     ACCEPT WS-PARM-CARD.
003380     IF RSP-AUDIT-DATE-RAW = SPACES
003390         MOVE WS-RUN-DATE TO WS-AUDIT-DATE
003400     ELSE
003410         IF RSP-AUDIT-DATE NUMERIC
003420             MOVE RSP-AUDIT-DATE TO WS-AUDIT-DATE
003430         ELSE
003440             MOVE "CORRECTION DATE NOT NUMERIC"
003450                 TO WS-REFUSE-REASON
003460             MOVE "Y" TO WS-REFUSED-SWITCH
003470         END-IF
003480     END-IF.
003490     IF RSP-EFF-DATE-RAW NOT = SPACES
003500         IF RSP-EFF-DATE NUMERIC
003510             MOVE RSP-EFF-DATE TO WS-EFF-DATE
003520         ELSE
003530             MOVE "EFFECTIVE DATE NOT NUMERIC"
003540                 TO WS-REFUSE-REASON
003550             MOVE "Y" TO WS-REFUSED-SWITCH
003560         END-IF
003570     END-IF.
003580     OPEN OUTPUT RESTATE-REPORT-FILE.
003590     IF WS-REPORT-FILE-STATUS NOT = "00"
003600         DISPLAY "RATERSTM: UNABLE TO OPEN RESTATEMENT REPORT, "
003610             "STATUS = " WS-REPORT-FILE-STATUS
003620     END-IF.
003630     IF RESTATEMENT-REFUSED
003640         GO TO 1000-EXIT
003650     END-IF.
003660     OPEN INPUT AUDIT-FILE.
003670     IF WS-AUDIT-FILE-STATUS NOT = "00"
003680         DISPLAY "RATERSTM: UNABLE TO OPEN CORRECTION AUDIT, "
003690             "STATUS = " WS-AUDIT-FILE-STATUS
003700         MOVE "CORRECTION AUDIT UNAVAILABLE" TO WS-REFUSE-REASON
003710         MOVE "Y" TO WS-REFUSED-SWITCH
003720         MOVE "Y" TO WS-AUDIT-EOF-SWITCH
003730     END-IF.
003740     OPEN INPUT FORMULA-FILE.
003750     IF WS-FORMULA-FILE-STATUS NOT = "00"
003760         DISPLAY "RATERSTM: UNABLE TO OPEN FORMULA CARDS, "
003770             "STATUS = " WS-FORMULA-FILE-STATUS
003780         MOVE "FORMULA CARDS UNAVAILABLE" TO WS-REFUSE-REASON
003790         MOVE "Y" TO WS-REFUSED-SWITCH
003800         MOVE "Y" TO WS-FORMULA-EOF-SWITCH
003810     END-IF.
003820     OPEN I-O HISTORY-FILE.
003830     IF WS-HISTORY-FILE-STATUS NOT = "00"
003840         DISPLAY "RATERSTM: UNABLE TO OPEN HISTORY FILE, "
003850             "STATUS = " WS-HISTORY-FILE-STATUS
003860         MOVE "HISTORY MASTER UNAVAILABLE" TO WS-REFUSE-REASON
003870         MOVE "Y" TO WS-REFUSED-SWITCH
003880     END-IF.
003890     OPEN OUTPUT RESTATE-EXTRACT-FILE.
003900     IF WS-RSTXTR-FILE-STATUS NOT = "00"
003910         DISPLAY "RATERSTM: UNABLE TO OPEN RESTATEMENT EXTRACT, "
003920             "STATUS = " WS-RSTXTR-FILE-STATUS
003930         MOVE "RESTATEMENT EXTRACT UNAVAILABLE"
003940             TO WS-REFUSE-REASON
003950         MOVE "Y" TO WS-REFUSED-SWITCH
003960         MOVE "Y" TO WS-IO-ERROR-SWITCH
003970     END-IF.
003980 1000-EXIT.
003990     EXIT.
004000*--------------------------------------------------------------
004010* Formula load - the whole deck into the table.  A deck past
004020* the table limit drops the overflow with a console note and
004030* ends the run RC=4; those formulas are not restated.
004040*--------------------------------------------------------------
004050 2000-LOAD-FORMULAS.
004060     READ FORMULA-FILE INTO WS-FORMULA-CARD
004070         AT END
004080             MOVE "Y" TO WS-FORMULA-EOF-SWITCH
004090     END-READ.
004100     IF FORMULA-FILE-EOF
004110         GO TO 2000-EXIT
004120     END-IF.
004130     IF WS-FORMULA-CARD = SPACES
004140         OR FRM-OUT-FIELD-NAME = SPACES
004150         GO TO 2000-EXIT
004160     END-IF.
004170     IF WS-FORMULA-COUNT NOT < 50
004180         DISPLAY "RATERSTM: FORMULA TABLE FULL - "
004190             FRM-OUT-SET-ID " " FRM-OUT-FIELD-NAME " DROPPED"
004200         ADD 1 TO WS-SKIP-COUNT
004210         GO TO 2000-EXIT
004220     END-IF.
004230     ADD 1 TO WS-FORMULA-COUNT.
004240     MOVE WS-FORMULA-CARD TO FTB-FORMULA-CARD (WS-FORMULA-COUNT).
004250 2000-EXIT.
004260     EXIT.
004270*--------------------------------------------------------------
004280* Correction load - only desk corrections appended on the
004290* correction date are read; the entries an earlier
004300* restatement wrote never trigger another.  The first
004310* correction fixes the effective date when the card leaves it
004320* blank; a correction for any other date is reported for a
004330* second run.  A field corrected twice in the day is held
004340* once, with the later signatures.
004350*--------------------------------------------------------------
004360 2500-LOAD-CORRECTIONS.
004370     READ AUDIT-FILE INTO WS-AUDIT-LINE
004380         AT END
004390             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
004400     END-READ.
004410     IF AUDIT-FILE-EOF
004420         GO TO 2500-EXIT
004430     END-IF.
004440     ADD 1 TO WS-AUDIT-READ-COUNT.
004450     IF AUD-RUN-DATE NOT NUMERIC
004460         OR AUD-EFF-DATE NOT NUMERIC
004470         GO TO 2500-EXIT
004480     END-IF.
004490     IF AUD-RUN-DATE NOT = WS-AUDIT-DATE
004500         OR NOT AUD-DESK-CORRECTION
004510         GO TO 2500-EXIT
004520     END-IF.
004530     IF WS-EFF-DATE = ZERO
004540         MOVE AUD-EFF-DATE TO WS-EFF-DATE
004550     END-IF.
004560     MOVE AUD-SET-ID TO RSR-SET-ID.
004570     MOVE AUD-FIELD-NAME TO RSR-FIELD-NAME.
004580     MOVE AUD-EFF-DATE TO RSR-EFF-DATE.
004590     MOVE AUD-BEFORE-VALUE TO RSR-BEFORE-VALUE.
004600     MOVE AUD-AFTER-VALUE TO RSR-AFTER-VALUE.
004610     IF AUD-EFF-DATE NOT = WS-EFF-DATE
004620         ADD 1 TO WS-OTHER-DATE-COUNT
004630         MOVE "OTHER DATE - RUN AGAIN" TO RSR-DISPOSITION
004640         PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
004650         GO TO 2500-EXIT
004660     END-IF.
004670     ADD 1 TO WS-CORRECTION-COUNT.
004680     MOVE AUD-SET-ID TO WS-FIND-SET-ID.
004690     MOVE AUD-FIELD-NAME TO WS-FIND-FIELD-NAME.
004700     PERFORM 3250-FIND-RESTATE-ENTRY THRU 3250-EXIT.
004710     IF NOT RESTATE-ENTRY-FOUND
004720         PERFORM 3270-ADD-RESTATE-ENTRY THRU 3270-EXIT
004730         IF RESTATE-TABLE-FULL
004740             MOVE "TABLE FULL - NOT DONE" TO RSR-DISPOSITION
004750             PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
004760             GO TO 2500-EXIT
004770         END-IF
004780     END-IF.
004790     MOVE "C" TO RST-ORIGIN (WS-FND-SUB).
004800     MOVE AUD-ANALYST-ID TO RST-ANALYST-ID (WS-FND-SUB).
004810     MOVE AUD-APPROVER-ID TO RST-APPROVER-ID (WS-FND-SUB).
004820     MOVE "DESK CORRECTION" TO RSR-DISPOSITION.
004830     PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT.
004840 2500-EXIT.
004850     EXIT.
004860*--------------------------------------------------------------
004870* The audit is read to the end, then reopened for append so
004880* each restated rate leaves its own permanent trail.  With no
004890* correction for the date the restatement extract still goes
004900* out, empty, and the run ends RC=4.
004910*--------------------------------------------------------------
004920 2900-OPEN-AUDIT-FOR-APPEND.
004930     CLOSE AUDIT-FILE.
004940     IF WS-CORRECTION-COUNT = ZERO
004950         DISPLAY "RATERSTM: NO DESK CORRECTION ON CORRAUDT FOR "
004960             WS-AUDIT-DATE " - NOTHING TO RESTATE"
004970         IF WS-EFF-DATE = ZERO
004980             MOVE WS-AUDIT-DATE TO WS-EFF-DATE
004990         END-IF
005000     END-IF.
005010     OPEN EXTEND AUDIT-FILE.
005020     IF WS-AUDIT-FILE-STATUS NOT = "00"
005030         DISPLAY "RATERSTM: UNABLE TO REOPEN CORRECTION AUDIT, "
005040             "STATUS = " WS-AUDIT-FILE-STATUS
005050         MOVE "CORRECTION AUDIT NOT WRITABLE" TO WS-REFUSE-REASON
005060         MOVE "Y" TO WS-REFUSED-SWITCH
005070         MOVE "Y" TO WS-IO-ERROR-SWITCH
005080     END-IF.
005090 2900-EXIT.
005100     EXIT.
005110*--------------------------------------------------------------
005120* Propagation - each rate on the restatement table is matched
005130* against every formula's two operands.  The table grows as
005140* derived rates are restated, and the pass runs until every
005150* entry, old and new, has been matched.
005160*--------------------------------------------------------------
005170 3000-PROPAGATE-CORRECTIONS.
005180     MOVE ZERO TO WS-RST-SUB.
005190     PERFORM 3100-PROPAGATE-ONE-ENTRY THRU 3100-EXIT
005200         UNTIL WS-RST-SUB NOT < WS-RESTATE-COUNT.
005210 3000-EXIT.
005220     EXIT.
005230 3100-PROPAGATE-ONE-ENTRY.
005240     ADD 1 TO WS-RST-SUB.
005250     MOVE ZERO TO WS-FTB-SUB.
005260     PERFORM 3200-CHECK-ONE-FORMULA THRU 3200-EXIT
005270         UNTIL WS-FTB-SUB NOT < WS-FORMULA-COUNT.
005280 3100-EXIT.
005290     EXIT.
005300 3200-CHECK-ONE-FORMULA.
005310     ADD 1 TO WS-FTB-SUB.
005320     MOVE FTB-FORMULA-CARD (WS-FTB-SUB) TO WS-FORMULA-CARD.
005330     IF (FRM-OP1-SET-ID = RST-SET-ID (WS-RST-SUB)
005340         AND FRM-OP1-FIELD-NAME = RST-FIELD-NAME (WS-RST-SUB))
005350         OR (FRM-OP2-SET-ID = RST-SET-ID (WS-RST-SUB)
005360         AND FRM-OP2-FIELD-NAME = RST-FIELD-NAME (WS-RST-SUB))
005370         PERFORM 3300-RESTATE-ONE-FORMULA THRU 3300-EXIT
005380     END-IF.
005390 3200-EXIT.
005400     EXIT.
005410*--------------------------------------------------------------
005420* Restatement table lookup and add.
005430*--------------------------------------------------------------
005440 3250-FIND-RESTATE-ENTRY.
005450     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
005460     MOVE ZERO TO WS-FND-SUB.
005470     PERFORM 3260-SCAN-RESTATE-ENTRY THRU 3260-EXIT
005480         UNTIL RESTATE-ENTRY-FOUND
005490         OR WS-FND-SUB NOT < WS-RESTATE-COUNT.
005500 3250-EXIT.
005510     EXIT.
005520 3260-SCAN-RESTATE-ENTRY.
005530     ADD 1 TO WS-FND-SUB.
005540     IF RST-SET-ID (WS-FND-SUB) = WS-FIND-SET-ID
005550         AND RST-FIELD-NAME (WS-FND-SUB) = WS-FIND-FIELD-NAME
005560         MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
005570     END-IF.
005580 3260-EXIT.
005590     EXIT.
005600 3270-ADD-RESTATE-ENTRY.
005610     IF WS-RESTATE-COUNT NOT < 100
005620         DISPLAY "RATERSTM: RESTATEMENT TABLE FULL - "
005630             WS-FIND-SET-ID " " WS-FIND-FIELD-NAME
005640             " NOT RESTATED, RUN FAILED"
005650         MOVE "Y" TO WS-TABLE-FULL-SWITCH
005660         GO TO 3270-EXIT
005670     END-IF.
005680     ADD 1 TO WS-RESTATE-COUNT.
005690     MOVE WS-RESTATE-COUNT TO WS-FND-SUB.
005700     MOVE WS-FIND-SET-ID TO RST-SET-ID (WS-FND-SUB).
005710     MOVE WS-FIND-FIELD-NAME TO RST-FIELD-NAME (WS-FND-SUB).
005720     MOVE SPACES TO RST-ORIGIN (WS-FND-SUB).
005730     MOVE SPACES TO RST-ANALYST-ID (WS-FND-SUB).
005740     MOVE SPACES TO RST-APPROVER-ID (WS-FND-SUB).
005750 3270-EXIT.
005760     EXIT.
005770*--------------------------------------------------------------
005780* One formula - recomputed the way RATECALC computes it, from
005790* the master as corrected.  A derived rate the desk corrected
005800* by hand the same day keeps the desk's value.  Any failure -
005810* unknown operation, missing operand, divide by zero, result
005820* past rate precision - reports the reason, leaves the derived
005830* record as it stands and ends the run RC=4.
005840*--------------------------------------------------------------
005850 3300-RESTATE-ONE-FORMULA.
005860     MOVE "N" TO WS-FORMULA-FAIL-SWITCH.
005870     MOVE SPACES TO WS-FORMULA-ERROR-TEXT.
005880     MOVE "N" TO WS-PROVISIONAL-SWITCH.
005890     MOVE ZERO TO WS-CARRIED-FROM-DATE.
005900     MOVE ZERO TO WS-OP1-VALUE.
005910     MOVE ZERO TO WS-OP2-VALUE.
005920     MOVE ZERO TO WS-CALC-RESULT.
005930     MOVE ZERO TO WS-BEFORE-VALUE.
005940     MOVE FRM-OUT-SET-ID TO RSR-SET-ID.
005950     MOVE FRM-OUT-FIELD-NAME TO RSR-FIELD-NAME.
005960     MOVE WS-EFF-DATE TO RSR-EFF-DATE.
005970     MOVE FRM-OUT-SET-ID TO WS-FIND-SET-ID.
005980     MOVE FRM-OUT-FIELD-NAME TO WS-FIND-FIELD-NAME.
005990     PERFORM 3250-FIND-RESTATE-ENTRY THRU 3250-EXIT.
006000     IF RESTATE-ENTRY-FOUND
006010         AND RST-FROM-CORRECTION (WS-FND-SUB)
006020         MOVE ZERO TO RSR-BEFORE-VALUE
006030         MOVE ZERO TO RSR-AFTER-VALUE
006040         MOVE "DESK VALUE KEPT" TO RSR-DISPOSITION
006050         PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
006060         GO TO 3300-EXIT
006070     END-IF.
006080     IF NOT FORMULA-OP-VALID
006090         MOVE "UNKNOWN OPERATION" TO WS-FORMULA-ERROR-TEXT
006100         MOVE "Y" TO WS-FORMULA-FAIL-SWITCH
006110     END-IF.
006120     IF NOT FORMULA-FAILED
006130         MOVE FRM-OP1-SET-ID TO WS-FETCH-SET-ID
006140         MOVE FRM-OP1-FIELD-NAME TO WS-FETCH-FIELD-NAME
006150         PERFORM 3400-FETCH-ONE-OPERAND THRU 3400-EXIT
006160         IF OPERAND-MISSING
006170             MOVE "OPERAND 1 NOT FOUND" TO WS-FORMULA-ERROR-TEXT
006180             MOVE "Y" TO WS-FORMULA-FAIL-SWITCH
006190         ELSE
006200             MOVE WS-FETCH-VALUE TO WS-OP1-VALUE
006210         END-IF
006220     END-IF.
006230     IF NOT FORMULA-FAILED
006240         MOVE FRM-OP2-SET-ID TO WS-FETCH-SET-ID
006250         MOVE FRM-OP2-FIELD-NAME TO WS-FETCH-FIELD-NAME
006260         PERFORM 3400-FETCH-ONE-OPERAND THRU 3400-EXIT
006270         IF OPERAND-MISSING
006280             MOVE "OPERAND 2 NOT FOUND" TO WS-FORMULA-ERROR-TEXT
006290             MOVE "Y" TO WS-FORMULA-FAIL-SWITCH
006300         ELSE
006310             MOVE WS-FETCH-VALUE TO WS-OP2-VALUE
006320         END-IF
006330     END-IF.
006340     IF NOT FORMULA-FAILED
006350         PERFORM 3500-COMPUTE-RESULT THRU 3500-EXIT
006360     END-IF.
006370     IF FORMULA-FAILED
006380         ADD 1 TO WS-SKIP-COUNT
006390         MOVE ZERO TO RSR-BEFORE-VALUE
006400         MOVE ZERO TO RSR-AFTER-VALUE
006410         MOVE WS-FORMULA-ERROR-TEXT TO RSR-DISPOSITION
006420         PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
006430         GO TO 3300-EXIT
006440     END-IF.
006450     PERFORM 3600-REWRITE-DERIVED THRU 3600-EXIT.
006460 3300-EXIT.
006470     EXIT.
006480*--------------------------------------------------------------
006490* Operand fetch - a keyed read of the history master at the
006500* set, field and effective date, carrying the provisional
006510* flag and the oldest carried-from date the same as RATECALC.
006520*--------------------------------------------------------------
006530 3400-FETCH-ONE-OPERAND.
006540     MOVE "N" TO WS-FETCH-FAIL-SWITCH.
006550     MOVE ZERO TO WS-FETCH-VALUE.
006560     MOVE WS-FETCH-SET-ID TO HIST-SET-ID.
006570     MOVE WS-FETCH-FIELD-NAME TO HIST-FIELD-NAME.
006580     MOVE WS-EFF-DATE TO HIST-EFF-DATE.
006590     READ HISTORY-FILE
006600         INVALID KEY
006610             MOVE "Y" TO WS-FETCH-FAIL-SWITCH
006620     END-READ.
006630     IF WS-HISTORY-FILE-STATUS NOT = "00"
006640         MOVE "Y" TO WS-FETCH-FAIL-SWITCH
006650     END-IF.
006660     IF NOT OPERAND-MISSING
006670         MOVE HIST-FIELD-VALUE TO WS-FETCH-VALUE
006680     END-IF.
006690     IF NOT OPERAND-MISSING
006700         AND HIST-PROVISIONAL
006710         MOVE "Y" TO WS-PROVISIONAL-SWITCH
006720         IF WS-CARRIED-FROM-DATE = ZERO
006730             OR HIST-CARRIED-FROM-DATE < WS-CARRIED-FROM-DATE
006740             MOVE HIST-CARRIED-FROM-DATE TO WS-CARRIED-FROM-DATE
006750         END-IF
006760     END-IF.
006770 3400-EXIT.
006780     EXIT.
006790*--------------------------------------------------------------
006800 3500-COMPUTE-RESULT.
006810     EVALUATE TRUE
006820         WHEN FORMULA-OP-ADD
006830             COMPUTE WS-CALC-WORK = WS-OP1-VALUE + WS-OP2-VALUE
006840         WHEN FORMULA-OP-SUB
006850             COMPUTE WS-CALC-WORK = WS-OP1-VALUE - WS-OP2-VALUE
006860         WHEN FORMULA-OP-MUL
006870             COMPUTE WS-CALC-WORK = WS-OP1-VALUE * WS-OP2-VALUE
006880         WHEN FORMULA-OP-DIV
006890             IF WS-OP2-VALUE = ZERO
006900                 MOVE "DIVIDE BY ZERO" TO WS-FORMULA-ERROR-TEXT
006910                 MOVE "Y" TO WS-FORMULA-FAIL-SWITCH
006920             ELSE
006930                 COMPUTE WS-CALC-WORK
006940                     = WS-OP1-VALUE / WS-OP2-VALUE
006950             END-IF
006960     END-EVALUATE.
006970     IF FORMULA-FAILED
006980         GO TO 3500-EXIT
006990     END-IF.
007000     IF WS-CALC-WORK > 99999.9999
007010         OR WS-CALC-WORK < -99999.9999
007020         MOVE "RESULT OVERFLOW" TO WS-FORMULA-ERROR-TEXT
007030         MOVE "Y" TO WS-FORMULA-FAIL-SWITCH
007040         GO TO 3500-EXIT
007050     END-IF.
007060     IF ROUND-TRUNCATE
007070         MOVE WS-CALC-WORK TO WS-CALC-RESULT
007080     ELSE
007090         COMPUTE WS-CALC-RESULT ROUNDED = WS-CALC-WORK
007100     END-IF.
007110 3500-EXIT.
007120     EXIT.
007130*--------------------------------------------------------------
007140* Derived rewrite - the record as it stands is read first.  A
007150* recomputed rate equal to it, status included, is left alone
007160* (a rerun of the restatement changes nothing); otherwise the
007170* audit record is written ahead of the rewrite, so a failed
007180* audit write leaves the master untouched, the same rule as
007190* RATECORR.  A derived rate the nightly step never published
007200* for the date (an operand was missing then) is added.  Either
007210* way the rate joins the restatement table and is published.
007220*--------------------------------------------------------------
007230 3600-REWRITE-DERIVED.
007240     IF OPERAND-PROVISIONAL
007250         MOVE "P" TO WS-AFTER-STATUS
007260     ELSE
007270         MOVE SPACES TO WS-AFTER-STATUS
007280         MOVE ZERO TO WS-CARRIED-FROM-DATE
007290     END-IF.
007300     MOVE "N" TO WS-DERIVED-NEW-SWITCH.
007310     MOVE FRM-OUT-SET-ID TO HIST-SET-ID.
007320     MOVE FRM-OUT-FIELD-NAME TO HIST-FIELD-NAME.
007330     MOVE WS-EFF-DATE TO HIST-EFF-DATE.
007340     READ HISTORY-FILE
007350         INVALID KEY
007360             MOVE "Y" TO WS-DERIVED-NEW-SWITCH
007370     END-READ.
007380     IF DERIVED-RECORD-NEW
007390         MOVE ZERO TO WS-BEFORE-VALUE
007400         MOVE SPACES TO WS-BEFORE-STATUS
007410         MOVE ZERO TO WS-BEFORE-CARRIED-DATE
007420     ELSE
007430         MOVE HIST-FIELD-VALUE TO WS-BEFORE-VALUE
007440         MOVE HIST-RATE-STATUS TO WS-BEFORE-STATUS
007450         MOVE HIST-CARRIED-FROM-DATE TO WS-BEFORE-CARRIED-DATE
007460         IF WS-BEFORE-STATUS NOT = "P"
007470             MOVE ZERO TO WS-BEFORE-CARRIED-DATE
007480         END-IF
007490     END-IF.
007500     MOVE WS-BEFORE-VALUE TO RSR-BEFORE-VALUE.
007510     MOVE WS-CALC-RESULT TO RSR-AFTER-VALUE.
007520     IF NOT DERIVED-RECORD-NEW
007530         AND WS-CALC-RESULT = WS-BEFORE-VALUE
007540         AND WS-AFTER-STATUS = WS-BEFORE-STATUS
007550         AND WS-CARRIED-FROM-DATE = WS-BEFORE-CARRIED-DATE
007560         ADD 1 TO WS-UNCHANGED-COUNT
007570         MOVE "UNCHANGED" TO RSR-DISPOSITION
007580         PERFORM 3650-NOTE-RESTATED-RATE THRU 3650-EXIT
007590         PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
007600         GO TO 3600-EXIT
007610     END-IF.
007620     PERFORM 3700-WRITE-AUDIT THRU 3700-EXIT.
007630     IF WS-AUDIT-FILE-STATUS NOT = "00"
007640         ADD 1 TO WS-SKIP-COUNT
007650         MOVE "AUDIT FAILED - NOT DONE" TO RSR-DISPOSITION
007660         PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
007670         GO TO 3600-EXIT
007680     END-IF.
007690     IF DERIVED-RECORD-NEW
007700         MOVE SPACES TO HISTORY-RECORD
007710         MOVE FRM-OUT-SET-ID TO HIST-SET-ID
007720         MOVE FRM-OUT-FIELD-NAME TO HIST-FIELD-NAME
007730         MOVE WS-EFF-DATE TO HIST-EFF-DATE
007740     END-IF.
007750     MOVE WS-CALC-RESULT TO HIST-FIELD-VALUE.
007760     MOVE WS-AFTER-STATUS TO HIST-RATE-STATUS.
007770     MOVE WS-CARRIED-FROM-DATE TO HIST-CARRIED-FROM-DATE.
007780     IF DERIVED-RECORD-NEW
007790         WRITE HISTORY-RECORD
007800     ELSE
007810         REWRITE HISTORY-RECORD
007820     END-IF.
007830     IF WS-HISTORY-FILE-STATUS NOT = "00"
007840         DISPLAY "RATERSTM: REWRITE FAILED ON HISTORY FILE, "
007850             "STATUS = " WS-HISTORY-FILE-STATUS
007860         MOVE "Y" TO WS-IO-ERROR-SWITCH
007870         MOVE "REWRITE FAILED" TO RSR-DISPOSITION
007880         PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT
007890         GO TO 3600-EXIT
007900     END-IF.
007910     ADD 1 TO WS-RESTATED-COUNT.
007920     EVALUATE TRUE
007930         WHEN DERIVED-RECORD-NEW
007940             MOVE "ADDED" TO RSR-DISPOSITION
007950         WHEN OPERAND-PROVISIONAL
007960             MOVE "RESTATED PROVISNL" TO RSR-DISPOSITION
007970         WHEN OTHER
007980             MOVE "RESTATED" TO RSR-DISPOSITION
007990     END-EVALUATE.
008000     PERFORM 3650-NOTE-RESTATED-RATE THRU 3650-EXIT.
008010     PERFORM 3800-WRITE-RESTATE-DETAIL THRU 3800-EXIT.
008020 3600-EXIT.
008030     EXIT.
008040*--------------------------------------------------------------
008050* A restated rate already on the table (restated again from a
008060* second corrected operand) keeps its entry; a new one is
008070* added with the triggering correction's signatures, and is
008080* matched against the formulas in its turn.
008090*--------------------------------------------------------------
008100 3650-NOTE-RESTATED-RATE.
008110     IF RESTATE-ENTRY-FOUND
008120         GO TO 3650-EXIT
008130     END-IF.
008140     PERFORM 3270-ADD-RESTATE-ENTRY THRU 3270-EXIT.
008150     IF RESTATE-TABLE-FULL
008160         GO TO 3650-EXIT
008170     END-IF.
008180     MOVE "F" TO RST-ORIGIN (WS-FND-SUB).
008190     MOVE RST-ANALYST-ID (WS-RST-SUB)
008200         TO RST-ANALYST-ID (WS-FND-SUB).
008210     MOVE RST-APPROVER-ID (WS-RST-SUB)
008220         TO RST-APPROVER-ID (WS-FND-SUB).
008230 3650-EXIT.
008240     EXIT.
008250*--------------------------------------------------------------
008260* Restatement audit entry - type R, the before and after
008270* values of the derived rate and the signatures of the
008280* correction that forced it.
008290*--------------------------------------------------------------
008300 3700-WRITE-AUDIT.
008310     ACCEPT WS-TIME-WORK FROM TIME.
008320     MOVE WS-RUN-DATE TO AUD-RUN-DATE.
008330     MOVE WS-RUN-TIME-HHMMSS TO AUD-RUN-TIME.
008340     MOVE FRM-OUT-SET-ID TO AUD-SET-ID.
008350     MOVE FRM-OUT-FIELD-NAME TO AUD-FIELD-NAME.
008360     MOVE WS-EFF-DATE TO AUD-EFF-DATE.
008370     MOVE WS-BEFORE-VALUE TO AUD-BEFORE-VALUE.
008380     MOVE WS-CALC-RESULT TO AUD-AFTER-VALUE.
008390     MOVE RST-ANALYST-ID (WS-RST-SUB) TO AUD-ANALYST-ID.
008400     MOVE RST-APPROVER-ID (WS-RST-SUB) TO AUD-APPROVER-ID.
008410     MOVE "R" TO AUD-ENTRY-TYPE.
008420     MOVE SPACES TO AUDIT-RECORD.
008430     MOVE WS-AUDIT-LINE TO AUDIT-RECORD.
008440     WRITE AUDIT-RECORD.
008450     IF WS-AUDIT-FILE-STATUS NOT = "00"
008460         DISPLAY "RATERSTM: WRITE FAILED ON CORRECTION AUDIT, "
008470             "STATUS = " WS-AUDIT-FILE-STATUS
008480         MOVE "Y" TO WS-IO-ERROR-SWITCH
008490     ELSE
008500         ADD 1 TO WS-AUDIT-WRITE-COUNT
008510     END-IF.
008520 3700-EXIT.
008530     EXIT.
008540*--------------------------------------------------------------
008550 3800-WRITE-RESTATE-DETAIL.
008560     IF NOT REPORT-HEADINGS-DONE
008570         PERFORM 3850-WRITE-REPORT-HEADINGS THRU 3850-EXIT
008580     END-IF.
008590     MOVE SPACES TO RESTATE-REPORT-RECORD.
008600     MOVE WS-RSTM-DETAIL-LINE TO RESTATE-REPORT-RECORD.
008610     WRITE RESTATE-REPORT-RECORD.
008620     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008630 3800-EXIT.
008640     EXIT.
008650*--------------------------------------------------------------
008660* Report headings - written ahead of the first report line,
008670* once the effective date is known (the first correction read
008680* fixes it when the card leaves it blank).
008690*--------------------------------------------------------------
008700 3850-WRITE-REPORT-HEADINGS.
008710     MOVE "Y" TO WS-HEADINGS-SWITCH.
008720     MOVE WS-EFF-DATE TO HDR-EFF-DATE.
008730     MOVE WS-AUDIT-DATE TO HDR-AUDIT-DATE.
008740     MOVE SPACES TO RESTATE-REPORT-RECORD.
008750     MOVE WS-RSTM-HEADER-1 TO RESTATE-REPORT-RECORD.
008760     WRITE RESTATE-REPORT-RECORD.
008770     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008780     MOVE SPACES TO RESTATE-REPORT-RECORD.
008790     MOVE WS-RSTM-HEADER-2 TO RESTATE-REPORT-RECORD.
008800     WRITE RESTATE-REPORT-RECORD.
008810     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008820     MOVE SPACES TO RESTATE-REPORT-RECORD.
008830     WRITE RESTATE-REPORT-RECORD.
008840     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008850 3850-EXIT.
008860     EXIT.
008870*--------------------------------------------------------------
008880* Restatement extract - R header, one data line per rate on
008890* the restatement table as the master now holds it, and the
008900* trailer with the count and hash of those lines.  RATESPLT
008910* cuts it per consumer under the same R header.
008920*--------------------------------------------------------------
008930 4000-WRITE-RESTATE-EXTRACT.
008940     MOVE WS-EFF-DATE TO RSH-EFF-DATE.
008950     MOVE WS-AUDIT-DATE TO RSH-RESTATED-ON.
008960     MOVE SPACES TO RESTATE-EXTRACT-RECORD.
008970     MOVE WS-RESTATE-HEADER TO RESTATE-EXTRACT-RECORD.
008980     PERFORM 4800-WRITE-EXTRACT-RECORD THRU 4800-EXIT.
008990     MOVE ZERO TO WS-RST-SUB.
009000     PERFORM 4100-WRITE-ONE-RESTATED-LINE THRU 4100-EXIT
009010         UNTIL WS-RST-SUB NOT < WS-RESTATE-COUNT.
009020     MOVE WS-EXTRACT-COUNT TO RST-TRL-RECORD-COUNT.
009030     MOVE WS-EXTRACT-HASH TO RST-TRL-VALUE-HASH.
009040     MOVE SPACES TO RESTATE-EXTRACT-RECORD.
009050     MOVE WS-RESTATE-TRAILER TO RESTATE-EXTRACT-RECORD.
009060     PERFORM 4800-WRITE-EXTRACT-RECORD THRU 4800-EXIT.
009070 4000-EXIT.
009080     EXIT.
009090 4100-WRITE-ONE-RESTATED-LINE.
009100     ADD 1 TO WS-RST-SUB.
009110     MOVE RST-SET-ID (WS-RST-SUB) TO HIST-SET-ID.
009120     MOVE RST-FIELD-NAME (WS-RST-SUB) TO HIST-FIELD-NAME.
009130     MOVE WS-EFF-DATE TO HIST-EFF-DATE.
009140     READ HISTORY-FILE
009150         INVALID KEY
009160             DISPLAY "RATERSTM: " RST-SET-ID (WS-RST-SUB) " "
009170                 RST-FIELD-NAME (WS-RST-SUB)
009180                 " NOT ON MASTER - NOT PUBLISHED"
009190             ADD 1 TO WS-SKIP-COUNT
009200             GO TO 4100-EXIT
009210     END-READ.
009220     MOVE SPACES TO WS-RESTATE-LINE.
009230     MOVE "D" TO RSL-REC-TYPE.
009240     MOVE HIST-SET-ID TO RSL-SET-ID.
009250     MOVE HIST-FIELD-NAME TO RSL-FIELD-NAME.
009260     MOVE HIST-FIELD-VALUE TO RSL-FIELD-VALUE.
009270     IF HIST-PROVISIONAL
009280         MOVE "P" TO RSL-RATE-STATUS
009290         MOVE HIST-CARRIED-FROM-DATE TO RSL-CARRIED-FROM-DATE
009300     END-IF.
009310     ADD 1 TO WS-EXTRACT-COUNT.
009320     MOVE HIST-FIELD-VALUE TO WS-HASH-WORK.
009330     IF WS-HASH-WORK < 0
009340         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
009350     END-IF.
009360     ADD WS-HASH-WORK TO WS-EXTRACT-HASH.
009370     MOVE SPACES TO RESTATE-EXTRACT-RECORD.
009380     MOVE WS-RESTATE-LINE TO RESTATE-EXTRACT-RECORD.
009390     PERFORM 4800-WRITE-EXTRACT-RECORD THRU 4800-EXIT.
009400 4100-EXIT.
009410     EXIT.
009420*--------------------------------------------------------------
009430 4800-WRITE-EXTRACT-RECORD.
009440     WRITE RESTATE-EXTRACT-RECORD.
009450     IF WS-RSTXTR-FILE-STATUS NOT = "00"
009460         DISPLAY "RATERSTM: WRITE FAILED ON RESTATEMENT EXTRACT, "
009470             "STATUS = " WS-RSTXTR-FILE-STATUS
009480         MOVE "Y" TO WS-IO-ERROR-SWITCH
009490     END-IF.
009500 4800-EXIT.
009510     EXIT.
009520*--------------------------------------------------------------
009530* Run totals - a refused run reports its reason instead of
009540* any detail.
009550*--------------------------------------------------------------
009560 5000-WRITE-RUN-TOTALS.
009570     IF NOT REPORT-HEADINGS-DONE
009580         PERFORM 3850-WRITE-REPORT-HEADINGS THRU 3850-EXIT
009590     END-IF.
009600     IF RESTATEMENT-REFUSED
009610         MOVE WS-REFUSE-REASON TO RSR-REFUSE-REASON
009620         MOVE SPACES TO RESTATE-REPORT-RECORD
009630         MOVE WS-RSTM-REFUSED-LINE TO RESTATE-REPORT-RECORD
009640         WRITE RESTATE-REPORT-RECORD
009650         PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT
009660     END-IF.
009670     MOVE WS-CORRECTION-COUNT TO RSR-TOTAL-CORRECTIONS.
009680     MOVE WS-RESTATED-COUNT TO RSR-TOTAL-RESTATED.
009690     MOVE WS-SKIP-COUNT TO RSR-TOTAL-SKIPPED.
009700     MOVE WS-EXTRACT-COUNT TO RSR-TOTAL-LINES.
009710     MOVE SPACES TO RESTATE-REPORT-RECORD.
009720     WRITE RESTATE-REPORT-RECORD.
009730     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
009740     MOVE SPACES TO RESTATE-REPORT-RECORD.
009750     MOVE WS-RSTM-TOTAL-LINE TO RESTATE-REPORT-RECORD.
009760     WRITE RESTATE-REPORT-RECORD.
009770     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
009780 5000-EXIT.
009790     EXIT.
009800*--------------------------------------------------------------
009810* Restatement-report write check - called after every WRITE
009820* against RESTATE-REPORT-FILE, the same as the certification
009830* program does for its report file.
009840*--------------------------------------------------------------
009850 5990-CHECK-REPORT-STATUS.
009860     IF WS-REPORT-FILE-STATUS NOT = "00"
009870         DISPLAY "RATERSTM: WRITE FAILED ON RESTATEMENT REPORT, "
009880             "STATUS = " WS-REPORT-FILE-STATUS
009890         MOVE "Y" TO WS-IO-ERROR-SWITCH
009900     END-IF.
009910 5990-EXIT.
009920     EXIT.
009930*--------------------------------------------------------------
009940 9999-TERMINATE.
009950     IF WS-AUDIT-FILE-STATUS = "00"
009960         OR WS-AUDIT-FILE-STATUS = "10"
009970         CLOSE AUDIT-FILE
009980     END-IF.
009990     IF WS-FORMULA-FILE-STATUS = "00"
010000         OR WS-FORMULA-FILE-STATUS = "10"
010010         CLOSE FORMULA-FILE
010020     END-IF.
010030     CLOSE HISTORY-FILE.
010040     CLOSE RESTATE-EXTRACT-FILE.
010050     CLOSE RESTATE-REPORT-FILE.
010060     DISPLAY "RATERSTM: CORRECTIONS " WS-CORRECTION-COUNT
010070         ", RESTATED " WS-RESTATED-COUNT
010080         ", UNCHANGED " WS-UNCHANGED-COUNT
010090         ", SKIPPED " WS-SKIP-COUNT
010100         ", AUDITED " WS-AUDIT-WRITE-COUNT
010110         ", EXTRACT LINES " WS-EXTRACT-COUNT.
010120     EVALUATE TRUE
010130         WHEN RESTATEMENT-REFUSED
010140             DISPLAY "RATERSTM: RESTATEMENT REFUSED - "
010150                 WS-REFUSE-REASON
010160             MOVE 8 TO RETURN-CODE
010170         WHEN IO-WRITE-ERROR
010180             DISPLAY "RATERSTM: ONE OR MORE FILE ERRORS THIS RUN"
010190             MOVE 8 TO RETURN-CODE
010200         WHEN RESTATE-TABLE-FULL
010210             MOVE 8 TO RETURN-CODE
010220         WHEN WS-SKIP-COUNT > ZERO
010230             OR WS-OTHER-DATE-COUNT > ZERO
010240             OR WS-CORRECTION-COUNT = ZERO
010250             MOVE 4 TO RETURN-CODE
010260         WHEN OTHER
010270             MOVE 0 TO RETURN-CODE
010280     END-EVALUATE.
010285     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
010290 9999-EXIT.
010300     EXIT.
010310*--------------------------------------------------------------
010320* Step statistics - one standard line appended to the shared
010330* STATLOG after the return code settles, for the cycle status
010340* sheet.  The job and step names come off the STATID card.  A
010350* log that cannot be opened costs the statistics line, not the
010360* run - the return code is already final.
010370*--------------------------------------------------------------
010380 9900-WRITE-STEP-STATS.
010390     MOVE SPACES TO WS-STEP-ID-CARD.
010400     OPEN INPUT STEP-ID-FILE.
010410     IF WS-STATID-FILE-STATUS = "00"
010420         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
010430             AT END
010440                 MOVE SPACES TO WS-STEP-ID-CARD
010450         END-READ
010460         CLOSE STEP-ID-FILE
010470     END-IF.
010480     ACCEPT WS-STAT-TIME-WORK FROM TIME.
010490     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
010500     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
010510     MOVE SID-JOB-NAME TO STS-JOB-NAME.
010520     MOVE SID-STEP-NAME TO STS-STEP-NAME.
010530     MOVE "RATERSTM" TO STS-PROGRAM.
010540     MOVE WS-EFF-DATE TO STS-BUSINESS-DATE.
010550     MOVE WS-AUDIT-READ-COUNT TO STS-RECORDS-IN.
010560     MOVE WS-EXTRACT-COUNT TO STS-RECORDS-OUT.
010570     MOVE WS-SKIP-COUNT TO STS-RECORDS-REJECTED.
010580     MOVE "RESTATED" TO STS-CONTROL-LABEL.
010590     MOVE WS-RESTATED-COUNT TO STS-CONTROL-COUNT.
010600     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
010610     IF RESTATEMENT-REFUSED
010620         MOVE "REFUSED" TO STS-OUTCOME
010630     ELSE
010640         MOVE SPACES TO STS-OUTCOME
010650     END-IF.
010660     IF STS-BUSINESS-DATE = ZERO
010670         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
010680     END-IF.
010690     MOVE RETURN-CODE TO STS-RETURN-CODE.
010700     OPEN EXTEND STEP-STATS-FILE.
010710     IF WS-STATLOG-FILE-STATUS = "35"
010720         OPEN OUTPUT STEP-STATS-FILE
010730     END-IF.
010740     IF WS-STATLOG-FILE-STATUS NOT = "00"
010750         DISPLAY "RATERSTM: UNABLE TO OPEN STATISTICS LOG, "
010760             "STATUS = " WS-STATLOG-FILE-STATUS
010770         GO TO 9900-EXIT
010780     END-IF.
010790     MOVE SPACES TO STEP-STATS-RECORD.
010800     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
010810     WRITE STEP-STATS-RECORD.
010820     IF WS-STATLOG-FILE-STATUS NOT = "00"
010830         DISPLAY "RATERSTM: WRITE FAILED ON STATISTICS LOG, "
010840             "STATUS = " WS-STATLOG-FILE-STATUS
010850     END-IF.
010860     CLOSE STEP-STATS-FILE.
010870 9900-EXIT.
010880     EXIT.
