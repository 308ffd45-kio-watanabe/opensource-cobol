000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATEBKO.
000030*--------------------------------------------------------------
000040* Certification-run backout.  When a wrong feed certifies,
000050* the night has already loaded the rate-history master
000060* (certified and derived rates), posted and aged suspense
000070* items and appended its run-history record, and the
000080* calendar gate then refuses the corrected rerun as a
000090* duplicate.  Run on request with a business date and a
000100* supervisor id, this program reads the RATEJRNL run journal
000110* PROG and RATECALC write ahead of every master change,
000120* reverses that date's entries newest first - a record the
000130* run added is deleted, a record it replaced is put back
000140* from its before image, on the history master and the
000150* suspense file alike - flags the date's run-history record
000160* backed out so RATEGATE and RATEWKLY pass over it, and
000170* appends a B marker to the journal so a later backout of
000180* the same date only reverses what the rerun wrote.  Every
000190* record touched appends a before/after image record to the
000200* permanent BKOAUDT audit, closed by a totals record.  The
000210* reversal is safe to repeat: a backout stopped by a file
000220* error is simply run again.  A backout is refused while a
000230* later business date still stands on the journal - the
000240* nights are backed out newest first.
000250*--------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   ---------- ----  ------------------------------------------
000290*   2026-10-15  DLH  Initial version - journal-driven backout
000300*                    of a certification night's history,
000310*                    suspense and run-history changes with a
000320*                    permanent before-image audit.
000321*   2026-10-15  DLH  Append a step-statistics line - job, step,
000322*                    business date, times, record counts, key
000323*                    control total, return code - to the shared
000324*                    STATLOG at termination for the RATECSUM
000325*                    cycle status sheet.
000330*--------------------------------------------------------------
000340 ENVIRONMENT      DIVISION.
000350 INPUT-OUTPUT     SECTION.
000360 FILE-CONTROL.
000370     SELECT RUN-JOURNAL-FILE
000380         ASSIGN TO RATEJRNL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000410     SELECT HISTORY-FILE
000420         ASSIGN TO RATEHMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS HIST-RECORD-KEY
000460         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000470     SELECT SUSPENSE-FILE
000480         ASSIGN TO RATESUSP
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS SUS-RECORD-KEY
000520         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000530     SELECT RUN-HISTORY-FILE
000540         ASSIGN TO RATERUNH
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
000570     SELECT RUN-HISTORY-OUT-FILE
000580         ASSIGN TO RUNHOUT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUNH-OUT-FILE-STATUS.
000610     SELECT AUDIT-FILE
000620         ASSIGN TO BKOAUDT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000650     SELECT BACKOUT-REPORT-FILE
000660         ASSIGN TO BKORPT
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-FILE-STATUS.
000681     SELECT STEP-ID-FILE
000682         ASSIGN TO STATID
000683         ORGANIZATION IS LINE SEQUENTIAL
000684         FILE STATUS IS WS-STATID-FILE-STATUS.
000685     SELECT STEP-STATS-FILE
000686         ASSIGN TO STATLOG
000687         ORGANIZATION IS LINE SEQUENTIAL
000688         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000690 DATA             DIVISION.
000700 FILE             SECTION.
000710 FD  RUN-JOURNAL-FILE.
000720     COPY RATEJRNL.
000730 FD  HISTORY-FILE.
000740     COPY RATEHIST.
000750 FD  SUSPENSE-FILE.
000760     COPY RATESUSP.
000770 FD  RUN-HISTORY-FILE.
000780     COPY RATERUNH.
000790 FD  RUN-HISTORY-OUT-FILE.
000800 01  RUN-HISTORY-OUT-RECORD      PIC X(200).
000810 FD  AUDIT-FILE.
000820 01  AUDIT-RECORD                PIC X(200).
000830 FD  BACKOUT-REPORT-FILE.
000840 01  BACKOUT-REPORT-RECORD       PIC X(080).
000842 FD  STEP-ID-FILE.
000844 01  STEP-ID-RECORD              PIC X(080).
000846 FD  STEP-STATS-FILE.
000848 01  STEP-STATS-RECORD           PIC X(150).
000850 WORKING-STORAGE SECTION.
000860*--------------------------------------------------------------
000870* File status fields and switches.
000880*--------------------------------------------------------------
000890 77  WS-JOURNAL-FILE-STATUS      PIC X(02).
000900 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000910 77  WS-SUSPENSE-FILE-STATUS     PIC X(02).
000920 77  WS-RUN-HISTORY-FILE-STATUS  PIC X(02).
000930 77  WS-RUNH-OUT-FILE-STATUS     PIC X(02).
000940 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000950 77  WS-REPORT-FILE-STATUS       PIC X(02).
000960 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000970 01  WS-SWITCHES.
000980     05  WS-JOURNAL-EOF-SWITCH   PIC X(01) VALUE "N".
000990         88  JOURNAL-FILE-EOF             VALUE "Y".
001000     05  WS-RUNH-EOF-SWITCH      PIC X(01) VALUE "N".
001010         88  RUN-HISTORY-EOF              VALUE "Y".
001020     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001030         88  BACKOUT-REFUSED              VALUE "Y".
001040     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
001050         88  JOURNAL-TABLE-FULL           VALUE "Y".
001060     05  WS-RECORD-FOUND-SWITCH  PIC X(01) VALUE "N".
001070         88  MASTER-RECORD-FOUND          VALUE "Y".
001080     05  WS-LATER-FOUND-SWITCH   PIC X(01) VALUE "N".
001090         88  LATER-DATE-FOUND             VALUE "Y".
001100     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001110         88  IO-WRITE-ERROR               VALUE "Y".
001113     05  WS-FILES-OPEN-SWITCH    PIC X(01) VALUE "N".
001116         88  UPDATE-FILES-OPEN            VALUE "Y".
001120 01  WS-TIME-WORK.
001130     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001140     05  FILLER                  PIC 9(02).
001150*--------------------------------------------------------------
001160* Backout card - the business date to reverse and the id of
001170* the supervisor authorising it, carried onto every audit
001180* record and onto the journal's backed-out marker.
001190*--------------------------------------------------------------
001200 01  WS-PARM-CARD.
001210     05  BKP-BUSINESS-DATE       PIC 9(08).
001220     05  BKP-BUSINESS-DATE-RAW   REDEFINES BKP-BUSINESS-DATE
001230                                 PIC X(08).
001240     05  FILLER                  PIC X(01).
001250     05  BKP-SUPERVISOR-ID       PIC X(08).
001260     05  FILLER                  PIC X(63).
001270 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
001280*--------------------------------------------------------------
001290* Journal entries for the business date, loaded in journal
001300* order and reversed from the last one back.  A backed-out
001310* marker for the date empties the table, so only the entries
001320* written since the last backout are reversed.  The run date
001330* of the certification run is kept to find its run-history
001340* record.
001350*--------------------------------------------------------------
001360 01  WS-JOURNAL-TABLE.
001370     05  WS-JOURNAL-ENTRY        OCCURS 2000 TIMES.
001380         10  JTB-PROGRAM         PIC X(08).
001390         10  JTB-FILE-CODE       PIC X(01).
001400         10  JTB-ACTION          PIC X(01).
001410         10  JTB-BEFORE-IMAGE    PIC X(80).
001420         10  JTB-AFTER-IMAGE     PIC X(80).
001430 77  WS-JOURNAL-MAX              PIC 9(05) COMP VALUE 2000.
001440 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
001450 77  WS-JOURNAL-SUB              PIC 9(05) COMP VALUE ZERO.
001460 77  WS-CERT-RUN-DATE            PIC 9(08) VALUE ZERO.
001470 77  WS-PRIOR-BACKOUT-COUNT      PIC 9(05) COMP VALUE ZERO.
001480*--------------------------------------------------------------
001490* Later business dates on the journal, each with the count of
001500* entries still standing since its own last backout.  Any
001510* later date still standing refuses the backout.
001520*--------------------------------------------------------------
001530 01  WS-LATER-DATE-TABLE.
001540     05  WS-LATER-DATE-ENTRY     OCCURS 50 TIMES.
001550         10  LTR-BUSINESS-DATE   PIC 9(08).
001560         10  LTR-PENDING-COUNT   PIC 9(05) COMP.
001570 77  WS-LATER-DATE-COUNT         PIC 9(03) COMP VALUE ZERO.
001580 77  WS-LATER-SUB                PIC 9(03) COMP VALUE ZERO.
001590*--------------------------------------------------------------
001600* Backout tallies.  An entry whose added record is already
001610* gone from the master is counted as absent - nothing to do,
001620* but worth the supervisor's eye.
001630*--------------------------------------------------------------
001640 77  WS-HIST-DELETED-COUNT       PIC 9(05) COMP VALUE ZERO.
001650 77  WS-HIST-RESTORED-COUNT      PIC 9(05) COMP VALUE ZERO.
001660 77  WS-SUSP-DELETED-COUNT       PIC 9(05) COMP VALUE ZERO.
001670 77  WS-SUSP-RESTORED-COUNT      PIC 9(05) COMP VALUE ZERO.
001680 77  WS-ABSENT-COUNT             PIC 9(05) COMP VALUE ZERO.
001690 77  WS-RUNH-MARKED-COUNT        PIC 9(05) COMP VALUE ZERO.
001700*--------------------------------------------------------------
001710* Backout-audit line - one appended per master record deleted
001720* or restored and per run-history record flagged, never
001730* scratched: the run stamp, the action, the supervisor id,
001740* the business date backed out and the record images before
001750* and after the backout.  A deleted record carries a blank
001760* after image.  The closing totals record carries the counts
001770* line in place of the after image.
001780*--------------------------------------------------------------
001790 01  WS-AUDIT-LINE.
001800     05  BKA-RUN-DATE            PIC 9(08).
001810     05  BKA-RUN-TIME            PIC 9(06).
001820     05  BKA-ACTION              PIC X(08).
001830     05  BKA-SUPERVISOR-ID       PIC X(08).
001840     05  BKA-BUSINESS-DATE       PIC 9(08).
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  BKA-BEFORE-IMAGE        PIC X(80).
001870     05  FILLER                  PIC X(01) VALUE SPACES.
001880     05  BKA-AFTER-IMAGE         PIC X(80).
001890 01  WS-AUDIT-TOTALS.
001900     05  FILLER                  PIC X(05) VALUE "JRNL ".
001910     05  BKT-JOURNAL-COUNT       PIC 9(05).
001920     05  FILLER                  PIC X(06) VALUE " HDEL ".
001930     05  BKT-HIST-DELETED        PIC 9(05).
001940     05  FILLER                  PIC X(06) VALUE " HRST ".
001950     05  BKT-HIST-RESTORED       PIC 9(05).
001960     05  FILLER                  PIC X(06) VALUE " SDEL ".
001970     05  BKT-SUSP-DELETED        PIC 9(05).
001980     05  FILLER                  PIC X(06) VALUE " SRST ".
001990     05  BKT-SUSP-RESTORED       PIC 9(05).
002000     05  FILLER                  PIC X(06) VALUE " ABST ".
002010     05  BKT-ABSENT              PIC 9(05).
002020     05  FILLER                  PIC X(06) VALUE " RUNH ".
002030     05  BKT-RUNH-MARKED         PIC 9(05).
002040     05  FILLER                  PIC X(08) VALUE SPACES.
002050*--------------------------------------------------------------
002060* Backout report layouts - one line per journal entry
002070* reversed, newest first, then the totals.
002080*--------------------------------------------------------------
002090 01  WS-BKO-HEADER-1.
002100     05  FILLER                  PIC X(30)
002110         VALUE "CERTIFICATION RUN BACKOUT".
002120     05  FILLER                  PIC X(09) VALUE "BUS DATE ".
002130     05  HDR-BUSINESS-DATE       PIC X(08).
002140     05  FILLER                  PIC X(07) VALUE "  SUPV ".
002150     05  HDR-SUPERVISOR-ID       PIC X(08).
002160     05  FILLER                  PIC X(07) VALUE "  RUN ".
002170     05  HDR-RUN-DATE            PIC 9(08).
002180 01  WS-BKO-HEADER-2.
002190     05  FILLER                  PIC X(06) VALUE "FILE".
002200     05  FILLER                  PIC X(06) VALUE "SET".
002210     05  FILLER                  PIC X(12) VALUE "FIELD NAME".
002220     05  FILLER                  PIC X(10) VALUE "DATE/TYPE".
002230     05  FILLER                  PIC X(10) VALUE "PROGRAM".
002240     05  FILLER                  PIC X(24) VALUE "DISPOSITION".
002250 01  WS-BKO-DETAIL-LINE.
002260     05  BKR-FILE                PIC X(04).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  BKR-SET-ID              PIC X(04).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  BKR-FIELD-NAME          PIC X(10).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  BKR-KEY-QUALIFIER       PIC X(08).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  BKR-PROGRAM             PIC X(08).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  BKR-DISPOSITION         PIC X(24).
002370 01  WS-BKO-TOTAL-LINE-1.
002380     05  FILLER                  PIC X(16)
002390         VALUE "JOURNAL ENTRIES ".
002400     05  BKR-TOTAL-JOURNAL       PIC ZZZZ9.
002410     05  FILLER                  PIC X(18)
002420         VALUE "  HISTORY DELETED ".
002430     05  BKR-TOTAL-HIST-DEL      PIC ZZZZ9.
002440     05  FILLER                  PIC X(11) VALUE "  RESTORED ".
002450     05  BKR-TOTAL-HIST-RST      PIC ZZZZ9.
002460 01  WS-BKO-TOTAL-LINE-2.
002470     05  FILLER                  PIC X(17)
002480         VALUE "SUSPENSE DELETED ".
002490     05  BKR-TOTAL-SUSP-DEL      PIC ZZZZ9.
002500     05  FILLER                  PIC X(11) VALUE "  RESTORED ".
002510     05  BKR-TOTAL-SUSP-RST      PIC ZZZZ9.
002520     05  FILLER                  PIC X(09) VALUE "  ABSENT ".
002530     05  BKR-TOTAL-ABSENT        PIC ZZZZ9.
002540     05  FILLER                  PIC X(18)
002550         VALUE "  RUNS BACKED OUT ".
002560     05  BKR-TOTAL-RUNH          PIC ZZZZ9.
002570 01  WS-BKO-REFUSED-LINE.
002580     05  FILLER                  PIC X(20)
002590         VALUE "BACKOUT REFUSED - ".
002600     05  BKR-REFUSE-REASON       PIC X(40).
002601*--------------------------------------------------------------
002602* Step statistics - the STATID job/step card, the line appended
002603* to the shared STATLOG at termination and their file status
002604* fields.
002605*--------------------------------------------------------------
002606 77  WS-STATID-FILE-STATUS       PIC X(02).
002607 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002608     COPY RATESTAT.
002610 PROCEDURE        DIVISION.
002620 0000-MAINLINE.
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
002650         UNTIL JOURNAL-FILE-EOF.
002660     PERFORM 2900-CHECK-JOURNAL-LOAD THRU 2900-EXIT.
002670     IF NOT BACKOUT-REFUSED
002680         MOVE WS-JOURNAL-COUNT TO WS-JOURNAL-SUB
002690         ADD 1 TO WS-JOURNAL-SUB
002700         PERFORM 3000-REVERSE-ONE-ENTRY THRU 3000-EXIT
002710             UNTIL WS-JOURNAL-SUB NOT > 1
002720             OR IO-WRITE-ERROR
002730     END-IF.
002740     IF NOT BACKOUT-REFUSED
002750         AND NOT IO-WRITE-ERROR
002760         PERFORM 4000-MARK-RUN-HISTORY THRU 4000-EXIT
002770     END-IF.
002780     IF NOT BACKOUT-REFUSED
002790         AND NOT IO-WRITE-ERROR
002800         PERFORM 5000-WRITE-BACKOUT-MARKER THRU 5000-EXIT
002810     END-IF.
002820     PERFORM 6000-WRITE-BACKOUT-TOTALS THRU 6000-EXIT.
002830     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002840     STOP RUN.
002850*--------------------------------------------------------------
002860* Initialization - the card is proved before anything opens
002870* for update; a card without a numeric business date or a
002880* supervisor id refuses the whole backout.
002890*--------------------------------------------------------------
002900 1000-INITIALIZE.
002903     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002906     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002920     ACCEPT WS-TIME-WORK FROM TIME.
002930     MOVE SPACES TO WS-PARM-CARD.
002940     ACCEPT WS-PARM-CARD.
002950     IF BKP-BUSINESS-DATE NOT NUMERIC
002960         MOVE "BUSINESS DATE MISSING OR NOT NUMERIC"
002970             TO WS-REFUSE-REASON
002980         MOVE "Y" TO WS-REFUSED-SWITCH
002990     END-IF.
003000     IF BKP-SUPERVISOR-ID = SPACES
003010         MOVE "SUPERVISOR ID MISSING" TO WS-REFUSE-REASON
003020         MOVE "Y" TO WS-REFUSED-SWITCH
003030     END-IF.
003040     OPEN EXTEND AUDIT-FILE.
003050     IF WS-AUDIT-FILE-STATUS = "35"
003060         OPEN OUTPUT AUDIT-FILE
003070     END-IF.
003080     IF WS-AUDIT-FILE-STATUS NOT = "00"
003090         DISPLAY "RATEBKO: UNABLE TO OPEN BACKOUT AUDIT, "
003100             "STATUS = " WS-AUDIT-FILE-STATUS
003110         MOVE "BACKOUT AUDIT UNAVAILABLE" TO WS-REFUSE-REASON
003120         MOVE "Y" TO WS-REFUSED-SWITCH
003130         MOVE "Y" TO WS-IO-ERROR-SWITCH
003140     END-IF.
003150     OPEN OUTPUT BACKOUT-REPORT-FILE.
003160     IF WS-REPORT-FILE-STATUS NOT = "00"
003170         DISPLAY "RATEBKO: UNABLE TO OPEN BACKOUT REPORT, "
003180             "STATUS = " WS-REPORT-FILE-STATUS
003190     END-IF.
003200     MOVE BKP-BUSINESS-DATE-RAW TO HDR-BUSINESS-DATE.
003210     MOVE BKP-SUPERVISOR-ID TO HDR-SUPERVISOR-ID.
003220     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003230     MOVE SPACES TO BACKOUT-REPORT-RECORD.
003240     MOVE WS-BKO-HEADER-1 TO BACKOUT-REPORT-RECORD.
003250     WRITE BACKOUT-REPORT-RECORD.
003260     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003270     MOVE SPACES TO BACKOUT-REPORT-RECORD.
003280     MOVE WS-BKO-HEADER-2 TO BACKOUT-REPORT-RECORD.
003290     WRITE BACKOUT-REPORT-RECORD.
003300     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003310     MOVE SPACES TO BACKOUT-REPORT-RECORD.
003320     WRITE BACKOUT-REPORT-RECORD.
003330     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003340     IF BACKOUT-REFUSED
003350         MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
003360         GO TO 1000-EXIT
003370     END-IF.
003375     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
003380     OPEN INPUT RUN-JOURNAL-FILE.
003390     IF WS-JOURNAL-FILE-STATUS NOT = "00"
003400         DISPLAY "RATEBKO: UNABLE TO OPEN RUN JOURNAL, "
003410             "STATUS = " WS-JOURNAL-FILE-STATUS
003420         MOVE "RUN JOURNAL UNAVAILABLE" TO WS-REFUSE-REASON
003430         MOVE "Y" TO WS-REFUSED-SWITCH
003440         MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
003450     END-IF.
003460     OPEN I-O HISTORY-FILE.
003470     IF WS-HISTORY-FILE-STATUS NOT = "00"
003480         DISPLAY "RATEBKO: UNABLE TO OPEN HISTORY FILE, "
003490             "STATUS = " WS-HISTORY-FILE-STATUS
003500         MOVE "HISTORY MASTER UNAVAILABLE" TO WS-REFUSE-REASON
003510         MOVE "Y" TO WS-REFUSED-SWITCH
003520         MOVE "Y" TO WS-IO-ERROR-SWITCH
003530     END-IF.
003540     OPEN I-O SUSPENSE-FILE.
003550     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
003560         DISPLAY "RATEBKO: UNABLE TO OPEN SUSPENSE FILE, "
003570             "STATUS = " WS-SUSPENSE-FILE-STATUS
003580         MOVE "SUSPENSE FILE UNAVAILABLE" TO WS-REFUSE-REASON
003590         MOVE "Y" TO WS-REFUSED-SWITCH
003600         MOVE "Y" TO WS-IO-ERROR-SWITCH
003610     END-IF.
003620 1000-EXIT.
003630     EXIT.
003640*--------------------------------------------------------------
003650* Journal load - every entry for the business date goes into
003660* the table in journal order; a backed-out marker for the date
003670* empties the table again.  Entries for later business dates
003680* are tallied per date so a later night still standing can
003690* refuse the backout.
003700*--------------------------------------------------------------
003710 2000-LOAD-JOURNAL.
003720     READ RUN-JOURNAL-FILE
003730         AT END
003740             MOVE "Y" TO WS-JOURNAL-EOF-SWITCH
003750     END-READ.
003760     IF JOURNAL-FILE-EOF
003770         GO TO 2000-EXIT
003780     END-IF.
003790     IF JRN-BUSINESS-DATE NOT NUMERIC
003800         GO TO 2000-EXIT
003810     END-IF.
003820     IF JRN-BUSINESS-DATE > BKP-BUSINESS-DATE
003830         PERFORM 2100-NOTE-LATER-DATE THRU 2100-EXIT
003840         GO TO 2000-EXIT
003850     END-IF.
003860     IF JRN-BUSINESS-DATE NOT = BKP-BUSINESS-DATE
003870         GO TO 2000-EXIT
003880     END-IF.
003890     IF JRN-BACKOUT-MARKER
003900         ADD 1 TO WS-PRIOR-BACKOUT-COUNT
003910         MOVE ZERO TO WS-JOURNAL-COUNT
003920         MOVE ZERO TO WS-CERT-RUN-DATE
003930         MOVE "N" TO WS-TABLE-FULL-SWITCH
003940         GO TO 2000-EXIT
003950     END-IF.
003960     IF WS-JOURNAL-COUNT NOT < WS-JOURNAL-MAX
003970         MOVE "Y" TO WS-TABLE-FULL-SWITCH
003980         GO TO 2000-EXIT
003990     END-IF.
004000     ADD 1 TO WS-JOURNAL-COUNT.
004010     MOVE JRN-PROGRAM TO JTB-PROGRAM (WS-JOURNAL-COUNT).
004020     MOVE JRN-FILE-CODE TO JTB-FILE-CODE (WS-JOURNAL-COUNT).
004030     MOVE JRN-ACTION TO JTB-ACTION (WS-JOURNAL-COUNT).
004040     MOVE JRN-BEFORE-IMAGE
004050         TO JTB-BEFORE-IMAGE (WS-JOURNAL-COUNT).
004060     MOVE JRN-AFTER-IMAGE
004070         TO JTB-AFTER-IMAGE (WS-JOURNAL-COUNT).
004080     IF JRN-PROGRAM = "PROG"
004090         MOVE JRN-RUN-DATE TO WS-CERT-RUN-DATE
004100     END-IF.
004110 2000-EXIT.
004120     EXIT.
004130*--------------------------------------------------------------
004140* Later-date tally - a marker clears the date's standing
004150* count, any other entry adds to it.  A table too small to
004160* hold the date refuses the backout rather than guess.
004170*--------------------------------------------------------------
004180 2100-NOTE-LATER-DATE.
004190     MOVE "N" TO WS-LATER-FOUND-SWITCH.
004200     MOVE ZERO TO WS-LATER-SUB.
004210     PERFORM 2110-SCAN-LATER-DATE THRU 2110-EXIT
004220         UNTIL LATER-DATE-FOUND
004230         OR WS-LATER-SUB NOT < WS-LATER-DATE-COUNT.
004240     IF NOT LATER-DATE-FOUND
004250         IF WS-LATER-DATE-COUNT NOT < 50
004260             MOVE "TOO MANY LATER DATES ON JOURNAL"
004270                 TO WS-REFUSE-REASON
004280             MOVE "Y" TO WS-REFUSED-SWITCH
004290             GO TO 2100-EXIT
004300         END-IF
004310         ADD 1 TO WS-LATER-DATE-COUNT
004320         MOVE WS-LATER-DATE-COUNT TO WS-LATER-SUB
004330         MOVE JRN-BUSINESS-DATE
004340             TO LTR-BUSINESS-DATE (WS-LATER-SUB)
004350         MOVE ZERO TO LTR-PENDING-COUNT (WS-LATER-SUB)
004360     END-IF.
004370     IF JRN-BACKOUT-MARKER
004380         MOVE ZERO TO LTR-PENDING-COUNT (WS-LATER-SUB)
004390     ELSE
004400         ADD 1 TO LTR-PENDING-COUNT (WS-LATER-SUB)
004410     END-IF.
004420 2100-EXIT.
004430     EXIT.
004440 2110-SCAN-LATER-DATE.
004450     ADD 1 TO WS-LATER-SUB.
004460     IF LTR-BUSINESS-DATE (WS-LATER-SUB) = JRN-BUSINESS-DATE
004470         MOVE "Y" TO WS-LATER-FOUND-SWITCH
004480     END-IF.
004490 2110-EXIT.
004500     EXIT.
004510*--------------------------------------------------------------
004520* Load check - nothing is reversed when the journal holds
004530* nothing standing for the date, when the date's entries
004540* overflow the table, or when a later night still stands.
004550*--------------------------------------------------------------
004560 2900-CHECK-JOURNAL-LOAD.
004570     IF BACKOUT-REFUSED
004580         GO TO 2900-EXIT
004590     END-IF.
004600     IF JOURNAL-TABLE-FULL
004610         MOVE "JOURNAL ENTRIES EXCEED TABLE SIZE"
004620             TO WS-REFUSE-REASON
004630         MOVE "Y" TO WS-REFUSED-SWITCH
004640         GO TO 2900-EXIT
004650     END-IF.
004660     MOVE ZERO TO WS-LATER-SUB.
004670     PERFORM 2910-CHECK-ONE-LATER-DATE THRU 2910-EXIT
004680         UNTIL BACKOUT-REFUSED
004690         OR WS-LATER-SUB NOT < WS-LATER-DATE-COUNT.
004700     IF BACKOUT-REFUSED
004710         GO TO 2900-EXIT
004720     END-IF.
004730     IF WS-JOURNAL-COUNT = ZERO
004740         IF WS-PRIOR-BACKOUT-COUNT > ZERO
004750             MOVE "DATE ALREADY BACKED OUT" TO WS-REFUSE-REASON
004760         ELSE
004770             MOVE "NO JOURNAL ENTRIES FOR DATE"
004780                 TO WS-REFUSE-REASON
004790         END-IF
004800         MOVE "Y" TO WS-REFUSED-SWITCH
004810     END-IF.
004820 2900-EXIT.
004830     EXIT.
004840 2910-CHECK-ONE-LATER-DATE.
004850     ADD 1 TO WS-LATER-SUB.
004860     IF LTR-PENDING-COUNT (WS-LATER-SUB) > ZERO
004870         DISPLAY "RATEBKO: BUSINESS DATE "
004880             LTR-BUSINESS-DATE (WS-LATER-SUB)
004890             " STILL STANDS ON THE JOURNAL - BACK IT OUT FIRST"
004900         MOVE "A LATER BUSINESS DATE STILL STANDS"
004910             TO WS-REFUSE-REASON
004920         MOVE "Y" TO WS-REFUSED-SWITCH
004930     END-IF.
004940 2910-EXIT.
004950     EXIT.
004960*--------------------------------------------------------------
004970* Reversal - one journal entry, newest first.
004980*--------------------------------------------------------------
004990 3000-REVERSE-ONE-ENTRY.
005000     SUBTRACT 1 FROM WS-JOURNAL-SUB.
005010     MOVE JTB-PROGRAM (WS-JOURNAL-SUB) TO BKR-PROGRAM.
005020     EVALUATE JTB-FILE-CODE (WS-JOURNAL-SUB)
005030         WHEN "H"
005040             PERFORM 3100-REVERSE-HISTORY THRU 3100-EXIT
005050         WHEN "S"
005060             PERFORM 3200-REVERSE-SUSPENSE THRU 3200-EXIT
005070     END-EVALUATE.
005080 3000-EXIT.
005090     EXIT.
005100*--------------------------------------------------------------
005110* History reversal - a record the run added is deleted; a
005120* record it replaced is put back from the journal's before
005130* image (rewritten in place, or written again if it has since
005140* gone).  The audit record goes out before the master
005150* changes.
005160*--------------------------------------------------------------
005170 3100-REVERSE-HISTORY.
005180     MOVE JTB-AFTER-IMAGE (WS-JOURNAL-SUB) TO HISTORY-RECORD.
005190     MOVE "HIST" TO BKR-FILE.
005200     MOVE HIST-SET-ID TO BKR-SET-ID.
005210     MOVE HIST-FIELD-NAME TO BKR-FIELD-NAME.
005220     MOVE HIST-EFF-DATE TO BKR-KEY-QUALIFIER.
005230     MOVE "Y" TO WS-RECORD-FOUND-SWITCH.
005240     READ HISTORY-FILE
005250         INVALID KEY
005260             MOVE "N" TO WS-RECORD-FOUND-SWITCH
005270     END-READ.
005280     IF JTB-ACTION (WS-JOURNAL-SUB) = "A"
005290         IF NOT MASTER-RECORD-FOUND
005300             ADD 1 TO WS-ABSENT-COUNT
005310             MOVE "ADDED RECORD ABSENT" TO BKR-DISPOSITION
005320             PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT
005330             GO TO 3100-EXIT
005340         END-IF
005350         MOVE "HSTDEL" TO BKA-ACTION
005360         MOVE HISTORY-RECORD TO BKA-BEFORE-IMAGE
005370         MOVE SPACES TO BKA-AFTER-IMAGE
005380         PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT
005390         IF IO-WRITE-ERROR
005400             GO TO 3100-EXIT
005410         END-IF
005420         DELETE HISTORY-FILE
005430             INVALID KEY
005440                 DISPLAY "RATEBKO: DELETE FAILED ON HISTORY "
005450                     "FILE, STATUS = " WS-HISTORY-FILE-STATUS
005460                 MOVE "Y" TO WS-IO-ERROR-SWITCH
005470                 GO TO 3100-EXIT
005480         END-DELETE
005490         ADD 1 TO WS-HIST-DELETED-COUNT
005500         MOVE "ADDED RECORD DELETED" TO BKR-DISPOSITION
005510         PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT
005520         GO TO 3100-EXIT
005530     END-IF.
005540     MOVE "HSTRSTR" TO BKA-ACTION.
005550     IF MASTER-RECORD-FOUND
005560         MOVE HISTORY-RECORD TO BKA-BEFORE-IMAGE
005570     ELSE
005580         MOVE SPACES TO BKA-BEFORE-IMAGE
005590     END-IF.
005600     MOVE JTB-BEFORE-IMAGE (WS-JOURNAL-SUB) TO BKA-AFTER-IMAGE.
005610     PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT.
005620     IF IO-WRITE-ERROR
005630         GO TO 3100-EXIT
005640     END-IF.
005650     MOVE JTB-BEFORE-IMAGE (WS-JOURNAL-SUB) TO HISTORY-RECORD.
005660     IF MASTER-RECORD-FOUND
005670         REWRITE HISTORY-RECORD
005680             INVALID KEY
005690                 MOVE "Y" TO WS-IO-ERROR-SWITCH
005700         END-REWRITE
005710     ELSE
005720         WRITE HISTORY-RECORD
005730             INVALID KEY
005740                 MOVE "Y" TO WS-IO-ERROR-SWITCH
005750         END-WRITE
005760     END-IF.
005770     IF IO-WRITE-ERROR
005780         DISPLAY "RATEBKO: RESTORE FAILED ON HISTORY FILE, "
005790             "STATUS = " WS-HISTORY-FILE-STATUS
005800         GO TO 3100-EXIT
005810     END-IF.
005820     ADD 1 TO WS-HIST-RESTORED-COUNT.
005830     MOVE "PRIOR RECORD RESTORED" TO BKR-DISPOSITION.
005840     PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT.
005850 3100-EXIT.
005860     EXIT.
005870*--------------------------------------------------------------
005880* Suspense reversal - the same rules as the history master:
005890* an item the run opened is deleted, an item it recurred,
005900* refreshed, cleared or aged goes back to its before image.
005910*--------------------------------------------------------------
005920 3200-REVERSE-SUSPENSE.
005930     MOVE JTB-AFTER-IMAGE (WS-JOURNAL-SUB) TO SUSPENSE-RECORD.
005940     MOVE "SUSP" TO BKR-FILE.
005950     MOVE SUS-SET-ID TO BKR-SET-ID.
005960     MOVE SUS-FIELD-NAME TO BKR-FIELD-NAME.
005970     MOVE SUS-EXC-TYPE TO BKR-KEY-QUALIFIER.
005980     MOVE "Y" TO WS-RECORD-FOUND-SWITCH.
005990     READ SUSPENSE-FILE
006000         INVALID KEY
006010             MOVE "N" TO WS-RECORD-FOUND-SWITCH
006020     END-READ.
006030     IF JTB-ACTION (WS-JOURNAL-SUB) = "A"
006040         IF NOT MASTER-RECORD-FOUND
006050             ADD 1 TO WS-ABSENT-COUNT
006060             MOVE "OPENED ITEM ABSENT" TO BKR-DISPOSITION
006070             PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT
006080             GO TO 3200-EXIT
006090         END-IF
006100         MOVE "SUSDEL" TO BKA-ACTION
006110         MOVE SUSPENSE-RECORD TO BKA-BEFORE-IMAGE
006120         MOVE SPACES TO BKA-AFTER-IMAGE
006130         PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT
006140         IF IO-WRITE-ERROR
006150             GO TO 3200-EXIT
006160         END-IF
006170         DELETE SUSPENSE-FILE
006180             INVALID KEY
006190                 DISPLAY "RATEBKO: DELETE FAILED ON SUSPENSE "
006200                     "FILE, STATUS = " WS-SUSPENSE-FILE-STATUS
006210                 MOVE "Y" TO WS-IO-ERROR-SWITCH
006220                 GO TO 3200-EXIT
006230         END-DELETE
006240         ADD 1 TO WS-SUSP-DELETED-COUNT
006250         MOVE "OPENED ITEM DELETED" TO BKR-DISPOSITION
006260         PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT
006270         GO TO 3200-EXIT
006280     END-IF.
006290     MOVE "SUSRSTR" TO BKA-ACTION.
006300     IF MASTER-RECORD-FOUND
006310         MOVE SUSPENSE-RECORD TO BKA-BEFORE-IMAGE
006320     ELSE
006330         MOVE SPACES TO BKA-BEFORE-IMAGE
006340     END-IF.
006350     MOVE JTB-BEFORE-IMAGE (WS-JOURNAL-SUB) TO BKA-AFTER-IMAGE.
006360     PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT.
006370     IF IO-WRITE-ERROR
006380         GO TO 3200-EXIT
006390     END-IF.
006400     MOVE JTB-BEFORE-IMAGE (WS-JOURNAL-SUB) TO SUSPENSE-RECORD.
006410     IF MASTER-RECORD-FOUND
006420         REWRITE SUSPENSE-RECORD
006430             INVALID KEY
006440                 MOVE "Y" TO WS-IO-ERROR-SWITCH
006450         END-REWRITE
006460     ELSE
006470         WRITE SUSPENSE-RECORD
006480             INVALID KEY
006490                 MOVE "Y" TO WS-IO-ERROR-SWITCH
006500         END-WRITE
006510     END-IF.
006520     IF IO-WRITE-ERROR
006530         DISPLAY "RATEBKO: RESTORE FAILED ON SUSPENSE FILE, "
006540             "STATUS = " WS-SUSPENSE-FILE-STATUS
006550         GO TO 3200-EXIT
006560     END-IF.
006570     ADD 1 TO WS-SUSP-RESTORED-COUNT.
006580     MOVE "PRIOR ITEM RESTORED" TO BKR-DISPOSITION.
006590     PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT.
006600 3200-EXIT.
006610     EXIT.
006620*--------------------------------------------------------------
006630 3800-WRITE-BKO-DETAIL.
006640     MOVE SPACES TO BACKOUT-REPORT-RECORD.
006650     MOVE WS-BKO-DETAIL-LINE TO BACKOUT-REPORT-RECORD.
006660     WRITE BACKOUT-REPORT-RECORD.
006670     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
006680 3800-EXIT.
006690     EXIT.
006700*--------------------------------------------------------------
006710 3900-WRITE-AUDIT-LINE.
006720     MOVE WS-RUN-DATE TO BKA-RUN-DATE.
006730     MOVE WS-RUN-TIME-HHMMSS TO BKA-RUN-TIME.
006740     MOVE BKP-SUPERVISOR-ID TO BKA-SUPERVISOR-ID.
006750     MOVE BKP-BUSINESS-DATE-RAW TO BKA-BUSINESS-DATE.
006760     MOVE SPACES TO AUDIT-RECORD.
006770     MOVE WS-AUDIT-LINE TO AUDIT-RECORD.
006780     WRITE AUDIT-RECORD.
006790     IF WS-AUDIT-FILE-STATUS NOT = "00"
006800         DISPLAY "RATEBKO: WRITE FAILED ON BACKOUT AUDIT, "
006810             "STATUS = " WS-AUDIT-FILE-STATUS
006820         MOVE "Y" TO WS-IO-ERROR-SWITCH
006830     END-IF.
006840 3900-EXIT.
006850     EXIT.
006860*--------------------------------------------------------------
006870* Run-history flag - the run-history file is copied to the
006880* RUNHOUT work file with the backed-out night's record (run
006890* date equal to the business date or to the certification
006900* run's own run date) flagged B; the job copies the work file
006910* back over RATERUNH.  A record already flagged is copied as
006920* it stands.
006930*--------------------------------------------------------------
006940 4000-MARK-RUN-HISTORY.
006950     OPEN INPUT RUN-HISTORY-FILE.
006960     IF WS-RUN-HISTORY-FILE-STATUS NOT = "00"
006970         DISPLAY "RATEBKO: UNABLE TO OPEN RUN HISTORY, "
006980             "STATUS = " WS-RUN-HISTORY-FILE-STATUS
006990         MOVE "Y" TO WS-IO-ERROR-SWITCH
007000         GO TO 4000-EXIT
007010     END-IF.
007020     OPEN OUTPUT RUN-HISTORY-OUT-FILE.
007030     IF WS-RUNH-OUT-FILE-STATUS NOT = "00"
007040         DISPLAY "RATEBKO: UNABLE TO OPEN RUN HISTORY OUT, "
007050             "STATUS = " WS-RUNH-OUT-FILE-STATUS
007060         MOVE "Y" TO WS-IO-ERROR-SWITCH
007070         CLOSE RUN-HISTORY-FILE
007080         GO TO 4000-EXIT
007090     END-IF.
007100     PERFORM 4100-COPY-ONE-RUN THRU 4100-EXIT
007110         UNTIL RUN-HISTORY-EOF.
007120     CLOSE RUN-HISTORY-FILE.
007130     CLOSE RUN-HISTORY-OUT-FILE.
007140     IF WS-RUNH-MARKED-COUNT = ZERO
007150         DISPLAY "RATEBKO: NO RUN-HISTORY RECORD FOUND FOR "
007160             "BUSINESS DATE " BKP-BUSINESS-DATE
007170     END-IF.
007180 4000-EXIT.
007190     EXIT.
007200 4100-COPY-ONE-RUN.
007210     READ RUN-HISTORY-FILE
007220         AT END
007230             MOVE "Y" TO WS-RUNH-EOF-SWITCH
007240     END-READ.
007250     IF RUN-HISTORY-EOF
007260         GO TO 4100-EXIT
007270     END-IF.
007280     IF NOT RUNH-BACKED-OUT
007290         AND (RUNH-RUN-DATE = BKP-BUSINESS-DATE
007300         OR RUNH-RUN-DATE = WS-CERT-RUN-DATE)
007310         MOVE "RUNHMARK" TO BKA-ACTION
007320         MOVE RUN-HISTORY-RECORD TO BKA-BEFORE-IMAGE
007330         MOVE "B" TO RUNH-BACKOUT-FLAG
007340         MOVE RUN-HISTORY-RECORD TO BKA-AFTER-IMAGE
007350         PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT
007360         ADD 1 TO WS-RUNH-MARKED-COUNT
007370         MOVE "RUNH" TO BKR-FILE
007380         MOVE SPACES TO BKR-SET-ID
007390         MOVE SPACES TO BKR-FIELD-NAME
007400         MOVE RUNH-RUN-DATE TO BKR-KEY-QUALIFIER
007410         MOVE "PROG" TO BKR-PROGRAM
007420         MOVE "RUN FLAGGED BACKED OUT" TO BKR-DISPOSITION
007430         PERFORM 3800-WRITE-BKO-DETAIL THRU 3800-EXIT
007440     END-IF.
007450     MOVE SPACES TO RUN-HISTORY-OUT-RECORD.
007460     MOVE RUN-HISTORY-RECORD TO RUN-HISTORY-OUT-RECORD.
007470     WRITE RUN-HISTORY-OUT-RECORD.
007480     IF WS-RUNH-OUT-FILE-STATUS NOT = "00"
007490         DISPLAY "RATEBKO: WRITE FAILED ON RUN HISTORY OUT, "
007500             "STATUS = " WS-RUNH-OUT-FILE-STATUS
007510         MOVE "Y" TO WS-IO-ERROR-SWITCH
007520         MOVE "Y" TO WS-RUNH-EOF-SWITCH
007530     END-IF.
007540 4100-EXIT.
007550     EXIT.
007560*--------------------------------------------------------------
007570* Backed-out marker - appended to the run journal once the
007580* reversal and the run-history flag are complete, carrying
007590* the supervisor id.
007600*--------------------------------------------------------------
007610 5000-WRITE-BACKOUT-MARKER.
007620     CLOSE RUN-JOURNAL-FILE.
007630     OPEN EXTEND RUN-JOURNAL-FILE.
007640     IF WS-JOURNAL-FILE-STATUS NOT = "00"
007650         DISPLAY "RATEBKO: UNABLE TO EXTEND RUN JOURNAL, "
007660             "STATUS = " WS-JOURNAL-FILE-STATUS
007670         MOVE "Y" TO WS-IO-ERROR-SWITCH
007680         GO TO 5000-EXIT
007690     END-IF.
007700     MOVE SPACES TO RUN-JOURNAL-RECORD.
007710     MOVE BKP-BUSINESS-DATE TO JRN-BUSINESS-DATE.
007720     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
007730     MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
007740     MOVE "RATEBKO" TO JRN-PROGRAM.
007750     MOVE "B" TO JRN-FILE-CODE.
007760     MOVE BKP-SUPERVISOR-ID TO JRN-OPERATOR-ID.
007770     WRITE RUN-JOURNAL-RECORD.
007780     IF WS-JOURNAL-FILE-STATUS NOT = "00"
007790         DISPLAY "RATEBKO: WRITE FAILED ON RUN JOURNAL, "
007800             "STATUS = " WS-JOURNAL-FILE-STATUS
007810         MOVE "Y" TO WS-IO-ERROR-SWITCH
007820     END-IF.
007830 5000-EXIT.
007840     EXIT.
007850*--------------------------------------------------------------
007860* Totals - the closing audit record carries the counts (or
007870* the refusal reason) so the audit proves every backout,
007880* applied or not; the report carries the same.
007890*--------------------------------------------------------------
007900 6000-WRITE-BACKOUT-TOTALS.
007910     MOVE WS-JOURNAL-COUNT TO BKT-JOURNAL-COUNT.
007920     MOVE WS-HIST-DELETED-COUNT TO BKT-HIST-DELETED.
007930     MOVE WS-HIST-RESTORED-COUNT TO BKT-HIST-RESTORED.
007940     MOVE WS-SUSP-DELETED-COUNT TO BKT-SUSP-DELETED.
007950     MOVE WS-SUSP-RESTORED-COUNT TO BKT-SUSP-RESTORED.
007960     MOVE WS-ABSENT-COUNT TO BKT-ABSENT.
007970     MOVE WS-RUNH-MARKED-COUNT TO BKT-RUNH-MARKED.
007980     MOVE SPACES TO BKA-BEFORE-IMAGE.
007990     IF BACKOUT-REFUSED
008000         MOVE "BKOREFSD" TO BKA-ACTION
008010         MOVE WS-REFUSE-REASON TO BKA-BEFORE-IMAGE
008020     ELSE
008030         MOVE "BKOTOTAL" TO BKA-ACTION
008040     END-IF.
008050     MOVE WS-AUDIT-TOTALS TO BKA-AFTER-IMAGE.
008060     IF WS-AUDIT-FILE-STATUS = "00"
008070         PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT
008080     END-IF.
008090     MOVE SPACES TO BACKOUT-REPORT-RECORD.
008100     WRITE BACKOUT-REPORT-RECORD.
008110     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008120     IF BACKOUT-REFUSED
008130         MOVE WS-REFUSE-REASON TO BKR-REFUSE-REASON
008140         MOVE SPACES TO BACKOUT-REPORT-RECORD
008150         MOVE WS-BKO-REFUSED-LINE TO BACKOUT-REPORT-RECORD
008160         WRITE BACKOUT-REPORT-RECORD
008170         PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT
008180     END-IF.
008190     MOVE WS-JOURNAL-COUNT TO BKR-TOTAL-JOURNAL.
008200     MOVE WS-HIST-DELETED-COUNT TO BKR-TOTAL-HIST-DEL.
008210     MOVE WS-HIST-RESTORED-COUNT TO BKR-TOTAL-HIST-RST.
008220     MOVE WS-SUSP-DELETED-COUNT TO BKR-TOTAL-SUSP-DEL.
008230     MOVE WS-SUSP-RESTORED-COUNT TO BKR-TOTAL-SUSP-RST.
008240     MOVE WS-ABSENT-COUNT TO BKR-TOTAL-ABSENT.
008250     MOVE WS-RUNH-MARKED-COUNT TO BKR-TOTAL-RUNH.
008260     MOVE SPACES TO BACKOUT-REPORT-RECORD.
008270     MOVE WS-BKO-TOTAL-LINE-1 TO BACKOUT-REPORT-RECORD.
008280     WRITE BACKOUT-REPORT-RECORD.
008290     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008300     MOVE SPACES TO BACKOUT-REPORT-RECORD.
008310     MOVE WS-BKO-TOTAL-LINE-2 TO BACKOUT-REPORT-RECORD.
008320     WRITE BACKOUT-REPORT-RECORD.
008330     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008340 6000-EXIT.
008350     EXIT.
008360*--------------------------------------------------------------
008370* Backout-report write check - called after every WRITE
008380* against BACKOUT-REPORT-FILE, the same as the certification
008390* program does for its report file.
008400*--------------------------------------------------------------
008410 5990-CHECK-REPORT-STATUS.
008420     IF WS-REPORT-FILE-STATUS NOT = "00"
008430         DISPLAY "RATEBKO: WRITE FAILED ON BACKOUT REPORT, "
008440             "STATUS = " WS-REPORT-FILE-STATUS
008450         MOVE "Y" TO WS-IO-ERROR-SWITCH
008460     END-IF.
008470 5990-EXIT.
008480     EXIT.
008490*--------------------------------------------------------------
008500 9999-TERMINATE.
008510     IF UPDATE-FILES-OPEN
008530         CLOSE RUN-JOURNAL-FILE
008540         CLOSE HISTORY-FILE
008550         CLOSE SUSPENSE-FILE
008600     END-IF.
008610     CLOSE AUDIT-FILE.
008620     CLOSE BACKOUT-REPORT-FILE.
008630     DISPLAY "RATEBKO: BUSINESS DATE " BKP-BUSINESS-DATE-RAW
008640         ", SUPERVISOR " BKP-SUPERVISOR-ID
008650         ", JOURNAL ENTRIES " WS-JOURNAL-COUNT.
008660     DISPLAY "RATEBKO: HISTORY DELETED " WS-HIST-DELETED-COUNT
008670         ", RESTORED " WS-HIST-RESTORED-COUNT
008680         ", SUSPENSE DELETED " WS-SUSP-DELETED-COUNT
008690         ", RESTORED " WS-SUSP-RESTORED-COUNT
008700         ", ABSENT " WS-ABSENT-COUNT
008710         ", RUNS BACKED OUT " WS-RUNH-MARKED-COUNT.
008720     EVALUATE TRUE
008730         WHEN BACKOUT-REFUSED
008740             DISPLAY "RATEBKO: BACKOUT REFUSED - "
008750                 WS-REFUSE-REASON
008760             MOVE 8 TO RETURN-CODE
008770         WHEN IO-WRITE-ERROR
008780             DISPLAY "RATEBKO: ONE OR MORE FILE ERRORS THIS RUN "
008790                 "- CORRECT AND RERUN THE BACKOUT"
008800             MOVE 8 TO RETURN-CODE
008810         WHEN WS-ABSENT-COUNT > ZERO
008820             MOVE 4 TO RETURN-CODE
008830         WHEN OTHER
008840             MOVE 0 TO RETURN-CODE
008850     END-EVALUATE.
008855     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
008860 9999-EXIT.
008870     EXIT.
008880*--------------------------------------------------------------
008890* Step statistics - one standard line appended to the shared
008900* STATLOG after the return code settles, for the cycle status
008910* sheet.  The job and step names come off the STATID card.  A
008920* log that cannot be opened costs the statistics line, not the
008930* run - the return code is already final.
008940*--------------------------------------------------------------
008950 9900-WRITE-STEP-STATS.
008960     MOVE SPACES TO WS-STEP-ID-CARD.
008970     OPEN INPUT STEP-ID-FILE.
008980     IF WS-STATID-FILE-STATUS = "00"
008990         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
009000             AT END
009010                 MOVE SPACES TO WS-STEP-ID-CARD
009020         END-READ
009030         CLOSE STEP-ID-FILE
009040     END-IF.
009050     ACCEPT WS-STAT-TIME-WORK FROM TIME.
009060     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
009070     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
009080     MOVE SID-JOB-NAME TO STS-JOB-NAME.
009090     MOVE SID-STEP-NAME TO STS-STEP-NAME.
009100     MOVE "RATEBKO" TO STS-PROGRAM.
009110     IF BKP-BUSINESS-DATE NUMERIC
009120         MOVE BKP-BUSINESS-DATE TO STS-BUSINESS-DATE
009130     ELSE
009140         MOVE ZERO TO STS-BUSINESS-DATE
009150     END-IF.
009160     MOVE WS-JOURNAL-COUNT TO STS-RECORDS-IN.
009170     COMPUTE STS-RECORDS-OUT = WS-HIST-DELETED-COUNT
009180         + WS-HIST-RESTORED-COUNT + WS-SUSP-DELETED-COUNT
009190         + WS-SUSP-RESTORED-COUNT.
009200     MOVE WS-ABSENT-COUNT TO STS-RECORDS-REJECTED.
009210     MOVE "RUNSBKO" TO STS-CONTROL-LABEL.
009220     MOVE WS-RUNH-MARKED-COUNT TO STS-CONTROL-COUNT.
009230     MOVE ZERO TO STS-CONTROL-HASH.
009240     IF BACKOUT-REFUSED
009250         MOVE "REFUSED" TO STS-OUTCOME
009260     ELSE
009270         MOVE SPACES TO STS-OUTCOME
009280     END-IF.
009290     IF STS-BUSINESS-DATE = ZERO
009300         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
009310     END-IF.
009320     MOVE RETURN-CODE TO STS-RETURN-CODE.
009330     OPEN EXTEND STEP-STATS-FILE.
009340     IF WS-STATLOG-FILE-STATUS = "35"
009350         OPEN OUTPUT STEP-STATS-FILE
009360     END-IF.
009370     IF WS-STATLOG-FILE-STATUS NOT = "00"
009380         DISPLAY "RATEBKO: UNABLE TO OPEN STATISTICS LOG, "
009390             "STATUS = " WS-STATLOG-FILE-STATUS
009400         GO TO 9900-EXIT
009410     END-IF.
009420     MOVE SPACES TO STEP-STATS-RECORD.
009430     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
009440     WRITE STEP-STATS-RECORD.
009450     IF WS-STATLOG-FILE-STATUS NOT = "00"
009460         DISPLAY "RATEBKO: WRITE FAILED ON STATISTICS LOG, "
009470             "STATUS = " WS-STATLOG-FILE-STATUS
009480     END-IF.
009490     CLOSE STEP-STATS-FILE.
009500 9900-EXIT.
009510     EXIT.
