000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATEMSTA.
000030*--------------------------------------------------------------
000040* Month-end rate statistics.  For one calendar month, builds
000050* one record per set id and field name on the RATEMSTS
000060* statistics KSDS - the month's opening and closing rates, the
000070* high, the low and the average over the certified days - and
000080* publishes the same figures on a header/trailer-controlled
000090* statistics extract for the downstream systems.  Coverage is
000100* measured against the RATECAL business calendar: every record
000110* carries the month's business days, the days the field
000120* certified and the shortfall, so a field that skipped days
000130* shows it instead of a silently skewed average.  Provisional
000140* (carried-forward) values still standing are counted but kept
000150* out of the statistics.  Dates on or after the cutoff of the
000160* last complete RATEARCH purge (read off the PURGMAN
000170* manifests) come from the rate-history master, older dates
000180* from the yearly archive on ARCHIN, so an old month rebuilds
000190* the same as a current one.  A rerun of the month rewrites
000200* its records.  The month comes from the SYSIN card (YYYYMM);
000210* a blank card takes the month before the run date.  The
000220* shortfall report lists every field short of the calendar
000230* and ends the run RC=4.
000240*--------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  ------------------------------------------
000280*   2026-10-15  DLH  Initial version - monthly statistics file
000290*                    and extract from the history master and
000300*                    the retention archive.
000301*   2026-10-15  DLH  Append a step-statistics line - job, step,
000303*                    business date, times, record counts, key
000305*                    control total, return code - to the shared
000306*                    STATLOG at termination for the RATECSUM
000308*                    cycle status sheet.
000310*--------------------------------------------------------------
000320 ENVIRONMENT      DIVISION.
000330 INPUT-OUTPUT     SECTION.
000340 FILE-CONTROL.
000350     SELECT HISTORY-FILE
000360         ASSIGN TO RATEHMST
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS HIST-RECORD-KEY
000400         FILE STATUS IS WS-HISTORY-FILE-STATUS.
000410     SELECT ARCHIVE-FILE
000420         ASSIGN TO ARCHIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
000450     SELECT MANIFEST-FILE
000460         ASSIGN TO PURGMAN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-MANIFEST-FILE-STATUS.
000490     SELECT CALENDAR-FILE
000500         ASSIGN TO RATECAL
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CALENDAR-FILE-STATUS.
000530     SELECT MONTH-STATS-FILE
000540         ASSIGN TO RATEMSTS
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS MST-RECORD-KEY
000580         FILE STATUS IS WS-STATS-FILE-STATUS.
000590     SELECT STATS-EXTRACT-FILE
000600         ASSIGN TO STATXTR
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-EXTRACT-FILE-STATUS.
000630     SELECT STATS-REPORT-FILE
000640         ASSIGN TO MSTARPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-FILE-STATUS.
000661     SELECT STEP-ID-FILE
000662         ASSIGN TO STATID
000663         ORGANIZATION IS LINE SEQUENTIAL
000664         FILE STATUS IS WS-STATID-FILE-STATUS.
000665     SELECT STEP-STATS-FILE
000666         ASSIGN TO STATLOG
000667         ORGANIZATION IS LINE SEQUENTIAL
000668         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000670 DATA             DIVISION.
000680 FILE             SECTION.
000690 FD  HISTORY-FILE.
000700     COPY RATEHIST.
000710 FD  ARCHIVE-FILE.
000720 01  ARCHIVE-RECORD              PIC X(080).
000730 FD  MANIFEST-FILE.
000740 01  MANIFEST-RECORD             PIC X(100).
000750 FD  CALENDAR-FILE.
000760 01  CALENDAR-RECORD             PIC X(080).
000770 FD  MONTH-STATS-FILE.
000780     COPY RATEMSTS.
000790 FD  STATS-EXTRACT-FILE.
000800 01  STATS-EXTRACT-RECORD        PIC X(080).
000810 FD  STATS-REPORT-FILE.
000820 01  STATS-REPORT-RECORD         PIC X(080).
000822 FD  STEP-ID-FILE.
000824 01  STEP-ID-RECORD              PIC X(080).
000826 FD  STEP-STATS-FILE.
000828 01  STEP-STATS-RECORD           PIC X(150).
000830 WORKING-STORAGE SECTION.
000840*--------------------------------------------------------------
000850* File status fields and switches.
000860*--------------------------------------------------------------
000870 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000880 77  WS-ARCHIVE-FILE-STATUS      PIC X(02).
000890 77  WS-MANIFEST-FILE-STATUS     PIC X(02).
000900 77  WS-CALENDAR-FILE-STATUS     PIC X(02).
000910 77  WS-STATS-FILE-STATUS        PIC X(02).
000920 77  WS-EXTRACT-FILE-STATUS      PIC X(02).
000930 77  WS-REPORT-FILE-STATUS       PIC X(02).
000940 01  WS-SWITCHES.
000950     05  WS-SWEEP-DONE-SWITCH    PIC X(01) VALUE "N".
000960         88  SWEEP-DONE                   VALUE "Y".
000970     05  WS-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
000980         88  ARCHIVE-FILE-EOF             VALUE "Y".
000990     05  WS-MAN-EOF-SWITCH       PIC X(01) VALUE "N".
001000         88  MANIFEST-FILE-EOF            VALUE "Y".
001010     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE "N".
001020         88  CALENDAR-EOF                 VALUE "Y".
001030     05  WS-ENTRY-FOUND-SWITCH   PIC X(01) VALUE "N".
001040         88  FIELD-ENTRY-FOUND            VALUE "Y".
001050     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE "N".
001060         88  STATS-TABLE-FULL             VALUE "Y".
001070     05  WS-REWRITE-SWITCH       PIC X(01) VALUE "N".
001080         88  STATS-REWRITTEN              VALUE "Y".
001090     05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
001100         88  HISTORY-FILE-OPEN            VALUE "Y".
001110     05  WS-STATS-OPEN-SWITCH    PIC X(01) VALUE "N".
001120         88  STATS-FILE-OPEN              VALUE "Y".
001130     05  WS-EXTRACT-OPEN-SWITCH  PIC X(01) VALUE "N".
001140         88  EXTRACT-FILE-OPEN            VALUE "Y".
001150     05  WS-PURGE-STOPPED-SWITCH PIC X(01) VALUE "N".
001160         88  PURGE-LEFT-STOPPED           VALUE "Y".
001170     05  WS-REFUSED-SWITCH       PIC X(01) VALUE "N".
001180         88  STATS-REFUSED                VALUE "Y".
001190     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001200         88  IO-WRITE-ERROR               VALUE "Y".
001210 77  WS-REFUSE-REASON            PIC X(40) VALUE SPACES.
001220*--------------------------------------------------------------
001230* Parameter card - the statistics month, YYYYMM in cols 1-6.
001240* Blank takes the month before the run date, the month just
001250* closed.
001260*--------------------------------------------------------------
001270 01  WS-PARM-CARD.
001280     05  MSP-MONTH               PIC 9(06).
001290     05  MSP-MONTH-RAW           REDEFINES MSP-MONTH
001300                                 PIC X(06).
001310     05  FILLER                  PIC X(74).
001320 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001330 01  WS-RUN-DATE-PARTS           REDEFINES WS-RUN-DATE.
001340     05  WS-RUN-YYYY             PIC 9(04).
001350     05  WS-RUN-MM               PIC 9(02).
001360     05  WS-RUN-DD               PIC 9(02).
001370 01  WS-STATS-MONTH              PIC 9(06) VALUE ZERO.
001380 01  WS-STATS-MONTH-PARTS        REDEFINES WS-STATS-MONTH.
001390     05  WS-STATS-YYYY           PIC 9(04).
001400     05  WS-STATS-MM             PIC 9(02).
001410         88  WS-STATS-MM-VALID            VALUES 01 THRU 12.
001420 01  WS-MONTH-START-DATE         PIC 9(08) VALUE ZERO.
001430 01  WS-MONTH-START-PARTS        REDEFINES WS-MONTH-START-DATE.
001440     05  WS-START-YYYYMM         PIC 9(06).
001450     05  WS-START-DD             PIC 9(02).
001460 01  WS-MONTH-END-DATE           PIC 9(08) VALUE ZERO.
001470 01  WS-MONTH-END-PARTS          REDEFINES WS-MONTH-END-DATE.
001480     05  WS-END-YYYYMM           PIC 9(06).
001490     05  WS-END-DD               PIC 9(02).
001500*--------------------------------------------------------------
001510* Business calendar, retention cutoff and the purge manifest
001520* and archive lines read to find them.
001530*--------------------------------------------------------------
001540     COPY RATECALD.
001550     COPY RATEPMAN.
001560     COPY RATEHARC.
001570 77  WS-BUSINESS-DAY-COUNT       PIC 9(03) VALUE ZERO.
001580 77  WS-LAST-BUSINESS-DATE       PIC 9(08) VALUE ZERO.
001590 77  WS-RETENTION-CUTOFF         PIC 9(08) VALUE ZERO.
001600 77  WS-STOPPED-CUTOFF           PIC 9(08) VALUE ZERO.
001610*--------------------------------------------------------------
001620* One value offered to the statistics, from either source.
001630*--------------------------------------------------------------
001640 77  WS-OBS-SET-ID               PIC X(04) VALUE SPACES.
001650 77  WS-OBS-FIELD-NAME           PIC X(10) VALUE SPACES.
001660 77  WS-OBS-EFF-DATE             PIC 9(08) VALUE ZERO.
001670 77  WS-OBS-VALUE                PIC S9(05)V9(04) COMP-3
001680                                 VALUE ZERO.
001690 77  WS-OBS-STATUS               PIC X(01) VALUE SPACES.
001700     88  WS-OBS-PROVISIONAL               VALUE "P".
001710 77  WS-OBS-SOURCE               PIC X(01) VALUE SPACES.
001720*--------------------------------------------------------------
001730* Month accumulators - one entry per set and field seen in the
001740* month, in the order first seen.
001750*--------------------------------------------------------------
001760 01  WS-MONTH-TABLE.
001770     05  WS-MONTH-ENTRY          OCCURS 3000 TIMES.
001780         10  MSW-SET-ID          PIC X(04).
001790         10  MSW-FIELD-NAME      PIC X(10).
001800         10  MSW-OPEN-DATE       PIC 9(08).
001810         10  MSW-OPEN-VALUE      PIC S9(05)V9(04) COMP-3.
001820         10  MSW-CLOSE-DATE      PIC 9(08).
001830         10  MSW-CLOSE-VALUE     PIC S9(05)V9(04) COMP-3.
001840         10  MSW-HIGH-VALUE      PIC S9(05)V9(04) COMP-3.
001850         10  MSW-LOW-VALUE       PIC S9(05)V9(04) COMP-3.
001860         10  MSW-VALUE-SUM       PIC S9(09)V9(04) COMP-3.
001870         10  MSW-CERTIFIED-DAYS  PIC 9(03) COMP.
001880         10  MSW-PROVISIONAL-DAYS
001890                                 PIC 9(03) COMP.
001900         10  MSW-SOURCE          PIC X(01).
001910 77  WS-MONTH-COUNT              PIC 9(05) COMP VALUE ZERO.
001920 77  WS-MSW-SUB                  PIC 9(05) COMP VALUE ZERO.
001930 77  WS-FND-SUB                  PIC 9(05) COMP VALUE ZERO.
001940 77  WS-TABLE-MAX                PIC 9(05) COMP VALUE 3000.
001950*--------------------------------------------------------------
001960* Run tallies.
001970*--------------------------------------------------------------
001980 77  WS-MASTER-USED-COUNT        PIC 9(07) COMP VALUE ZERO.
001990 77  WS-ARCHIVE-USED-COUNT       PIC 9(07) COMP VALUE ZERO.
002000 77  WS-WRITTEN-COUNT            PIC 9(05) COMP VALUE ZERO.
002010 77  WS-REWRITTEN-COUNT          PIC 9(05) COMP VALUE ZERO.
002020 77  WS-SHORTFALL-COUNT          PIC 9(05) COMP VALUE ZERO.
002030*--------------------------------------------------------------
002040* Statistics extract layouts - header with the month's last
002050* business day and the month, one data line per set and field,
002060* and the usual count/hash trailer.  The hash is taken over the
002070* closing values the same way every trailer in this system is:
002080* sign dropped, truncated at eleven integer digits.
002090*--------------------------------------------------------------
002100 01  WS-STATS-EXTRACT-LINE.
002110     05  STX-REC-TYPE            PIC X(01) VALUE "D".
002120     05  STX-SET-ID              PIC X(04).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  STX-FIELD-NAME          PIC X(10).
002150     05  FILLER                  PIC X(02) VALUE SPACES.
002160     05  STX-OPEN-VALUE          PIC S9(05)V9(04).
002170     05  STX-CLOSE-VALUE         PIC S9(05)V9(04).
002180     05  STX-HIGH-VALUE          PIC S9(05)V9(04).
002190     05  STX-LOW-VALUE           PIC S9(05)V9(04).
002200     05  STX-AVERAGE-VALUE       PIC S9(05)V9(04).
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  STX-CERTIFIED-DAYS      PIC 9(02).
002230     05  STX-PROVISIONAL-DAYS    PIC 9(02).
002240     05  STX-BUSINESS-DAYS       PIC 9(02).
002250     05  STX-SHORTFALL-DAYS      PIC 9(02).
002260     05  FILLER                  PIC X(07) VALUE SPACES.
002270 01  WS-STATS-EXTRACT-HEADER.
002280     05  FILLER                  PIC X(01) VALUE "H".
002290     05  STXH-BUSINESS-DATE      PIC 9(08).
002300     05  STXH-SOURCE-SYSTEM      PIC X(08) VALUE "RATEMSTA".
002310     05  STXH-MONTH              PIC 9(06).
002320     05  FILLER                  PIC X(57) VALUE SPACES.
002330 01  WS-STATS-EXTRACT-TRAILER.
002340     05  FILLER                  PIC X(01) VALUE "T".
002350     05  STXT-RECORD-COUNT       PIC 9(07).
002360     05  STXT-VALUE-HASH         PIC 9(11)V9(04).
002370     05  FILLER                  PIC X(57) VALUE SPACES.
002380 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
002390 77  WS-EXTRACT-HASH             PIC 9(11)V9(04) COMP-3
002400                                 VALUE ZERO.
002410 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
002420                                 VALUE ZERO.
002430*--------------------------------------------------------------
002440* Shortfall report layouts.
002450*--------------------------------------------------------------
002460 01  WS-MSA-HEADER-1.
002470     05  FILLER                  PIC X(30)
002480         VALUE "MONTHLY RATE STATISTICS".
002490     05  FILLER                  PIC X(06) VALUE "MONTH ".
002500     05  HDR-MONTH               PIC 9(06).
002510     05  FILLER                  PIC X(11) VALUE "  BUS DAYS ".
002520     05  HDR-BUSINESS-DAYS       PIC ZZ9.
002530     05  FILLER                  PIC X(07) VALUE "  RUN ".
002540     05  HDR-RUN-DATE            PIC 9(08).
002550 01  WS-MSA-HEADER-2.
002560     05  FILLER                  PIC X(06) VALUE "SET".
002570     05  FILLER                  PIC X(12) VALUE "FIELD NAME".
002580     05  FILLER                  PIC X(06) VALUE "CERT".
002590     05  FILLER                  PIC X(06) VALUE "PROV".
002600     05  FILLER                  PIC X(06) VALUE "BUS".
002610     05  FILLER                  PIC X(06) VALUE "SHORT".
002620     05  FILLER                  PIC X(20) VALUE "FINDING".
002630 01  WS-MSA-DETAIL-LINE.
002640     05  MSA-SET-ID              PIC X(04).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  MSA-FIELD-NAME          PIC X(10).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  MSA-CERTIFIED-DAYS      PIC ZZ9.
002690     05  FILLER                  PIC X(03) VALUE SPACES.
002700     05  MSA-PROVISIONAL-DAYS    PIC ZZ9.
002710     05  FILLER                  PIC X(03) VALUE SPACES.
002720     05  MSA-BUSINESS-DAYS       PIC ZZ9.
002730     05  FILLER                  PIC X(03) VALUE SPACES.
002740     05  MSA-SHORTFALL-DAYS      PIC ZZ9.
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  MSA-MESSAGE             PIC X(30).
002770 01  WS-MSA-SOURCE-LINE.
002780     05  FILLER                  PIC X(16)
002790         VALUE "ARCHIVE CUTOFF ".
002800     05  MSA-RETENTION-CUTOFF    PIC 9(08).
002810     05  FILLER                  PIC X(15)
002820         VALUE "  MASTER USED ".
002830     05  MSA-MASTER-USED         PIC Z(06)9.
002840     05  FILLER                  PIC X(16)
002850         VALUE "  ARCHIVE USED ".
002860     05  MSA-ARCHIVE-USED        PIC Z(06)9.
002870 01  WS-MSA-TOTAL-LINE.
002880     05  FILLER                  PIC X(07) VALUE "FIELDS ".
002890     05  MSA-TOTAL-FIELDS        PIC ZZZZ9.
002900     05  FILLER                  PIC X(10) VALUE "  WRITTEN ".
002910     05  MSA-TOTAL-WRITTEN       PIC ZZZZ9.
002920     05  FILLER                  PIC X(12) VALUE "  REWRITTEN ".
002930     05  MSA-TOTAL-REWRITTEN     PIC ZZZZ9.
002940     05  FILLER                  PIC X(13) VALUE "  SHORTFALLS ".
002950     05  MSA-TOTAL-SHORTFALLS    PIC ZZZZ9.
002960 01  WS-MSA-REFUSED-LINE.
002970     05  FILLER                  PIC X(21)
002980         VALUE "STATISTICS REFUSED - ".
002990     05  MSA-REFUSE-REASON       PIC X(40).
002991*--------------------------------------------------------------
002992* Step statistics - the STATID job/step card, the line appended
002993* to the shared STATLOG at termination and their file status
002994* fields.
002995*--------------------------------------------------------------
002996 77  WS-STATID-FILE-STATUS       PIC X(02).
002997 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002998     COPY RATESTAT.
003000 PROCEDURE        DIVISION.
003010 0000-MAINLINE.
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003030     IF NOT STATS-REFUSED
003040         AND WS-MONTH-START-DATE < WS-RETENTION-CUTOFF
003050         PERFORM 2500-SWEEP-ARCHIVE THRU 2500-EXIT
003060     END-IF.
003070     PERFORM 2000-SWEEP-ONE-HISTORY THRU 2000-EXIT
003080         UNTIL SWEEP-DONE.
003090     IF STATS-TABLE-FULL
003100         AND NOT STATS-REFUSED
003110         MOVE "SET/FIELD COUNT EXCEEDS TABLE SIZE"
003120             TO WS-REFUSE-REASON
003130         MOVE "Y" TO WS-REFUSED-SWITCH
003140     END-IF.
003150     IF NOT STATS-REFUSED
003160         PERFORM 3800-WRITE-EXTRACT-HEADER THRU 3800-EXIT
003170         MOVE ZERO TO WS-MSW-SUB
003180         PERFORM 4000-WRITE-ONE-FIELD THRU 4000-EXIT
003190             UNTIL WS-MSW-SUB NOT < WS-MONTH-COUNT
003200         PERFORM 4500-WRITE-EXTRACT-TRAILER THRU 4500-EXIT
003210     END-IF.
003220     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT.
003230     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003240     STOP RUN.
003250*--------------------------------------------------------------
003260* Initialization - the month, its business days off the
003270* calendar, the retention cutoff off the purge manifests, then
003280* the files.  Anything that would leave the statistics wrong
003290* refuses the run before a record is written.
003300*--------------------------------------------------------------
003310 1000-INITIALIZE.
003313     ACCEPT WS-STAT-TIME-WORK FROM TIME.
003316     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
003320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003330     MOVE SPACES TO WS-PARM-CARD.
003340     ACCEPT WS-PARM-CARD.
003350     IF MSP-MONTH-RAW = SPACES
003360         MOVE WS-RUN-YYYY TO WS-STATS-YYYY
003370         MOVE WS-RUN-MM TO WS-STATS-MM
003380         IF WS-STATS-MM = 01
003390             SUBTRACT 1 FROM WS-STATS-YYYY
003400             MOVE 12 TO WS-STATS-MM
003410         ELSE
003420             SUBTRACT 1 FROM WS-STATS-MM
003430         END-IF
003440     ELSE
003450         IF MSP-MONTH NUMERIC
003460             MOVE MSP-MONTH TO WS-STATS-MONTH
003470         END-IF
003480     END-IF.
003490     MOVE WS-STATS-MONTH TO WS-START-YYYYMM.
003500     MOVE 01 TO WS-START-DD.
003510     MOVE WS-STATS-MONTH TO WS-END-YYYYMM.
003520     MOVE 31 TO WS-END-DD.
003530     EVALUATE TRUE
003540         WHEN WS-STATS-MONTH = ZERO
003550             OR NOT WS-STATS-MM-VALID
003560             MOVE "MONTH CARD IS NOT YYYYMM" TO WS-REFUSE-REASON
003570             MOVE "Y" TO WS-REFUSED-SWITCH
003580         WHEN WS-MONTH-START-DATE > WS-RUN-DATE
003590             MOVE "MONTH HAS NOT STARTED" TO WS-REFUSE-REASON
003600             MOVE "Y" TO WS-REFUSED-SWITCH
003610     END-EVALUATE.
003620     OPEN OUTPUT STATS-REPORT-FILE.
003630     IF WS-REPORT-FILE-STATUS NOT = "00"
003640         DISPLAY "RATEMSTA: UNABLE TO OPEN STATISTICS REPORT, "
003650             "STATUS = " WS-REPORT-FILE-STATUS
003660     END-IF.
003670     IF NOT STATS-REFUSED
003680         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
003690     END-IF.
003700     IF NOT STATS-REFUSED
003710         PERFORM 1300-FIND-RETENTION-CUTOFF THRU 1300-EXIT
003720     END-IF.
003730     MOVE WS-STATS-MONTH TO HDR-MONTH.
003740     MOVE WS-BUSINESS-DAY-COUNT TO HDR-BUSINESS-DAYS.
003750     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
003760     MOVE SPACES TO STATS-REPORT-RECORD.
003770     MOVE WS-MSA-HEADER-1 TO STATS-REPORT-RECORD.
003780     WRITE STATS-REPORT-RECORD.
003790     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003800     MOVE SPACES TO STATS-REPORT-RECORD.
003810     MOVE WS-MSA-HEADER-2 TO STATS-REPORT-RECORD.
003820     WRITE STATS-REPORT-RECORD.
003830     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003840     MOVE SPACES TO STATS-REPORT-RECORD.
003850     WRITE STATS-REPORT-RECORD.
003860     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
003870     IF STATS-REFUSED
003880         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
003890         GO TO 1000-EXIT
003900     END-IF.
003910     OPEN INPUT HISTORY-FILE.
003920     IF WS-HISTORY-FILE-STATUS NOT = "00"
003930         DISPLAY "RATEMSTA: UNABLE TO OPEN HISTORY FILE, "
003940             "STATUS = " WS-HISTORY-FILE-STATUS
003950         MOVE "HISTORY MASTER UNAVAILABLE" TO WS-REFUSE-REASON
003960         MOVE "Y" TO WS-REFUSED-SWITCH
003970         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
003980     ELSE
003990         MOVE "Y" TO WS-HISTORY-OPEN-SWITCH
004000     END-IF.
004010     OPEN I-O MONTH-STATS-FILE.
004020     IF WS-STATS-FILE-STATUS NOT = "00"
004030         DISPLAY "RATEMSTA: UNABLE TO OPEN STATISTICS FILE, "
004040             "STATUS = " WS-STATS-FILE-STATUS
004050         MOVE "STATISTICS FILE UNAVAILABLE" TO WS-REFUSE-REASON
004060         MOVE "Y" TO WS-REFUSED-SWITCH
004070         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
004080     ELSE
004090         MOVE "Y" TO WS-STATS-OPEN-SWITCH
004100     END-IF.
004110     OPEN OUTPUT STATS-EXTRACT-FILE.
004120     IF WS-EXTRACT-FILE-STATUS NOT = "00"
004130         DISPLAY "RATEMSTA: UNABLE TO OPEN STATISTICS EXTRACT, "
004140             "STATUS = " WS-EXTRACT-FILE-STATUS
004150         MOVE "STATISTICS EXTRACT UNAVAILABLE"
004160             TO WS-REFUSE-REASON
004170         MOVE "Y" TO WS-REFUSED-SWITCH
004180         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
004190     ELSE
004200         MOVE "Y" TO WS-EXTRACT-OPEN-SWITCH
004210     END-IF.
004220     IF NOT SWEEP-DONE
004230         MOVE LOW-VALUES TO HIST-RECORD-KEY
004240         START HISTORY-FILE
004250             KEY IS NOT LESS THAN HIST-RECORD-KEY
004260             INVALID KEY
004270                 MOVE "Y" TO WS-SWEEP-DONE-SWITCH
004280         END-START
004290     END-IF.
004300 1000-EXIT.
004310     EXIT.
004320*--------------------------------------------------------------
004330* Calendar - the month's business days and the last of them,
004340* which dates the extract header.  A month with no business
004350* day on the calendar cannot be measured.
004360*--------------------------------------------------------------
004370 1200-LOAD-CALENDAR.
004380     OPEN INPUT CALENDAR-FILE.
004390     IF WS-CALENDAR-FILE-STATUS NOT = "00"
004400         DISPLAY "RATEMSTA: UNABLE TO OPEN BUSINESS CALENDAR, "
004410             "STATUS = " WS-CALENDAR-FILE-STATUS
004420         MOVE "BUSINESS CALENDAR UNAVAILABLE" TO WS-REFUSE-REASON
004430         MOVE "Y" TO WS-REFUSED-SWITCH
004440         GO TO 1200-EXIT
004450     END-IF.
004460     PERFORM 1210-SCAN-CALENDAR THRU 1210-EXIT
004470         UNTIL CALENDAR-EOF.
004480     CLOSE CALENDAR-FILE.
004490     IF WS-BUSINESS-DAY-COUNT = ZERO
004500         MOVE "MONTH HAS NO DAYS ON THE CALENDAR"
004510             TO WS-REFUSE-REASON
004520         MOVE "Y" TO WS-REFUSED-SWITCH
004530     END-IF.
004540 1200-EXIT.
004550     EXIT.
004560 1210-SCAN-CALENDAR.
004570     READ CALENDAR-FILE INTO WS-CALENDAR-LINE
004580         AT END
004590             MOVE "Y" TO WS-CAL-EOF-SWITCH
004600     END-READ.
004610     IF CALENDAR-EOF
004620         GO TO 1210-EXIT
004630     END-IF.
004640     IF WS-CALENDAR-LINE = SPACES
004650         OR CAL-BUSINESS-DATE NOT NUMERIC
004660         GO TO 1210-EXIT
004670     END-IF.
004680     IF CAL-BUSINESS-DATE NOT < WS-MONTH-START-DATE
004690         AND CAL-BUSINESS-DATE NOT > WS-MONTH-END-DATE
004700         ADD 1 TO WS-BUSINESS-DAY-COUNT
004710         MOVE CAL-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
004720     END-IF.
004730 1210-EXIT.
004740     EXIT.
004750*--------------------------------------------------------------
004760* Retention cutoff - the highest cutoff of any COMPLETE purge
004770* run; no manifest at all means nothing was ever purged.  A
004780* STOPPED run with a later cutoff left some dates on both
004790* sides - warned, since the month may straddle it.
004800*--------------------------------------------------------------
004810 1300-FIND-RETENTION-CUTOFF.
004820     OPEN INPUT MANIFEST-FILE.
004830     IF WS-MANIFEST-FILE-STATUS = "35"
004840         GO TO 1300-EXIT
004850     END-IF.
004860     IF WS-MANIFEST-FILE-STATUS NOT = "00"
004870         DISPLAY "RATEMSTA: UNABLE TO OPEN PURGE MANIFEST, "
004880             "STATUS = " WS-MANIFEST-FILE-STATUS
004890         MOVE "PURGE MANIFEST UNAVAILABLE" TO WS-REFUSE-REASON
004900         MOVE "Y" TO WS-REFUSED-SWITCH
004910         GO TO 1300-EXIT
004920     END-IF.
004930     PERFORM 1310-SCAN-MANIFEST THRU 1310-EXIT
004940         UNTIL MANIFEST-FILE-EOF.
004950     CLOSE MANIFEST-FILE.
004960     IF WS-STOPPED-CUTOFF > WS-RETENTION-CUTOFF
004970         AND WS-MONTH-START-DATE < WS-STOPPED-CUTOFF
004980         MOVE "Y" TO WS-PURGE-STOPPED-SWITCH
004990     END-IF.
005000 1300-EXIT.
005010     EXIT.
005020 1310-SCAN-MANIFEST.
005030     READ MANIFEST-FILE INTO WS-MANIFEST-LINE
005040         AT END
005050             MOVE "Y" TO WS-MAN-EOF-SWITCH
005060     END-READ.
005070     IF MANIFEST-FILE-EOF
005080         GO TO 1310-EXIT
005090     END-IF.
005100     IF MAN-CUTOFF-DATE NOT NUMERIC
005110         GO TO 1310-EXIT
005120     END-IF.
005130     IF MAN-RUN-COMPLETE
005140         AND MAN-CUTOFF-DATE > WS-RETENTION-CUTOFF
005150         MOVE MAN-CUTOFF-DATE TO WS-RETENTION-CUTOFF
005160     END-IF.
005170     IF MAN-RUN-STOPPED
005180         AND MAN-CUTOFF-DATE > WS-STOPPED-CUTOFF
005190         MOVE MAN-CUTOFF-DATE TO WS-STOPPED-CUTOFF
005200     END-IF.
005210 1310-EXIT.
005220     EXIT.
005230*--------------------------------------------------------------
005240* Master sweep - every record of the month on or after the
005250* retention cutoff.  The master is keyed set id, field name,
005260* effective date, so the whole file is read once.
005270*--------------------------------------------------------------
005280 2000-SWEEP-ONE-HISTORY.
005290     READ HISTORY-FILE NEXT RECORD
005300         AT END
005310             MOVE "Y" TO WS-SWEEP-DONE-SWITCH
005320     END-READ.
005330     IF WS-HISTORY-FILE-STATUS NOT = "00"
005340         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
005350     END-IF.
005360     IF SWEEP-DONE
005370         GO TO 2000-EXIT
005380     END-IF.
005390     IF HIST-EFF-DATE < WS-MONTH-START-DATE
005400         OR HIST-EFF-DATE > WS-MONTH-END-DATE
005410         OR HIST-EFF-DATE < WS-RETENTION-CUTOFF
005420         GO TO 2000-EXIT
005430     END-IF.
005440     ADD 1 TO WS-MASTER-USED-COUNT.
005450     MOVE HIST-SET-ID TO WS-OBS-SET-ID.
005460     MOVE HIST-FIELD-NAME TO WS-OBS-FIELD-NAME.
005470     MOVE HIST-EFF-DATE TO WS-OBS-EFF-DATE.
005480     MOVE HIST-FIELD-VALUE TO WS-OBS-VALUE.
005490     MOVE HIST-RATE-STATUS TO WS-OBS-STATUS.
005500     MOVE "M" TO WS-OBS-SOURCE.
005510     PERFORM 3000-FOLD-OBSERVATION THRU 3000-EXIT.
005520 2000-EXIT.
005530     EXIT.
005540*--------------------------------------------------------------
005550* Archive sweep - every archive line of the month older than
005560* the retention cutoff.  The ARCHIN DD concatenates whichever
005570* yearly archives hold the month.
005580*--------------------------------------------------------------
005590 2500-SWEEP-ARCHIVE.
005600     MOVE "N" TO WS-ARCH-EOF-SWITCH.
005610     OPEN INPUT ARCHIVE-FILE.
005620     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
005630         DISPLAY "RATEMSTA: UNABLE TO OPEN ARCHIVE FILE, "
005640             "STATUS = " WS-ARCHIVE-FILE-STATUS
005650         MOVE "ARCHIVE NEEDED BUT UNAVAILABLE" TO WS-REFUSE-REASON
005660         MOVE "Y" TO WS-REFUSED-SWITCH
005670         MOVE "Y" TO WS-SWEEP-DONE-SWITCH
005680         GO TO 2500-EXIT
005690     END-IF.
005700     PERFORM 2510-SCAN-ONE-ARCHIVE THRU 2510-EXIT
005710         UNTIL ARCHIVE-FILE-EOF.
005720     CLOSE ARCHIVE-FILE.
005730 2500-EXIT.
005740     EXIT.
005750 2510-SCAN-ONE-ARCHIVE.
005760     READ ARCHIVE-FILE INTO WS-ARCHIVE-LINE
005770         AT END
005780             MOVE "Y" TO WS-ARCH-EOF-SWITCH
005790     END-READ.
005800     IF WS-ARCHIVE-FILE-STATUS NOT = "00"
005810         MOVE "Y" TO WS-ARCH-EOF-SWITCH
005820     END-IF.
005830     IF ARCHIVE-FILE-EOF
005840         GO TO 2510-EXIT
005850     END-IF.
005860     IF ARC-EFF-DATE NOT NUMERIC
005870         GO TO 2510-EXIT
005880     END-IF.
005890     IF ARC-EFF-DATE < WS-MONTH-START-DATE
005900         OR ARC-EFF-DATE > WS-MONTH-END-DATE
005910         OR ARC-EFF-DATE NOT < WS-RETENTION-CUTOFF
005920         GO TO 2510-EXIT
005930     END-IF.
005940     ADD 1 TO WS-ARCHIVE-USED-COUNT.
005950     MOVE ARC-SET-ID TO WS-OBS-SET-ID.
005960     MOVE ARC-FIELD-NAME TO WS-OBS-FIELD-NAME.
005970     MOVE ARC-EFF-DATE TO WS-OBS-EFF-DATE.
005980     MOVE ARC-FIELD-VALUE TO WS-OBS-VALUE.
005990     MOVE ARC-RATE-STATUS TO WS-OBS-STATUS.
006000     MOVE "A" TO WS-OBS-SOURCE.
006010     PERFORM 3000-FOLD-OBSERVATION THRU 3000-EXIT.
006020 2510-EXIT.
006030     EXIT.
006040*--------------------------------------------------------------
006050* Fold one value into its set/field entry.  A provisional
006060* value is only counted; a certified one moves the open (the
006070* earliest date), the close (the latest), the high, the low
006080* and the running sum.  Dates may arrive in any order.
006090*--------------------------------------------------------------
006100 3000-FOLD-OBSERVATION.
006110     PERFORM 3100-FIND-FIELD-ENTRY THRU 3100-EXIT.
006120     IF NOT FIELD-ENTRY-FOUND
006130         GO TO 3000-EXIT
006140     END-IF.
006150     IF MSW-SOURCE (WS-FND-SUB) = SPACES
006160         MOVE WS-OBS-SOURCE TO MSW-SOURCE (WS-FND-SUB)
006170     ELSE
006180         IF MSW-SOURCE (WS-FND-SUB) NOT = WS-OBS-SOURCE
006190             MOVE "B" TO MSW-SOURCE (WS-FND-SUB)
006200         END-IF
006210     END-IF.
006220     IF WS-OBS-PROVISIONAL
006230         ADD 1 TO MSW-PROVISIONAL-DAYS (WS-FND-SUB)
006240         GO TO 3000-EXIT
006250     END-IF.
006260     IF MSW-CERTIFIED-DAYS (WS-FND-SUB) = ZERO
006270         MOVE WS-OBS-EFF-DATE TO MSW-OPEN-DATE (WS-FND-SUB)
006280         MOVE WS-OBS-VALUE TO MSW-OPEN-VALUE (WS-FND-SUB)
006290         MOVE WS-OBS-EFF-DATE TO MSW-CLOSE-DATE (WS-FND-SUB)
006300         MOVE WS-OBS-VALUE TO MSW-CLOSE-VALUE (WS-FND-SUB)
006310         MOVE WS-OBS-VALUE TO MSW-HIGH-VALUE (WS-FND-SUB)
006320         MOVE WS-OBS-VALUE TO MSW-LOW-VALUE (WS-FND-SUB)
006330     ELSE
006340         IF WS-OBS-EFF-DATE < MSW-OPEN-DATE (WS-FND-SUB)
006350             MOVE WS-OBS-EFF-DATE TO MSW-OPEN-DATE (WS-FND-SUB)
006360             MOVE WS-OBS-VALUE TO MSW-OPEN-VALUE (WS-FND-SUB)
006370         END-IF
006380         IF WS-OBS-EFF-DATE > MSW-CLOSE-DATE (WS-FND-SUB)
006390             MOVE WS-OBS-EFF-DATE TO MSW-CLOSE-DATE (WS-FND-SUB)
006400             MOVE WS-OBS-VALUE TO MSW-CLOSE-VALUE (WS-FND-SUB)
006410         END-IF
006420         IF WS-OBS-VALUE > MSW-HIGH-VALUE (WS-FND-SUB)
006430             MOVE WS-OBS-VALUE TO MSW-HIGH-VALUE (WS-FND-SUB)
006440         END-IF
006450         IF WS-OBS-VALUE < MSW-LOW-VALUE (WS-FND-SUB)
006460             MOVE WS-OBS-VALUE TO MSW-LOW-VALUE (WS-FND-SUB)
006470         END-IF
006480     END-IF.
006490     ADD WS-OBS-VALUE TO MSW-VALUE-SUM (WS-FND-SUB).
006500     ADD 1 TO MSW-CERTIFIED-DAYS (WS-FND-SUB).
006510 3000-EXIT.
006520     EXIT.
006530*--------------------------------------------------------------
006540* Entry lookup - the entry last used first (the master arrives
006550* in key order), then the table; a new set/field is added.
006560*--------------------------------------------------------------
006570 3100-FIND-FIELD-ENTRY.
006580     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
006590     IF WS-FND-SUB > ZERO
006600         IF MSW-SET-ID (WS-FND-SUB) = WS-OBS-SET-ID
006610             AND MSW-FIELD-NAME (WS-FND-SUB) = WS-OBS-FIELD-NAME
006620             MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
006630             GO TO 3100-EXIT
006640         END-IF
006650     END-IF.
006660     MOVE ZERO TO WS-MSW-SUB.
006670     PERFORM 3110-MATCH-ONE-ENTRY THRU 3110-EXIT
006680         UNTIL FIELD-ENTRY-FOUND
006690         OR WS-MSW-SUB NOT < WS-MONTH-COUNT.
006700     IF FIELD-ENTRY-FOUND
006710         GO TO 3100-EXIT
006720     END-IF.
006730     IF WS-MONTH-COUNT NOT < WS-TABLE-MAX
006740         MOVE "Y" TO WS-TABLE-FULL-SWITCH
006750         MOVE ZERO TO WS-FND-SUB
006760         GO TO 3100-EXIT
006770     END-IF.
006780     ADD 1 TO WS-MONTH-COUNT.
006790     MOVE WS-MONTH-COUNT TO WS-FND-SUB.
006800     MOVE WS-OBS-SET-ID TO MSW-SET-ID (WS-FND-SUB).
006810     MOVE WS-OBS-FIELD-NAME TO MSW-FIELD-NAME (WS-FND-SUB).
006820     MOVE ZERO TO MSW-OPEN-DATE (WS-FND-SUB).
006830     MOVE ZERO TO MSW-OPEN-VALUE (WS-FND-SUB).
006840     MOVE ZERO TO MSW-CLOSE-DATE (WS-FND-SUB).
006850     MOVE ZERO TO MSW-CLOSE-VALUE (WS-FND-SUB).
006860     MOVE ZERO TO MSW-HIGH-VALUE (WS-FND-SUB).
006870     MOVE ZERO TO MSW-LOW-VALUE (WS-FND-SUB).
006880     MOVE ZERO TO MSW-VALUE-SUM (WS-FND-SUB).
006890     MOVE ZERO TO MSW-CERTIFIED-DAYS (WS-FND-SUB).
006900     MOVE ZERO TO MSW-PROVISIONAL-DAYS (WS-FND-SUB).
006910     MOVE SPACES TO MSW-SOURCE (WS-FND-SUB).
006920     MOVE "Y" TO WS-ENTRY-FOUND-SWITCH.
006930 3100-EXIT.
006940     EXIT.
006950 3110-MATCH-ONE-ENTRY.
006960     ADD 1 TO WS-MSW-SUB.
006970     IF MSW-SET-ID (WS-MSW-SUB) = WS-OBS-SET-ID
006980         AND MSW-FIELD-NAME (WS-MSW-SUB) = WS-OBS-FIELD-NAME
006990         MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
007000         MOVE WS-MSW-SUB TO WS-FND-SUB
007010     END-IF.
007020 3110-EXIT.
007030     EXIT.
007040*--------------------------------------------------------------
007050 3800-WRITE-EXTRACT-HEADER.
007060     MOVE WS-LAST-BUSINESS-DATE TO STXH-BUSINESS-DATE.
007070     MOVE WS-STATS-MONTH TO STXH-MONTH.
007080     MOVE SPACES TO STATS-EXTRACT-RECORD.
007090     MOVE WS-STATS-EXTRACT-HEADER TO STATS-EXTRACT-RECORD.
007100     PERFORM 3900-WRITE-EXTRACT-RECORD THRU 3900-EXIT.
007110 3800-EXIT.
007120     EXIT.
007130*--------------------------------------------------------------
007140 3900-WRITE-EXTRACT-RECORD.
007150     WRITE STATS-EXTRACT-RECORD.
007160     IF WS-EXTRACT-FILE-STATUS NOT = "00"
007170         DISPLAY "RATEMSTA: WRITE FAILED ON STATISTICS EXTRACT, "
007180             "STATUS = " WS-EXTRACT-FILE-STATUS
007190         MOVE "Y" TO WS-IO-ERROR-SWITCH
007200     END-IF.
007210 3900-EXIT.
007220     EXIT.
007230*--------------------------------------------------------------
007240* One set/field - the statistics record (written, or rewritten
007250* on a rerun of the month), its extract line, and a shortfall
007260* line when it certified on fewer days than the calendar has.
007270*--------------------------------------------------------------
007280 4000-WRITE-ONE-FIELD.
007290     ADD 1 TO WS-MSW-SUB.
007300     MOVE SPACES TO MONTH-STATS-RECORD.
007310     MOVE MSW-SET-ID (WS-MSW-SUB) TO MST-SET-ID.
007320     MOVE MSW-FIELD-NAME (WS-MSW-SUB) TO MST-FIELD-NAME.
007330     MOVE WS-STATS-MONTH TO MST-MONTH.
007340     MOVE MSW-OPEN-DATE (WS-MSW-SUB) TO MST-OPEN-DATE.
007350     MOVE MSW-OPEN-VALUE (WS-MSW-SUB) TO MST-OPEN-VALUE.
007360     MOVE MSW-CLOSE-DATE (WS-MSW-SUB) TO MST-CLOSE-DATE.
007370     MOVE MSW-CLOSE-VALUE (WS-MSW-SUB) TO MST-CLOSE-VALUE.
007380     MOVE MSW-HIGH-VALUE (WS-MSW-SUB) TO MST-HIGH-VALUE.
007390     MOVE MSW-LOW-VALUE (WS-MSW-SUB) TO MST-LOW-VALUE.
007400     IF MSW-CERTIFIED-DAYS (WS-MSW-SUB) > ZERO
007410         COMPUTE MST-AVERAGE-VALUE ROUNDED =
007420             MSW-VALUE-SUM (WS-MSW-SUB)
007430             / MSW-CERTIFIED-DAYS (WS-MSW-SUB)
007440     ELSE
007450         MOVE ZERO TO MST-AVERAGE-VALUE
007460     END-IF.
007470     MOVE MSW-CERTIFIED-DAYS (WS-MSW-SUB) TO MST-CERTIFIED-DAYS.
007480     MOVE MSW-PROVISIONAL-DAYS (WS-MSW-SUB)
007490         TO MST-PROVISIONAL-DAYS.
007500     MOVE WS-BUSINESS-DAY-COUNT TO MST-BUSINESS-DAYS.
007510     IF WS-BUSINESS-DAY-COUNT > MSW-CERTIFIED-DAYS (WS-MSW-SUB)
007520         COMPUTE MST-SHORTFALL-DAYS =
007530             WS-BUSINESS-DAY-COUNT
007540             - MSW-CERTIFIED-DAYS (WS-MSW-SUB)
007550     ELSE
007560         MOVE ZERO TO MST-SHORTFALL-DAYS
007570     END-IF.
007580     MOVE MSW-SOURCE (WS-MSW-SUB) TO MST-SOURCE.
007590     MOVE WS-RUN-DATE TO MST-BUILD-DATE.
007600     MOVE "N" TO WS-REWRITE-SWITCH.
007610     WRITE MONTH-STATS-RECORD
007620         INVALID KEY
007630             MOVE "Y" TO WS-REWRITE-SWITCH
007640             REWRITE MONTH-STATS-RECORD
007650     END-WRITE.
007660     IF WS-STATS-FILE-STATUS NOT = "00"
007670         DISPLAY "RATEMSTA: WRITE FAILED ON STATISTICS FILE, "
007680             "STATUS = " WS-STATS-FILE-STATUS
007690         MOVE "Y" TO WS-IO-ERROR-SWITCH
007700     ELSE
007710         IF STATS-REWRITTEN
007720             ADD 1 TO WS-REWRITTEN-COUNT
007730         ELSE
007740             ADD 1 TO WS-WRITTEN-COUNT
007750         END-IF
007760     END-IF.
007770     PERFORM 4100-WRITE-EXTRACT-LINE THRU 4100-EXIT.
007780     IF MST-SHORTFALL-DAYS > ZERO
007790         PERFORM 4200-WRITE-SHORTFALL-LINE THRU 4200-EXIT
007800     END-IF.
007810 4000-EXIT.
007820     EXIT.
007830 4100-WRITE-EXTRACT-LINE.
007840     MOVE SPACES TO WS-STATS-EXTRACT-LINE.
007850     MOVE "D" TO STX-REC-TYPE.
007860     MOVE MST-SET-ID TO STX-SET-ID.
007870     MOVE MST-FIELD-NAME TO STX-FIELD-NAME.
007880     MOVE MST-OPEN-VALUE TO STX-OPEN-VALUE.
007890     MOVE MST-CLOSE-VALUE TO STX-CLOSE-VALUE.
007900     MOVE MST-HIGH-VALUE TO STX-HIGH-VALUE.
007910     MOVE MST-LOW-VALUE TO STX-LOW-VALUE.
007920     MOVE MST-AVERAGE-VALUE TO STX-AVERAGE-VALUE.
007930     MOVE MST-CERTIFIED-DAYS TO STX-CERTIFIED-DAYS.
007940     MOVE MST-PROVISIONAL-DAYS TO STX-PROVISIONAL-DAYS.
007950     MOVE MST-BUSINESS-DAYS TO STX-BUSINESS-DAYS.
007960     MOVE MST-SHORTFALL-DAYS TO STX-SHORTFALL-DAYS.
007970     ADD 1 TO WS-EXTRACT-COUNT.
007980     MOVE MST-CLOSE-VALUE TO WS-HASH-WORK.
007990     IF WS-HASH-WORK < 0
008000         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
008010     END-IF.
008020     ADD WS-HASH-WORK TO WS-EXTRACT-HASH.
008030     MOVE SPACES TO STATS-EXTRACT-RECORD.
008040     MOVE WS-STATS-EXTRACT-LINE TO STATS-EXTRACT-RECORD.
008050     PERFORM 3900-WRITE-EXTRACT-RECORD THRU 3900-EXIT.
008060 4100-EXIT.
008070     EXIT.
008080 4200-WRITE-SHORTFALL-LINE.
008090     ADD 1 TO WS-SHORTFALL-COUNT.
008100     MOVE MST-SET-ID TO MSA-SET-ID.
008110     MOVE MST-FIELD-NAME TO MSA-FIELD-NAME.
008120     MOVE MST-CERTIFIED-DAYS TO MSA-CERTIFIED-DAYS.
008130     MOVE MST-PROVISIONAL-DAYS TO MSA-PROVISIONAL-DAYS.
008140     MOVE MST-BUSINESS-DAYS TO MSA-BUSINESS-DAYS.
008150     MOVE MST-SHORTFALL-DAYS TO MSA-SHORTFALL-DAYS.
008160     EVALUATE TRUE
008170         WHEN MST-CERTIFIED-DAYS = ZERO
008180             MOVE "NO CERTIFIED RATE IN MONTH" TO MSA-MESSAGE
008190         WHEN MST-PROVISIONAL-DAYS > ZERO
008200             MOVE "SHORT - PROVISIONAL STANDING"
008210                 TO MSA-MESSAGE
008220         WHEN OTHER
008230             MOVE "SHORT OF THE CALENDAR" TO MSA-MESSAGE
008240     END-EVALUATE.
008250     MOVE SPACES TO STATS-REPORT-RECORD.
008260     MOVE WS-MSA-DETAIL-LINE TO STATS-REPORT-RECORD.
008270     WRITE STATS-REPORT-RECORD.
008280     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008290 4200-EXIT.
008300     EXIT.
008310*--------------------------------------------------------------
008320 4500-WRITE-EXTRACT-TRAILER.
008330     MOVE WS-EXTRACT-COUNT TO STXT-RECORD-COUNT.
008340     MOVE WS-EXTRACT-HASH TO STXT-VALUE-HASH.
008350     MOVE SPACES TO STATS-EXTRACT-RECORD.
008360     MOVE WS-STATS-EXTRACT-TRAILER TO STATS-EXTRACT-RECORD.
008370     PERFORM 3900-WRITE-EXTRACT-RECORD THRU 3900-EXIT.
008380 4500-EXIT.
008390     EXIT.
008400*--------------------------------------------------------------
008410* Run totals - where the values came from and what was
008420* written, or the reason nothing was.
008430*--------------------------------------------------------------
008440 5000-WRITE-RUN-TOTALS.
008450     MOVE SPACES TO STATS-REPORT-RECORD.
008460     WRITE STATS-REPORT-RECORD.
008470     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008480     IF STATS-REFUSED
008490         MOVE WS-REFUSE-REASON TO MSA-REFUSE-REASON
008500         MOVE SPACES TO STATS-REPORT-RECORD
008510         MOVE WS-MSA-REFUSED-LINE TO STATS-REPORT-RECORD
008520         WRITE STATS-REPORT-RECORD
008530         PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT
008540         GO TO 5000-EXIT
008550     END-IF.
008560     MOVE WS-RETENTION-CUTOFF TO MSA-RETENTION-CUTOFF.
008570     MOVE WS-MASTER-USED-COUNT TO MSA-MASTER-USED.
008580     MOVE WS-ARCHIVE-USED-COUNT TO MSA-ARCHIVE-USED.
008590     MOVE SPACES TO STATS-REPORT-RECORD.
008600     MOVE WS-MSA-SOURCE-LINE TO STATS-REPORT-RECORD.
008610     WRITE STATS-REPORT-RECORD.
008620     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008630     MOVE WS-MONTH-COUNT TO MSA-TOTAL-FIELDS.
008640     MOVE WS-WRITTEN-COUNT TO MSA-TOTAL-WRITTEN.
008650     MOVE WS-REWRITTEN-COUNT TO MSA-TOTAL-REWRITTEN.
008660     MOVE WS-SHORTFALL-COUNT TO MSA-TOTAL-SHORTFALLS.
008670     MOVE SPACES TO STATS-REPORT-RECORD.
008680     MOVE WS-MSA-TOTAL-LINE TO STATS-REPORT-RECORD.
008690     WRITE STATS-REPORT-RECORD.
008700     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
008710 5000-EXIT.
008720     EXIT.
008730*--------------------------------------------------------------
008740 5990-CHECK-REPORT-STATUS.
008750     IF WS-REPORT-FILE-STATUS NOT = "00"
008760         DISPLAY "RATEMSTA: WRITE FAILED ON STATISTICS REPORT, "
008770             "STATUS = " WS-REPORT-FILE-STATUS
008780         MOVE "Y" TO WS-IO-ERROR-SWITCH
008790     END-IF.
008800 5990-EXIT.
008810     EXIT.
008820*--------------------------------------------------------------
008830 9999-TERMINATE.
008840     IF HISTORY-FILE-OPEN
008850         CLOSE HISTORY-FILE
008860     END-IF.
008870     IF STATS-FILE-OPEN
008880         CLOSE MONTH-STATS-FILE
008890     END-IF.
008900     IF EXTRACT-FILE-OPEN
008910         CLOSE STATS-EXTRACT-FILE
008920     END-IF.
008930     CLOSE STATS-REPORT-FILE.
008940     DISPLAY "RATEMSTA: MONTH " WS-STATS-MONTH
008950         ", BUSINESS DAYS " WS-BUSINESS-DAY-COUNT
008960         ", ARCHIVE CUTOFF " WS-RETENTION-CUTOFF
008970         ", FIELDS " WS-MONTH-COUNT
008980         ", WRITTEN " WS-WRITTEN-COUNT
008990         ", REWRITTEN " WS-REWRITTEN-COUNT
009000         ", SHORTFALLS " WS-SHORTFALL-COUNT.
009010     IF PURGE-LEFT-STOPPED
009020         DISPLAY "RATEMSTA: A STOPPED PURGE RUN (CUTOFF "
009030             WS-STOPPED-CUTOFF ") MAY HAVE LEFT PART OF THE "
009040             "MONTH ON THE ARCHIVE ONLY - RERUN RATEARCH"
009050     END-IF.
009060     EVALUATE TRUE
009070         WHEN STATS-REFUSED
009080             DISPLAY "RATEMSTA: STATISTICS REFUSED - "
009090                 WS-REFUSE-REASON
009100             MOVE 8 TO RETURN-CODE
009110         WHEN IO-WRITE-ERROR
009120             DISPLAY "RATEMSTA: ONE OR MORE FILE ERRORS THIS RUN"
009130             MOVE 8 TO RETURN-CODE
009140         WHEN WS-SHORTFALL-COUNT > ZERO
009150             OR PURGE-LEFT-STOPPED
009160             MOVE 4 TO RETURN-CODE
009170         WHEN OTHER
009180             MOVE 0 TO RETURN-CODE
009190     END-EVALUATE.
009195     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
009200 9999-EXIT.
009210     EXIT.
009220*--------------------------------------------------------------
009230* Step statistics - one standard line appended to the shared
009240* STATLOG after the return code settles, for the cycle status
009250* sheet.  The job and step names come off the STATID card.  A
009260* log that cannot be opened costs the statistics line, not the
009270* run - the return code is already final.
009280*--------------------------------------------------------------
009290 9900-WRITE-STEP-STATS.
009300     MOVE SPACES TO WS-STEP-ID-CARD.
009310     OPEN INPUT STEP-ID-FILE.
009320     IF WS-STATID-FILE-STATUS = "00"
009330         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
009340             AT END
009350                 MOVE SPACES TO WS-STEP-ID-CARD
009360         END-READ
009370         CLOSE STEP-ID-FILE
009380     END-IF.
009390     ACCEPT WS-STAT-TIME-WORK FROM TIME.
009400     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
009410     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
009420     MOVE SID-JOB-NAME TO STS-JOB-NAME.
009430     MOVE SID-STEP-NAME TO STS-STEP-NAME.
009440     MOVE "RATEMSTA" TO STS-PROGRAM.
009450     MOVE WS-MONTH-END-DATE TO STS-BUSINESS-DATE.
009460     COMPUTE STS-RECORDS-IN = WS-MASTER-USED-COUNT
009470         + WS-ARCHIVE-USED-COUNT.
009480     COMPUTE STS-RECORDS-OUT = WS-WRITTEN-COUNT
009490         + WS-REWRITTEN-COUNT.
009500     MOVE WS-SHORTFALL-COUNT TO STS-RECORDS-REJECTED.
009510     MOVE "EXTRACT" TO STS-CONTROL-LABEL.
009520     MOVE WS-EXTRACT-COUNT TO STS-CONTROL-COUNT.
009530     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
009540     IF STATS-REFUSED
009550         MOVE "REFUSED" TO STS-OUTCOME
009560     ELSE
009570         MOVE SPACES TO STS-OUTCOME
009580     END-IF.
009590     IF STS-BUSINESS-DATE = ZERO
009600         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
009610     END-IF.
009620     MOVE RETURN-CODE TO STS-RETURN-CODE.
009630     OPEN EXTEND STEP-STATS-FILE.
009640     IF WS-STATLOG-FILE-STATUS = "35"
009650         OPEN OUTPUT STEP-STATS-FILE
009660     END-IF.
009670     IF WS-STATLOG-FILE-STATUS NOT = "00"
009680         DISPLAY "RATEMSTA: UNABLE TO OPEN STATISTICS LOG, "
009690             "STATUS = " WS-STATLOG-FILE-STATUS
009700         GO TO 9900-EXIT
009710     END-IF.
009720     MOVE SPACES TO STEP-STATS-RECORD.
009730     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
009740     WRITE STEP-STATS-RECORD.
009750     IF WS-STATLOG-FILE-STATUS NOT = "00"
009760         DISPLAY "RATEMSTA: WRITE FAILED ON STATISTICS LOG, "
009770             "STATUS = " WS-STATLOG-FILE-STATUS
009780     END-IF.
009790     CLOSE STEP-STATS-FILE.
009800 9900-EXIT.
009810     EXIT.
