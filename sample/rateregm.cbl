000010 IDENTIFICATION   DIVISION.
000020 PROGRAM-ID.      RATEREGM.
000030*--------------------------------------------------------------
000040* Rate-set registry maintenance.  The rate desk keys one card
000050* per change - add a set, change its description, owning desk,
000060* source system or effective dates, suspend it, reinstate it,
000070* or retire it - and every applied card appends a permanent
000080* audit record carrying the operator id and the registry
000090* record's before and after images.  Retiring a set closes
000100* every open or recurring suspense item the set still holds,
000110* each closure audited the same way, so a currency that no
000120* longer publishes stops aging on the suspense report.  A
000130* retired set is final: later cards against it are refused.
000140* Every card is reported with its disposition.
000150*--------------------------------------------------------------
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   ---------- ----  ------------------------------------------
000190*   2026-10-15  DLH  Initial version - desk-keyed registry
000200*                    maintenance with a before/after audit
000210*                    trail and suspense close-out on retire.
000211*   2026-10-15  DLH  Append a step-statistics line - job, step,
000212*                    business date, times, record counts, key
000213*                    control total, return code - to the shared
000214*                    STATLOG at termination for the RATECSUM
000215*                    cycle status sheet.
000216*   2026-10-15  DLH  Audit and registry write failures are now
000217*                    judged per card - one failed write no
000218*                    longer refuses every later card after its
000219*                    audit line has already been written.
000220*--------------------------------------------------------------
000230 ENVIRONMENT      DIVISION.
000240 INPUT-OUTPUT     SECTION.
000250 FILE-CONTROL.
000260     SELECT REGISTRY-FILE
000270         ASSIGN TO RATESETR
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS RANDOM
000300         RECORD KEY IS REG-RECORD-KEY
000310         FILE STATUS IS WS-REGISTRY-FILE-STATUS.
000320     SELECT SUSPENSE-FILE
000330         ASSIGN TO RATESUSP
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SUS-RECORD-KEY
000370         FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
000380     SELECT REGISTRY-CARD-FILE
000390         ASSIGN TO REGCARD
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CARD-FILE-STATUS.
000420     SELECT AUDIT-FILE
000430         ASSIGN TO REGAUDT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000460     SELECT REGISTRY-REPORT-FILE
000470         ASSIGN TO REGRPT
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
000520 FD  REGISTRY-FILE.
000530     COPY RATESETR.
000540 FD  SUSPENSE-FILE.
000550     COPY RATESUSP.
000560 FD  REGISTRY-CARD-FILE.
000570 01  REGISTRY-CARD-RECORD        PIC X(080).
000580 FD  AUDIT-FILE.
000590 01  AUDIT-RECORD                PIC X(200).
000600 FD  REGISTRY-REPORT-FILE.
000610 01  REGISTRY-REPORT-RECORD      PIC X(080).
000612 FD  STEP-ID-FILE.
000614 01  STEP-ID-RECORD              PIC X(080).
000616 FD  STEP-STATS-FILE.
000618 01  STEP-STATS-RECORD           PIC X(150).
000620 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------
000640* File status fields and switches.
000650*--------------------------------------------------------------
000660 77  WS-REGISTRY-FILE-STATUS     PIC X(02).
000670 77  WS-SUSPENSE-FILE-STATUS     PIC X(02).
000680 77  WS-CARD-FILE-STATUS         PIC X(02).
000690 77  WS-AUDIT-FILE-STATUS        PIC X(02).
000700 77  WS-REPORT-FILE-STATUS       PIC X(02).
000710 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000720 77  WS-CARD-COUNT               PIC 9(05) COMP VALUE ZERO.
000730 77  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
000740 77  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
000750 77  WS-CLOSED-COUNT             PIC 9(05) COMP VALUE ZERO.
000760 77  WS-SET-CLOSED-COUNT         PIC 9(03) COMP VALUE ZERO.
000770 01  WS-SWITCHES.
000780     05  WS-CARD-EOF-SWITCH      PIC X(01) VALUE "N".
000790         88  CARD-FILE-EOF                VALUE "Y".
000800     05  WS-REG-FOUND-SWITCH     PIC X(01) VALUE "N".
000810         88  REGISTRY-FOUND               VALUE "Y".
000820     05  WS-SUSP-DONE-SWITCH     PIC X(01) VALUE "N".
000830         88  SUSPENSE-SWEEP-DONE          VALUE "Y".
000840     05  WS-SUSP-OPEN-SWITCH     PIC X(01) VALUE "N".
000850         88  SUSPENSE-AVAILABLE           VALUE "Y".
000860     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
000870         88  IO-WRITE-ERROR               VALUE "Y".
000872     05  WS-AUDIT-FAIL-SWITCH    PIC X(01) VALUE "N".
000874         88  CARD-AUDIT-FAILED            VALUE "Y".
000876     05  WS-UPDATE-FAIL-SWITCH   PIC X(01) VALUE "N".
000878         88  CARD-UPDATE-FAILED           VALUE "Y".
000880 01  WS-TIME-WORK.
000890     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
000900     05  FILLER                  PIC 9(02).
000910*--------------------------------------------------------------
000920* Registry card - one per change, keyed by the rate desk.  The
000930* action code picks the change: ADD a new set, CHG its
000940* descriptive fields or dates (blank columns leave the field
000950* as it is), SUS suspend it, RES reinstate a suspended set,
000960* RET retire it.  A blank to date on ADD leaves the set open
000970* ended; a blank to date on RET retires it as of the run date.
000980* The operator id is carried onto every audit record.
000990*--------------------------------------------------------------
001000 01  WS-REGISTRY-CARD.
001010     05  RGC-ACTION              PIC X(03).
001020         88  RGC-ADD                      VALUE "ADD".
001030         88  RGC-CHANGE                   VALUE "CHG".
001040         88  RGC-SUSPEND                  VALUE "SUS".
001050         88  RGC-REINSTATE                VALUE "RES".
001060         88  RGC-RETIRE                   VALUE "RET".
001070         88  RGC-ACTION-VALID             VALUE "ADD" "CHG"
001080                                          "SUS" "RES" "RET".
001090     05  FILLER                  PIC X(01).
001100     05  RGC-SET-ID              PIC X(04).
001110     05  FILLER                  PIC X(01).
001120     05  RGC-DESCRIPTION         PIC X(24).
001130     05  FILLER                  PIC X(01).
001140     05  RGC-OWNING-DESK         PIC X(08).
001150     05  FILLER                  PIC X(01).
001160     05  RGC-SOURCE-SYSTEM       PIC X(08).
001170     05  FILLER                  PIC X(01).
001180     05  RGC-EFF-FROM-DATE       PIC 9(08).
001190     05  RGC-EFF-FROM-RAW        REDEFINES RGC-EFF-FROM-DATE
001200                                 PIC X(08).
001210     05  FILLER                  PIC X(01).
001220     05  RGC-EFF-TO-DATE         PIC 9(08).
001230     05  RGC-EFF-TO-RAW          REDEFINES RGC-EFF-TO-DATE
001240                                 PIC X(08).
001250     05  FILLER                  PIC X(01).
001260     05  RGC-OPERATOR-ID         PIC X(08).
001270     05  FILLER                  PIC X(02).
001280*--------------------------------------------------------------
001290* Before-image save area - the registry or suspense record as
001300* it stood before the change, carried onto the audit record.
001310*--------------------------------------------------------------
001320 77  WS-BEFORE-IMAGE             PIC X(80) VALUE SPACES.
001330*--------------------------------------------------------------
001340* Registry-audit line - one appended per applied change and
001350* per suspense item closed by a retirement, never scratched:
001360* the run stamp, the action, the operator id and the full
001370* record images before and after.  An ADD carries a blank
001380* before image.
001390*--------------------------------------------------------------
001400 01  WS-AUDIT-LINE.
001410     05  RGA-RUN-DATE            PIC 9(08).
001420     05  FILLER                  PIC X(01) VALUE SPACES.
001430     05  RGA-RUN-TIME            PIC 9(06).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  RGA-ACTION              PIC X(08).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  RGA-OPERATOR-ID         PIC X(08).
001480     05  FILLER                  PIC X(02) VALUE SPACES.
001490     05  RGA-BEFORE-IMAGE        PIC X(80).
001500     05  FILLER                  PIC X(02) VALUE SPACES.
001510     05  RGA-AFTER-IMAGE         PIC X(80).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530*--------------------------------------------------------------
001540* Registry report layouts - one line per card, applied or
001550* refused, so the desk sees the disposition of every card it
001560* keyed.
001570*--------------------------------------------------------------
001580 01  WS-REG-HEADER-1.
001590     05  FILLER                  PIC X(37)
001600         VALUE "RATE-SET REGISTRY MAINTENANCE REPORT".
001610     05  FILLER                  PIC X(06) VALUE "DATE ".
001620     05  HDR-RUN-DATE            PIC 9(08).
001630 01  WS-REG-HEADER-2.
001640     05  FILLER                  PIC X(05) VALUE "ACT".
001650     05  FILLER                  PIC X(06) VALUE "SET".
001660     05  FILLER                  PIC X(26) VALUE "DESCRIPTION".
001670     05  FILLER                  PIC X(04) VALUE "ST".
001680     05  FILLER                  PIC X(08) VALUE "CLOSED".
001690     05  FILLER                  PIC X(24) VALUE "DISPOSITION".
001700 01  WS-REG-DETAIL-LINE.
001710     05  RGR-ACTION              PIC X(03).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  RGR-SET-ID              PIC X(04).
001740     05  FILLER                  PIC X(02) VALUE SPACES.
001750     05  RGR-DESCRIPTION         PIC X(24).
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  RGR-STATUS              PIC X(01).
001780     05  FILLER                  PIC X(03) VALUE SPACES.
001790     05  RGR-SUSP-CLOSED         PIC ZZ9.
001800     05  FILLER                  PIC X(05) VALUE SPACES.
001810     05  RGR-DISPOSITION         PIC X(24).
001820 01  WS-REG-TOTAL-LINE.
001830     05  FILLER                  PIC X(08) VALUE "CARDS ".
001840     05  RGR-TOTAL-CARDS         PIC ZZZZ9.
001850     05  FILLER                  PIC X(11) VALUE "  APPLIED ".
001860     05  RGR-TOTAL-APPLIED       PIC ZZZZ9.
001870     05  FILLER                  PIC X(11) VALUE "  REFUSED ".
001880     05  RGR-TOTAL-REFUSED       PIC ZZZZ9.
001890     05  FILLER                  PIC X(18)
001900         VALUE "  SUSPENSE CLOSED ".
001910     05  RGR-TOTAL-CLOSED        PIC ZZZZ9.
001911*--------------------------------------------------------------
001912* Step statistics - the STATID job/step card, the line appended
001913* to the shared STATLOG at termination and their file status
001914* fields.
001915*--------------------------------------------------------------
001916 77  WS-STATID-FILE-STATUS       PIC X(02).
001917 77  WS-STATLOG-FILE-STATUS      PIC X(02).
001918     COPY RATESTAT.
001920 PROCEDURE        DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 3000-PROCESS-CARDS THRU 3000-EXIT
001960         UNTIL CARD-FILE-EOF.
001970     PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT.
001980     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001990     STOP RUN.
002000*--------------------------------------------------------------
002010 1000-INITIALIZE.
002013     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002016     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002020     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002030     ACCEPT WS-TIME-WORK FROM TIME.
002040     OPEN I-O REGISTRY-FILE.
002050     IF WS-REGISTRY-FILE-STATUS = "35"
002060         OPEN OUTPUT REGISTRY-FILE
002070         IF WS-REGISTRY-FILE-STATUS = "00"
002080             CLOSE REGISTRY-FILE
002090             OPEN I-O REGISTRY-FILE
002100         END-IF
002110     END-IF.
002120     IF WS-REGISTRY-FILE-STATUS NOT = "00"
002130         DISPLAY "RATEREGM: UNABLE TO OPEN SET REGISTRY, "
002140             "STATUS = " WS-REGISTRY-FILE-STATUS
002150         MOVE "Y" TO WS-CARD-EOF-SWITCH
002160         MOVE "Y" TO WS-IO-ERROR-SWITCH
002170     END-IF.
002180     OPEN I-O SUSPENSE-FILE.
002190     IF WS-SUSPENSE-FILE-STATUS = "00"
002200         MOVE "Y" TO WS-SUSP-OPEN-SWITCH
002210     ELSE
002220         DISPLAY "RATEREGM: UNABLE TO OPEN SUSPENSE FILE, "
002230             "STATUS = " WS-SUSPENSE-FILE-STATUS
002240         MOVE "Y" TO WS-CARD-EOF-SWITCH
002250         MOVE "Y" TO WS-IO-ERROR-SWITCH
002260     END-IF.
002270     OPEN INPUT REGISTRY-CARD-FILE.
002280     IF WS-CARD-FILE-STATUS NOT = "00"
002290         DISPLAY "RATEREGM: UNABLE TO OPEN REGISTRY CARDS, "
002300             "STATUS = " WS-CARD-FILE-STATUS
002310         MOVE "Y" TO WS-CARD-EOF-SWITCH
002320     END-IF.
002330     OPEN EXTEND AUDIT-FILE.
002340     IF WS-AUDIT-FILE-STATUS = "35"
002350         OPEN OUTPUT AUDIT-FILE
002360     END-IF.
002370     IF WS-AUDIT-FILE-STATUS NOT = "00"
002380         DISPLAY "RATEREGM: UNABLE TO OPEN REGISTRY AUDIT, "
002390             "STATUS = " WS-AUDIT-FILE-STATUS
002400         MOVE "Y" TO WS-CARD-EOF-SWITCH
002410         MOVE "Y" TO WS-IO-ERROR-SWITCH
002420     END-IF.
002430     OPEN OUTPUT REGISTRY-REPORT-FILE.
002440     IF WS-REPORT-FILE-STATUS NOT = "00"
002450         DISPLAY "RATEREGM: UNABLE TO OPEN REGISTRY REPORT, "
002460             "STATUS = " WS-REPORT-FILE-STATUS
002470     END-IF.
002480     MOVE WS-RUN-DATE TO HDR-RUN-DATE.
002490     MOVE SPACES TO REGISTRY-REPORT-RECORD.
002500     MOVE WS-REG-HEADER-1 TO REGISTRY-REPORT-RECORD.
002510     WRITE REGISTRY-REPORT-RECORD.
002520     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
002530     MOVE SPACES TO REGISTRY-REPORT-RECORD.
002540     MOVE WS-REG-HEADER-2 TO REGISTRY-REPORT-RECORD.
002550     WRITE REGISTRY-REPORT-RECORD.
002560     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
002570     MOVE SPACES TO REGISTRY-REPORT-RECORD.
002580     WRITE REGISTRY-REPORT-RECORD.
002590     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
002600 1000-EXIT.
002610     EXIT.
002620*--------------------------------------------------------------
002630* Card pass - every card reports a disposition; a card that
002640* fails its edits never reaches the registry.
002650*--------------------------------------------------------------
002660 3000-PROCESS-CARDS.
002670     READ REGISTRY-CARD-FILE INTO WS-REGISTRY-CARD
002680         AT END
002690             MOVE "Y" TO WS-CARD-EOF-SWITCH
002700     END-READ.
002710     IF CARD-FILE-EOF
002720         GO TO 3000-EXIT
002730     END-IF.
002740     IF WS-REGISTRY-CARD = SPACES
002750         GO TO 3000-EXIT
002760     END-IF.
002770     ADD 1 TO WS-CARD-COUNT.
002780     PERFORM 3100-APPLY-ONE-CARD THRU 3100-EXIT.
002790 3000-EXIT.
002800     EXIT.
002810*--------------------------------------------------------------
002820* Single card - the card edits run first, then the registry
002830* record is read and the action checked against the set's
002840* current status before anything is changed.  The audit and
002842* update failure switches are the card's own; the run-wide
002844* error switch only sets the return code.
002850*--------------------------------------------------------------
002860 3100-APPLY-ONE-CARD.
002862     MOVE "N" TO WS-AUDIT-FAIL-SWITCH.
002864     MOVE "N" TO WS-UPDATE-FAIL-SWITCH.
002870     MOVE RGC-ACTION TO RGR-ACTION.
002880     MOVE RGC-SET-ID TO RGR-SET-ID.
002890     MOVE RGC-DESCRIPTION TO RGR-DESCRIPTION.
002900     MOVE SPACES TO RGR-STATUS.
002910     MOVE ZERO TO WS-SET-CLOSED-COUNT.
002920     MOVE ZERO TO RGR-SUSP-CLOSED.
002930     IF NOT RGC-ACTION-VALID
002940         OR RGC-SET-ID = SPACES
002950         OR RGC-OPERATOR-ID = SPACES
002960         MOVE "BAD CARD - NOT APPLIED" TO RGR-DISPOSITION
002970         GO TO 3100-REFUSE
002980     END-IF.
002990     IF RGC-EFF-FROM-RAW NOT = SPACES
003000         AND RGC-EFF-FROM-DATE NOT NUMERIC
003010         MOVE "BAD FROM DATE" TO RGR-DISPOSITION
003020         GO TO 3100-REFUSE
003030     END-IF.
003040     IF RGC-EFF-TO-RAW NOT = SPACES
003050         AND RGC-EFF-TO-DATE NOT NUMERIC
003060         MOVE "BAD TO DATE" TO RGR-DISPOSITION
003070         GO TO 3100-REFUSE
003080     END-IF.
003090     MOVE RGC-SET-ID TO REG-SET-ID.
003100     MOVE "Y" TO WS-REG-FOUND-SWITCH.
003110     READ REGISTRY-FILE
003120         INVALID KEY
003130             MOVE "N" TO WS-REG-FOUND-SWITCH
003140     END-READ.
003150     IF RGC-ADD
003160         IF REGISTRY-FOUND
003170             MOVE REG-STATUS TO RGR-STATUS
003180             MOVE "SET ALREADY REGISTERED" TO RGR-DISPOSITION
003190             GO TO 3100-REFUSE
003200         END-IF
003210         PERFORM 3200-ADD-ONE-SET THRU 3200-EXIT
003220         GO TO 3100-EXIT
003230     END-IF.
003240     IF NOT REGISTRY-FOUND
003250         MOVE "SET NOT REGISTERED" TO RGR-DISPOSITION
003260         GO TO 3100-REFUSE
003270     END-IF.
003280     MOVE REG-STATUS TO RGR-STATUS.
003290     IF REG-RETIRED
003300         MOVE "SET ALREADY RETIRED" TO RGR-DISPOSITION
003310         GO TO 3100-REFUSE
003320     END-IF.
003330     MOVE SET-REGISTRY-RECORD TO WS-BEFORE-IMAGE.
003340     EVALUATE TRUE
003350         WHEN RGC-CHANGE
003360             PERFORM 3300-CHANGE-ONE-SET THRU 3300-EXIT
003370         WHEN RGC-SUSPEND
003380             PERFORM 3400-SUSPEND-ONE-SET THRU 3400-EXIT
003390         WHEN RGC-REINSTATE
003400             PERFORM 3450-REINSTATE-ONE-SET THRU 3450-EXIT
003410         WHEN RGC-RETIRE
003420             PERFORM 3500-RETIRE-ONE-SET THRU 3500-EXIT
003430     END-EVALUATE.
003440     GO TO 3100-EXIT.
003450 3100-REFUSE.
003460     ADD 1 TO WS-REFUSED-COUNT.
003470     PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT.
003480 3100-EXIT.
003490     EXIT.
003500*--------------------------------------------------------------
003510* Add - a new set starts active from its from date (the run
003520* date when the card leaves it blank) through its to date.
003530*--------------------------------------------------------------
003540 3200-ADD-ONE-SET.
003550     MOVE SPACES TO WS-BEFORE-IMAGE.
003560     MOVE SPACES TO SET-REGISTRY-RECORD.
003570     MOVE RGC-SET-ID TO REG-SET-ID.
003580     MOVE RGC-DESCRIPTION TO REG-DESCRIPTION.
003590     MOVE RGC-OWNING-DESK TO REG-OWNING-DESK.
003600     MOVE RGC-SOURCE-SYSTEM TO REG-SOURCE-SYSTEM.
003610     MOVE "A" TO REG-STATUS.
003620     IF RGC-EFF-FROM-RAW = SPACES
003630         MOVE WS-RUN-DATE TO REG-EFF-FROM-DATE
003640     ELSE
003650         MOVE RGC-EFF-FROM-DATE TO REG-EFF-FROM-DATE
003660     END-IF.
003670     IF RGC-EFF-TO-RAW = SPACES
003680         MOVE 99999999 TO REG-EFF-TO-DATE
003690     ELSE
003700         MOVE RGC-EFF-TO-DATE TO REG-EFF-TO-DATE
003710     END-IF.
003720     IF REG-EFF-TO-DATE < REG-EFF-FROM-DATE
003730         ADD 1 TO WS-REFUSED-COUNT
003740         MOVE "TO DATE BEFORE FROM" TO RGR-DISPOSITION
003750         PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT
003760         GO TO 3200-EXIT
003770     END-IF.
003780     MOVE WS-RUN-DATE TO REG-CHANGE-DATE.
003790     MOVE RGC-OPERATOR-ID TO REG-CHANGE-OPERATOR.
003800     MOVE "REGADD" TO RGA-ACTION.
003810     PERFORM 3700-AUDIT-REGISTRY-CHANGE THRU 3700-EXIT.
003820     IF CARD-AUDIT-FAILED
003830         GO TO 3200-EXIT
003840     END-IF.
003850     WRITE SET-REGISTRY-RECORD
003860         INVALID KEY
003870             DISPLAY "RATEREGM: WRITE FAILED ON SET REGISTRY, "
003880                 "STATUS = " WS-REGISTRY-FILE-STATUS
003890             MOVE "Y" TO WS-IO-ERROR-SWITCH
003895             MOVE "Y" TO WS-UPDATE-FAIL-SWITCH
003900     END-WRITE.
003910     PERFORM 3750-REPORT-APPLIED THRU 3750-EXIT.
003920 3200-EXIT.
003930     EXIT.
003940*--------------------------------------------------------------
003950* Change - only the columns the desk filled in replace the
003960* registry fields; the status is left alone.
003970*--------------------------------------------------------------
003980 3300-CHANGE-ONE-SET.
003990     IF RGC-DESCRIPTION NOT = SPACES
004000         MOVE RGC-DESCRIPTION TO REG-DESCRIPTION
004010     END-IF.
004020     IF RGC-OWNING-DESK NOT = SPACES
004030         MOVE RGC-OWNING-DESK TO REG-OWNING-DESK
004040     END-IF.
004050     IF RGC-SOURCE-SYSTEM NOT = SPACES
004060         MOVE RGC-SOURCE-SYSTEM TO REG-SOURCE-SYSTEM
004070     END-IF.
004080     IF RGC-EFF-FROM-RAW NOT = SPACES
004090         MOVE RGC-EFF-FROM-DATE TO REG-EFF-FROM-DATE
004100     END-IF.
004110     IF RGC-EFF-TO-RAW NOT = SPACES
004120         MOVE RGC-EFF-TO-DATE TO REG-EFF-TO-DATE
004130     END-IF.
004140     IF REG-EFF-TO-DATE < REG-EFF-FROM-DATE
004150         ADD 1 TO WS-REFUSED-COUNT
004160         MOVE "TO DATE BEFORE FROM" TO RGR-DISPOSITION
004170         PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT
004180         GO TO 3300-EXIT
004190     END-IF.
004200     MOVE "REGCHG" TO RGA-ACTION.
004210     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
004220 3300-EXIT.
004230     EXIT.
004240*--------------------------------------------------------------
004250 3400-SUSPEND-ONE-SET.
004260     IF REG-SUSPENDED
004270         ADD 1 TO WS-REFUSED-COUNT
004280         MOVE "SET ALREADY SUSPENDED" TO RGR-DISPOSITION
004290         PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT
004300         GO TO 3400-EXIT
004310     END-IF.
004320     MOVE "S" TO REG-STATUS.
004330     MOVE "REGSUSP" TO RGA-ACTION.
004340     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
004350 3400-EXIT.
004360     EXIT.
004370*--------------------------------------------------------------
004380 3450-REINSTATE-ONE-SET.
004390     IF REG-ACTIVE
004400         ADD 1 TO WS-REFUSED-COUNT
004410         MOVE "SET ALREADY ACTIVE" TO RGR-DISPOSITION
004420         PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT
004430         GO TO 3450-EXIT
004440     END-IF.
004450     MOVE "A" TO REG-STATUS.
004460     MOVE "REGRSTAT" TO RGA-ACTION.
004470     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
004480 3450-EXIT.
004490     EXIT.
004500*--------------------------------------------------------------
004510* Retire - the set closes as of the card's to date (the run
004520* date when blank) and every suspense item it still holds
004530* open is closed behind it.
004540*--------------------------------------------------------------
004550 3500-RETIRE-ONE-SET.
004560     MOVE "R" TO REG-STATUS.
004570     IF RGC-EFF-TO-RAW = SPACES
004580         MOVE WS-RUN-DATE TO REG-EFF-TO-DATE
004590     ELSE
004600         MOVE RGC-EFF-TO-DATE TO REG-EFF-TO-DATE
004610     END-IF.
004620     IF REG-EFF-TO-DATE < REG-EFF-FROM-DATE
004630         MOVE REG-EFF-FROM-DATE TO REG-EFF-TO-DATE
004640     END-IF.
004650     MOVE "REGRETIR" TO RGA-ACTION.
004660     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
004670     IF CARD-AUDIT-FAILED
004675         OR CARD-UPDATE-FAILED
004680         GO TO 3500-EXIT
004690     END-IF.
004700     PERFORM 4000-CLOSE-SET-SUSPENSE THRU 4000-EXIT.
004710     MOVE WS-SET-CLOSED-COUNT TO RGR-SUSP-CLOSED.
004720     PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT.
004760 3500-EXIT.
004770     EXIT.
004780*--------------------------------------------------------------
004790* Registry rewrite - the audit record is written first, so a
004800* failed audit write refuses the change instead of leaving a
004810* changed registry with no trail.
004820*--------------------------------------------------------------
004830 3600-REWRITE-REGISTRY.
004840     MOVE WS-RUN-DATE TO REG-CHANGE-DATE.
004850     MOVE RGC-OPERATOR-ID TO REG-CHANGE-OPERATOR.
004860     PERFORM 3700-AUDIT-REGISTRY-CHANGE THRU 3700-EXIT.
004870     IF CARD-AUDIT-FAILED
004880         GO TO 3600-EXIT
004890     END-IF.
004900     REWRITE SET-REGISTRY-RECORD
004910         INVALID KEY
004920             DISPLAY "RATEREGM: REWRITE FAILED ON SET REGISTRY, "
004930                 "STATUS = " WS-REGISTRY-FILE-STATUS
004940             MOVE "Y" TO WS-IO-ERROR-SWITCH
004945             MOVE "Y" TO WS-UPDATE-FAIL-SWITCH
004950     END-REWRITE.
004960     IF RGC-RETIRE
004970         AND NOT CARD-UPDATE-FAILED
004980         ADD 1 TO WS-APPLIED-COUNT
004990         MOVE REG-STATUS TO RGR-STATUS
005000         MOVE "APPLIED" TO RGR-DISPOSITION
005010         GO TO 3600-EXIT
005020     END-IF.
005030     PERFORM 3750-REPORT-APPLIED THRU 3750-EXIT.
005040 3600-EXIT.
005050     EXIT.
005060*--------------------------------------------------------------
005070 3700-AUDIT-REGISTRY-CHANGE.
005080     MOVE WS-BEFORE-IMAGE TO RGA-BEFORE-IMAGE.
005090     MOVE SET-REGISTRY-RECORD TO RGA-AFTER-IMAGE.
005100     PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT.
005110     IF CARD-AUDIT-FAILED
005120         ADD 1 TO WS-REFUSED-COUNT
005130         MOVE "AUDIT FAILED - REFUSED" TO RGR-DISPOSITION
005140         PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT
005150     END-IF.
005160 3700-EXIT.
005170     EXIT.
005180*--------------------------------------------------------------
005190 3750-REPORT-APPLIED.
005200     IF CARD-UPDATE-FAILED
005210         ADD 1 TO WS-REFUSED-COUNT
005220         MOVE "REGISTRY WRITE FAILED" TO RGR-DISPOSITION
005230     ELSE
005240         ADD 1 TO WS-APPLIED-COUNT
005250         MOVE REG-STATUS TO RGR-STATUS
005260         MOVE "APPLIED" TO RGR-DISPOSITION
005270     END-IF.
005280     PERFORM 3800-WRITE-REG-DETAIL THRU 3800-EXIT.
005290 3750-EXIT.
005300     EXIT.
005310*--------------------------------------------------------------
005320 3800-WRITE-REG-DETAIL.
005330     MOVE SPACES TO REGISTRY-REPORT-RECORD.
005340     MOVE WS-REG-DETAIL-LINE TO REGISTRY-REPORT-RECORD.
005350     WRITE REGISTRY-REPORT-RECORD.
005360     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
005370 3800-EXIT.
005380     EXIT.
005390*--------------------------------------------------------------
005400 3900-WRITE-AUDIT-LINE.
005410     MOVE WS-RUN-DATE TO RGA-RUN-DATE.
005420     MOVE WS-RUN-TIME-HHMMSS TO RGA-RUN-TIME.
005430     MOVE RGC-OPERATOR-ID TO RGA-OPERATOR-ID.
005440     MOVE SPACES TO AUDIT-RECORD.
005450     MOVE WS-AUDIT-LINE TO AUDIT-RECORD.
005460     WRITE AUDIT-RECORD.
005470     IF WS-AUDIT-FILE-STATUS NOT = "00"
005480         DISPLAY "RATEREGM: WRITE FAILED ON REGISTRY AUDIT, "
005490             "STATUS = " WS-AUDIT-FILE-STATUS
005500         MOVE "Y" TO WS-IO-ERROR-SWITCH
005505         MOVE "Y" TO WS-AUDIT-FAIL-SWITCH
005510     END-IF.
005520 3900-EXIT.
005530     EXIT.
005540*--------------------------------------------------------------
005550* Suspense close-out - browse the suspense file from the first
005560* key of the retired set and close every item not already
005570* cleared, auditing each one.  The browse stops at the first
005580* key belonging to another set.
005590*--------------------------------------------------------------
005600 4000-CLOSE-SET-SUSPENSE.
005610     IF NOT SUSPENSE-AVAILABLE
005620         GO TO 4000-EXIT
005630     END-IF.
005640     MOVE "N" TO WS-SUSP-DONE-SWITCH.
005650     MOVE RGC-SET-ID TO SUS-SET-ID.
005660     MOVE LOW-VALUES TO SUS-FIELD-NAME.
005670     MOVE LOW-VALUES TO SUS-EXC-TYPE.
005680     START SUSPENSE-FILE
005690         KEY IS NOT LESS THAN SUS-RECORD-KEY
005700         INVALID KEY
005710             MOVE "Y" TO WS-SUSP-DONE-SWITCH
005720     END-START.
005730     PERFORM 4100-CLOSE-ONE-SUSPENSE THRU 4100-EXIT
005740         UNTIL SUSPENSE-SWEEP-DONE.
005750 4000-EXIT.
005760     EXIT.
005770 4100-CLOSE-ONE-SUSPENSE.
005780     READ SUSPENSE-FILE NEXT RECORD
005790         AT END
005800             MOVE "Y" TO WS-SUSP-DONE-SWITCH
005810     END-READ.
005820     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
005830         MOVE "Y" TO WS-SUSP-DONE-SWITCH
005840     END-IF.
005850     IF SUSPENSE-SWEEP-DONE
005860         GO TO 4100-EXIT
005870     END-IF.
005880     IF SUS-SET-ID NOT = RGC-SET-ID
005890         MOVE "Y" TO WS-SUSP-DONE-SWITCH
005900         GO TO 4100-EXIT
005910     END-IF.
005920     IF SUSPENSE-CLEARED
005930         GO TO 4100-EXIT
005940     END-IF.
005950     MOVE SUSPENSE-RECORD TO RGA-BEFORE-IMAGE.
005960     MOVE "C" TO SUS-STATUS.
005970     MOVE WS-RUN-DATE TO SUS-LAST-DATE.
005980     MOVE "CLOSED - RATE SET RETIRED" TO SUS-MESSAGE.
005990     MOVE SUSPENSE-RECORD TO RGA-AFTER-IMAGE.
006000     MOVE "SUSCLOSE" TO RGA-ACTION.
006010     PERFORM 3900-WRITE-AUDIT-LINE THRU 3900-EXIT.
006020     IF CARD-AUDIT-FAILED
006030         MOVE "Y" TO WS-SUSP-DONE-SWITCH
006040         GO TO 4100-EXIT
006050     END-IF.
006060     REWRITE SUSPENSE-RECORD
006070         INVALID KEY
006080             DISPLAY "RATEREGM: REWRITE FAILED ON SUSPENSE FILE, "
006090                 "STATUS = " WS-SUSPENSE-FILE-STATUS
006100             MOVE "Y" TO WS-IO-ERROR-SWITCH
006110             MOVE "Y" TO WS-SUSP-DONE-SWITCH
006120             GO TO 4100-EXIT
006130     END-REWRITE.
006140     ADD 1 TO WS-SET-CLOSED-COUNT.
006150     ADD 1 TO WS-CLOSED-COUNT.
006160 4100-EXIT.
006170     EXIT.
006180*--------------------------------------------------------------
006190 5000-WRITE-RUN-TOTALS.
006200     MOVE WS-CARD-COUNT TO RGR-TOTAL-CARDS.
006210     MOVE WS-APPLIED-COUNT TO RGR-TOTAL-APPLIED.
006220     MOVE WS-REFUSED-COUNT TO RGR-TOTAL-REFUSED.
006230     MOVE WS-CLOSED-COUNT TO RGR-TOTAL-CLOSED.
006240     MOVE SPACES TO REGISTRY-REPORT-RECORD.
006250     WRITE REGISTRY-REPORT-RECORD.
006260     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
006270     MOVE SPACES TO REGISTRY-REPORT-RECORD.
006280     MOVE WS-REG-TOTAL-LINE TO REGISTRY-REPORT-RECORD.
006290     WRITE REGISTRY-REPORT-RECORD.
006300     PERFORM 5990-CHECK-REPORT-STATUS THRU 5990-EXIT.
006310 5000-EXIT.
006320     EXIT.
006330*--------------------------------------------------------------
006340* Registry-report write check - called after every WRITE
006350* against REGISTRY-REPORT-FILE, the same as the certification
006360* program does for its report file.
006370*--------------------------------------------------------------
006380 5990-CHECK-REPORT-STATUS.
006390     IF WS-REPORT-FILE-STATUS NOT = "00"
006400         DISPLAY "RATEREGM: WRITE FAILED ON REGISTRY REPORT, "
006410             "STATUS = " WS-REPORT-FILE-STATUS
006420         MOVE "Y" TO WS-IO-ERROR-SWITCH
006430     END-IF.
006440 5990-EXIT.
006450     EXIT.
006460*--------------------------------------------------------------
006470 9999-TERMINATE.
006480     CLOSE REGISTRY-FILE.
006490     CLOSE SUSPENSE-FILE.
006500     IF WS-CARD-FILE-STATUS = "00"
006510         OR WS-CARD-FILE-STATUS = "10"
006520         CLOSE REGISTRY-CARD-FILE
006530     END-IF.
006540     CLOSE AUDIT-FILE.
006550     CLOSE REGISTRY-REPORT-FILE.
006560     DISPLAY "RATEREGM: REGISTRY CARDS " WS-CARD-COUNT
006570         ", APPLIED " WS-APPLIED-COUNT
006580         ", REFUSED " WS-REFUSED-COUNT
006590         ", SUSPENSE CLOSED " WS-CLOSED-COUNT.
006600     EVALUATE TRUE
006610         WHEN IO-WRITE-ERROR
006620             DISPLAY "RATEREGM: ONE OR MORE FILE ERRORS THIS RUN"
006630             MOVE 8 TO RETURN-CODE
006640         WHEN WS-REFUSED-COUNT > ZERO
006650             MOVE 4 TO RETURN-CODE
006660         WHEN OTHER
006670             MOVE 0 TO RETURN-CODE
006680     END-EVALUATE.
006685     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
006690 9999-EXIT.
006700     EXIT.
006710*--------------------------------------------------------------
006720* Step statistics - one standard line appended to the shared
006730* STATLOG after the return code settles, for the cycle status
006740* sheet.  The job and step names come off the STATID card.  A
006750* log that cannot be opened costs the statistics line, not the
006760* run - the return code is already final.
006770*--------------------------------------------------------------
006780 9900-WRITE-STEP-STATS.
006790     MOVE SPACES TO WS-STEP-ID-CARD.
006800     OPEN INPUT STEP-ID-FILE.
006810     IF WS-STATID-FILE-STATUS = "00"
006820         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
006830             AT END
006840                 MOVE SPACES TO WS-STEP-ID-CARD
006850         END-READ
006860         CLOSE STEP-ID-FILE
006870     END-IF.
006880     ACCEPT WS-STAT-TIME-WORK FROM TIME.
006890     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
006900     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
006910     MOVE SID-JOB-NAME TO STS-JOB-NAME.
006920     MOVE SID-STEP-NAME TO STS-STEP-NAME.
006930     MOVE "RATEREGM" TO STS-PROGRAM.
006940     MOVE ZERO TO STS-BUSINESS-DATE.
006950     MOVE WS-CARD-COUNT TO STS-RECORDS-IN.
006960     MOVE WS-APPLIED-COUNT TO STS-RECORDS-OUT.
006970     MOVE WS-REFUSED-COUNT TO STS-RECORDS-REJECTED.
006980     MOVE "SUSPCLSD" TO STS-CONTROL-LABEL.
006990     MOVE WS-CLOSED-COUNT TO STS-CONTROL-COUNT.
007000     MOVE ZERO TO STS-CONTROL-HASH.
007010     MOVE SPACES TO STS-OUTCOME.
007020     IF STS-BUSINESS-DATE = ZERO
007030         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
007040     END-IF.
007050     MOVE RETURN-CODE TO STS-RETURN-CODE.
007060     OPEN EXTEND STEP-STATS-FILE.
007070     IF WS-STATLOG-FILE-STATUS = "35"
007080         OPEN OUTPUT STEP-STATS-FILE
007090     END-IF.
007100     IF WS-STATLOG-FILE-STATUS NOT = "00"
007110         DISPLAY "RATEREGM: UNABLE TO OPEN STATISTICS LOG, "
007120             "STATUS = " WS-STATLOG-FILE-STATUS
007130         GO TO 9900-EXIT
007140     END-IF.
007150     MOVE SPACES TO STEP-STATS-RECORD.
007160     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
007170     WRITE STEP-STATS-RECORD.
007180     IF WS-STATLOG-FILE-STATUS NOT = "00"
007190         DISPLAY "RATEREGM: WRITE FAILED ON STATISTICS LOG, "
007200             "STATUS = " WS-STATLOG-FILE-STATUS
007210     END-IF.
007220     CLOSE STEP-STATS-FILE.
007230 9900-EXIT.
007240     EXIT.
