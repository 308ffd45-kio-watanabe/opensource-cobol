000250*                    per-consumer extracts with their own
000260*                    transmission controls and the
000270*                    split-control file for RATERECN.
000272*   2026-10-15  DLH  Carry the provisional status and the
000274*                    carried-from date of a contingency line
000276*                    through to every split.
000277*   2026-10-15  DLH  Split a RATERSTM restatement extract the
000278*                    same way - its R header (original
000279*                    effective date, correction date) carries
000280*                    onto each file cut, and only consumers
000281*                    with a restated line get a file and a
000282*                    split-control line.
000283*   2026-10-15  DLH  Append a step-statistics line - job, step,
000284*                    business date, times, record counts, key
000285*                    control total, return code - to the shared
000286*                    STATLOG at termination for the RATECSUM
000287*                    cycle status sheet.
000288*   2026-10-15  DLH  Write each consumer's file in the format
000289*                    its FMTPROF profile names - zoned as
000290*                    before, fixed-width with a decimal point
000291*                    and separate sign, or comma-delimited
000292*                    with a column header row.  Counts and
000293*                    hashes are format-free, and the format
000294*                    code rides on the split-control line.
000295*--------------------------------------------------------------
000296 ENVIRONMENT      DIVISION.
000300 INPUT-OUTPUT     SECTION.
000310 FILE-CONTROL.
000320     SELECT EXTRACT-FILE
000610         ASSIGN TO SPLTCTL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SPLTCTL-FILE-STATUS.
000631     SELECT STEP-ID-FILE
000632         ASSIGN TO STATID
000633         ORGANIZATION IS LINE SEQUENTIAL
000634         FILE STATUS IS WS-STATID-FILE-STATUS.
000635     SELECT STEP-STATS-FILE
000636         ASSIGN TO STATLOG
000637         ORGANIZATION IS LINE SEQUENTIAL
000638         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000639     SELECT PROFILE-FILE
000640         ASSIGN TO FMTPROF
000641         ORGANIZATION IS LINE SEQUENTIAL
000642         FILE STATUS IS WS-PROFILE-FILE-STATUS.
000643 DATA             DIVISION.
000650 FILE             SECTION.
000660 FD  EXTRACT-FILE.
000670 01  EXTRACT-RECORD              PIC X(080).
000790 01  SPLIT5-RECORD               PIC X(080).
000800 FD  SPLIT-CONTROL-FILE.
000810 01  SPLIT-CONTROL-RECORD        PIC X(080).
000812 FD  STEP-ID-FILE.
000814 01  STEP-ID-RECORD              PIC X(080).
000816 FD  STEP-STATS-FILE.
000818 01  STEP-STATS-RECORD           PIC X(150).
000819 FD  PROFILE-FILE.
000820 01  PROFILE-RECORD              PIC X(080).
000821 WORKING-STORAGE SECTION.
000830*--------------------------------------------------------------
000840* File status fields and switches.
000850*--------------------------------------------------------------
000910 77  WS-SPLIT4-FILE-STATUS       PIC X(02).
000920 77  WS-SPLIT5-FILE-STATUS       PIC X(02).
000930 77  WS-SPLTCTL-FILE-STATUS      PIC X(02).
000935 77  WS-PROFILE-FILE-STATUS      PIC X(02).
000940 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000950 01  WS-SWITCHES.
000960     05  WS-EXTRACT-EOF-SWITCH   PIC X(01) VALUE "N".
001050         88  TRANSMISSION-ERROR           VALUE "Y".
001060     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE "N".
001070         88  IO-WRITE-ERROR               VALUE "Y".
001072     05  WS-PROFILE-EOF-SWITCH   PIC X(01) VALUE "N".
001074         88  PROFILE-EOF                  VALUE "Y".
001076     05  WS-PROFILE-FOUND-SWITCH PIC X(01) VALUE "N".
001078         88  PROFILE-FOUND                VALUE "Y".
001080*--------------------------------------------------------------
001090* Interface extract line as written by the certification run,
001100* with header and trailer views.
001140         88  EXT-DATA-LINE                VALUE "D".
001150         88  EXT-HEADER-LINE              VALUE "H".
001160         88  EXT-TRAILER-LINE             VALUE "T".
001165         88  EXT-RESTATE-HEADER           VALUE "R".
001170     05  EXT-BODY.
001180         10  EXT-SET-ID          PIC X(04).
001190         10  FILLER              PIC X(02).
001200         10  EXT-FIELD-NAME      PIC X(10).
001210         10  FILLER              PIC X(02).
001220         10  EXT-FIELD-VALUE     PIC S9(05)V9(04).
001221         10  FILLER              PIC X(01).
001222         10  EXT-RATE-STATUS     PIC X(01).
001223         10  FILLER              PIC X(01).
001224         10  EXT-CARRIED-FROM-DATE
001225                                 PIC X(08).
001230         10  FILLER              PIC X(41).
001240     05  EXT-HDR-FIELDS          REDEFINES EXT-BODY.
001250         10  EXT-HDR-BUSINESS-DATE
001260                                 PIC 9(08).
001270         10  EXT-HDR-SOURCE      PIC X(08).
001276         10  EXT-HDR-RESTATED-ON PIC 9(08).
001282         10  FILLER              PIC X(55).
001290     05  EXT-TRL-FIELDS          REDEFINES EXT-BODY.
001300         10  EXT-TRL-RECORD-COUNT
001310                                 PIC 9(07).
001620         10  CNT-CONSUMER-ID     PIC X(08).
001630         10  CNT-RECORD-COUNT    PIC 9(07) COMP.
001640         10  CNT-VALUE-HASH      PIC 9(11)V9(04) COMP-3.
001642         10  CNT-FORMAT-CODE     PIC X(01).
001644             88  CNT-FORMAT-DECIMAL       VALUE "D".
001646             88  CNT-FORMAT-DELIMITED     VALUE "C".
001650 77  WS-CONSUMER-COUNT           PIC 9(02) COMP VALUE ZERO.
001660 77  WS-CNT-SUB                  PIC 9(02) COMP VALUE ZERO.
001661*--------------------------------------------------------------
001662* Format profile table - the FMTPROF cards, loaded before the
001663* subscriptions so each consumer takes its format as it claims
001664* its output DD.  A consumer with no card is written zoned.
001665*--------------------------------------------------------------
001666 01  WS-PROFILE-TABLE.
001667     05  WS-PROFILE-ENTRY        OCCURS 20 TIMES.
001668         10  FPT-CONSUMER-ID     PIC X(08).
001669         10  FPT-FORMAT-CODE     PIC X(01).
001670 77  WS-PROFILE-COUNT            PIC 9(02) COMP VALUE ZERO.
001671 77  WS-FPT-SUB                  PIC 9(02) COMP VALUE ZERO.
001672*--------------------------------------------------------------
001680* Extract staging table - the data lines wait here until the
001690* extract's own trailer proves, so a cut-off extract never
001700* fans out to the consumers.
001740         10  LIN-SET-ID          PIC X(04).
001750         10  LIN-FIELD-NAME      PIC X(10).
001760         10  LIN-FIELD-VALUE     PIC S9(05)V9(04).
001762         10  LIN-RATE-STATUS     PIC X(01).
001764         10  LIN-CARRIED-FROM-DATE
001766                                 PIC X(08).
001770 77  WS-LINE-COUNT               PIC 9(04) COMP VALUE ZERO.
001780 77  WS-LIN-SUB                  PIC 9(04) COMP VALUE ZERO.
001790*--------------------------------------------------------------
001950         88  EXTRACT-HEADER-SEEN          VALUE "Y".
001960     05  WS-XTR-TRAILER-SWITCH   PIC X(01) VALUE "N".
001970         88  EXTRACT-TRAILER-SEEN         VALUE "Y".
001972     05  WS-RESTATEMENT-SWITCH   PIC X(01) VALUE "N".
001974         88  RESTATEMENT-EXTRACT          VALUE "Y".
001976 77  WS-RESTATED-ON-DATE         PIC 9(08) VALUE ZERO.
001980*--------------------------------------------------------------
001990* Output line builders - the same data-line, header and
002000* trailer shapes the certification run writes.
002060     05  SPL-FIELD-NAME          PIC X(10).
002070     05  FILLER                  PIC X(02) VALUE SPACES.
002080     05  SPL-FIELD-VALUE         PIC S9(05)V9(04).
002082     05  FILLER                  PIC X(01) VALUE SPACES.
002084     05  SPL-RATE-STATUS         PIC X(01).
002086     05  FILLER                  PIC X(01) VALUE SPACES.
002088     05  SPL-CARRIED-FROM-DATE   PIC X(08).
002090     05  FILLER                  PIC X(41) VALUE SPACES.
002100 01  WS-SPLIT-HEADER.
002110     05  SPLH-REC-TYPE           PIC X(01) VALUE "H".
002120     05  SPLH-BUSINESS-DATE      PIC 9(08).
002130     05  SPLH-SOURCE-SYSTEM      PIC X(08) VALUE "RATESPLT".
002135     05  SPLH-RESTATED-ON        PIC X(08) VALUE SPACES.
002140     05  FILLER                  PIC X(55) VALUE SPACES.
002150 01  WS-SPLIT-TRAILER.
002160     05  FILLER                  PIC X(01) VALUE "T".
002170     05  SPLT-RECORD-COUNT       PIC 9(07).
002220* Split-control line written for RATERECN.
002230*--------------------------------------------------------------
002240     COPY RATESPLC.
002241*--------------------------------------------------------------
002242* Alternate output layouts for the decimal and delimited
002243* format profiles.
002244*--------------------------------------------------------------
002245     COPY RATEFMTP.
002250*--------------------------------------------------------------
002260* Pattern-match scratch registers.
002270*--------------------------------------------------------------
002280 77  WS-PATTERN-WORK             PIC X(04) VALUE SPACES.
002290 77  WS-PREFIX-LENGTH            PIC 9(01) COMP VALUE ZERO.
002300 77  WS-SCAN-SUB                 PIC 9(01) COMP VALUE ZERO.
002301*--------------------------------------------------------------
002302* Step statistics - the STATID job/step card, the line appended
002303* to the shared STATLOG at termination and their file status
002304* fields.
002305*--------------------------------------------------------------
002306 77  WS-STATID-FILE-STATUS       PIC X(02).
002307 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002308     COPY RATESTAT.
002310 PROCEDURE        DIVISION.
002320 0000-MAINLINE.
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002333     PERFORM 1100-LOAD-PROFILES THRU 1100-EXIT
002336         UNTIL PROFILE-EOF.
002340     PERFORM 1200-LOAD-SUBSCRIPTIONS THRU 1200-EXIT
002350         UNTIL SUBSCRIPTION-EOF.
002360     PERFORM 2000-LOAD-EXTRACT THRU 2000-EXIT
002430     STOP RUN.
002440*--------------------------------------------------------------
002450 1000-INITIALIZE.
002453     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002456     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     OPEN INPUT EXTRACT-FILE.
002480     IF WS-EXTRACT-FILE-STATUS NOT = "00"
002640             "STATUS = " WS-SPLTCTL-FILE-STATUS
002650         MOVE "Y" TO WS-IO-ERROR-SWITCH
002660     END-IF.
002661     OPEN INPUT PROFILE-FILE.
002662     IF WS-PROFILE-FILE-STATUS = "35"
002663         DISPLAY "RATESPLT: NO FORMAT PROFILES ON FILE - "
002664             "EVERY CONSUMER WRITTEN ZONED"
002665         MOVE "Y" TO WS-PROFILE-EOF-SWITCH
002666     ELSE
002667         IF WS-PROFILE-FILE-STATUS NOT = "00"
002668             DISPLAY "RATESPLT: UNABLE TO OPEN FORMAT PROFILES, "
002669                 "STATUS = " WS-PROFILE-FILE-STATUS
002670             MOVE "Y" TO WS-PROFILE-EOF-SWITCH
002671             MOVE "Y" TO WS-TRANS-ERROR-SWITCH
002672         END-IF
002673     END-IF.
002674 1000-EXIT.
002680     EXIT.
002681*--------------------------------------------------------------
002682* Format profile load - one card per consumer.  An unknown
002683* format code fails the run rather than hand a consumer a
002684* layout it did not ask for; a second card for the same
002685* consumer is ignored.
002686*--------------------------------------------------------------
002687 1100-LOAD-PROFILES.
002688     READ PROFILE-FILE INTO WS-FORMAT-PROFILE-CARD
002689         AT END
002690             MOVE "Y" TO WS-PROFILE-EOF-SWITCH
002691     END-READ.
002692     IF PROFILE-EOF
002693         GO TO 1100-EXIT
002694     END-IF.
002695     IF WS-FORMAT-PROFILE-CARD = SPACES
002696         OR FPC-CONSUMER-ID = SPACES
002697         GO TO 1100-EXIT
002698     END-IF.
002699     IF NOT FPC-FORMAT-VALID
002700         DISPLAY "RATESPLT: BAD FORMAT CODE " FPC-FORMAT-CODE
002701             " FOR CONSUMER " FPC-CONSUMER-ID ", RUN FAILED"
002702         MOVE "Y" TO WS-TRANS-ERROR-SWITCH
002703         GO TO 1100-EXIT
002704     END-IF.
002705     PERFORM 1160-FIND-PROFILE THRU 1160-EXIT.
002706     IF WS-FPT-SUB NOT = ZERO
002707         DISPLAY "RATESPLT: DUPLICATE FORMAT PROFILE FOR "
002708             FPC-CONSUMER-ID " IGNORED"
002709         GO TO 1100-EXIT
002710     END-IF.
002711     IF WS-PROFILE-COUNT NOT < 20
002712         DISPLAY "RATESPLT: TOO MANY FORMAT PROFILES - "
002713             FPC-CONSUMER-ID " DROPPED, RUN FAILED"
002714         MOVE "Y" TO WS-TRANS-ERROR-SWITCH
002715         GO TO 1100-EXIT
002716     END-IF.
002717     ADD 1 TO WS-PROFILE-COUNT.
002718     MOVE FPC-CONSUMER-ID TO FPT-CONSUMER-ID (WS-PROFILE-COUNT).
002719     IF FPC-FORMAT-CODE = SPACE
002720         MOVE "Z" TO FPT-FORMAT-CODE (WS-PROFILE-COUNT)
002721     ELSE
002722         MOVE FPC-FORMAT-CODE
002723             TO FPT-FORMAT-CODE (WS-PROFILE-COUNT)
002724     END-IF.
002725 1100-EXIT.
002726     EXIT.
002727*--------------------------------------------------------------
002728* Profile lookup by the consumer id in FPC-CONSUMER-ID - leaves
002729* WS-FPT-SUB on the entry, or zero when there is none.
002730*--------------------------------------------------------------
002731 1160-FIND-PROFILE.
002732     MOVE "N" TO WS-PROFILE-FOUND-SWITCH.
002733     MOVE ZERO TO WS-FPT-SUB.
002734     PERFORM 1170-SCAN-ONE-PROFILE THRU 1170-EXIT
002735         UNTIL PROFILE-FOUND
002736         OR WS-FPT-SUB NOT < WS-PROFILE-COUNT.
002737     IF NOT PROFILE-FOUND
002738         MOVE ZERO TO WS-FPT-SUB
002739     END-IF.
002740 1160-EXIT.
002741     EXIT.
002742 1170-SCAN-ONE-PROFILE.
002743     ADD 1 TO WS-FPT-SUB.
002744     IF FPT-CONSUMER-ID (WS-FPT-SUB) = FPC-CONSUMER-ID
002745         MOVE "Y" TO WS-PROFILE-FOUND-SWITCH
002746     END-IF.
002747 1170-EXIT.
002748     EXIT.
002749*--------------------------------------------------------------
002750* Subscription load - a consumer's first card claims the next
002751* output DD; a pattern ending in "*" subscribes every set id
002752* sharing the leading characters.  A sixth distinct consumer
002753* has no DD to land on and fails the run - add the DD and the
002754* SELECT before adding the consumer.
002755*--------------------------------------------------------------
002760 1200-LOAD-SUBSCRIPTIONS.
002770     READ SUBSCRIPTION-FILE INTO WS-SUBSCRIPTION-CARD
002780         AT END
003240                 TO CNT-CONSUMER-ID (WS-CNT-SUB)
003250             MOVE ZERO TO CNT-RECORD-COUNT (WS-CNT-SUB)
003260             MOVE ZERO TO CNT-VALUE-HASH (WS-CNT-SUB)
003261             MOVE SUB-CONSUMER-ID TO FPC-CONSUMER-ID
003262             PERFORM 1160-FIND-PROFILE THRU 1160-EXIT
003263             IF WS-FPT-SUB = ZERO
003264                 MOVE "Z" TO CNT-FORMAT-CODE (WS-CNT-SUB)
003265             ELSE
003266                 MOVE FPT-FORMAT-CODE (WS-FPT-SUB)
003267                     TO CNT-FORMAT-CODE (WS-CNT-SUB)
003268             END-IF
003270             MOVE "Y" TO WS-CONS-FOUND-SWITCH
003280             DISPLAY "RATESPLT: CONSUMER " SUB-CONSUMER-ID
003290                 " ASSIGNED OUTPUT SPLTOUT" WS-CNT-SUB
003295                 " FORMAT " CNT-FORMAT-CODE (WS-CNT-SUB)
003300         END-IF
003310     END-IF.
003320 1250-EXIT.
003620* Extract load - data lines stage in the table while the
003630* count and sign-dropped hash accumulate for the trailer
003640* proof; the header's business date is carried onto every
003650* file cut.  A restatement extract's R header carries the
003655* original effective date instead, plus the correction date.
003660*--------------------------------------------------------------
003670 2000-LOAD-EXTRACT.
003680     READ EXTRACT-FILE INTO WS-EXTRACT-LINE
003790                 MOVE EXT-HDR-BUSINESS-DATE
003800                     TO WS-BUSINESS-DATE
003810             END-IF
003811         WHEN EXT-RESTATE-HEADER
003812             MOVE "Y" TO WS-XTR-HEADER-SWITCH
003813             MOVE "Y" TO WS-RESTATEMENT-SWITCH
003814             IF EXT-HDR-BUSINESS-DATE NUMERIC
003815                 MOVE EXT-HDR-BUSINESS-DATE
003816                     TO WS-BUSINESS-DATE
003817             END-IF
003818             IF EXT-HDR-RESTATED-ON NUMERIC
003819                 MOVE EXT-HDR-RESTATED-ON
003820                     TO WS-RESTATED-ON-DATE
003821             END-IF
003822         WHEN EXT-TRAILER-LINE
003830             MOVE "Y" TO WS-XTR-TRAILER-SWITCH
003840             IF EXT-TRL-RECORD-COUNT NUMERIC
003850                 MOVE EXT-TRL-RECORD-COUNT
004040                     TO LIN-FIELD-NAME (WS-LINE-COUNT)
004050                 MOVE EXT-FIELD-VALUE
004060                     TO LIN-FIELD-VALUE (WS-LINE-COUNT)
004062                 MOVE EXT-RATE-STATUS
004064                     TO LIN-RATE-STATUS (WS-LINE-COUNT)
004066                 MOVE EXT-CARRIED-FROM-DATE
004068                     TO LIN-CARRIED-FROM-DATE (WS-LINE-COUNT)
004070             ELSE
004080                 DISPLAY "RATESPLT: EXTRACT TABLE FULL - "
004090                     "LINE DROPPED, RUN FAILED"
004420* Fan-out - one pass per subscribed consumer over the staged
004430* lines: header, the consumer's matched lines, trailer with
004440* that file's own count and hash, then the split-control
004450* line for the reconciliation step.  A restatement goes only
004452* to the consumers it touches: one with no restated line on
004454* its subscriptions gets no file and no split-control line,
004456* so the reconciliation does not wait for its acknowledgment.
004460*--------------------------------------------------------------
004470 3000-CUT-CONSUMER-EXTRACTS.
004480     IF WS-BUSINESS-DATE > ZERO
004500     ELSE
004510         MOVE WS-RUN-DATE TO SPLH-BUSINESS-DATE
004520     END-IF.
004522     IF RESTATEMENT-EXTRACT
004524         MOVE "R" TO SPLH-REC-TYPE
004526         MOVE WS-RESTATED-ON-DATE TO SPLH-RESTATED-ON
004528     END-IF.
004530     MOVE ZERO TO WS-CNT-SUB.
004540     PERFORM 3100-CUT-ONE-CONSUMER THRU 3100-EXIT
004550         UNTIL WS-CNT-SUB NOT < WS-CONSUMER-COUNT.
004570     EXIT.
004580 3100-CUT-ONE-CONSUMER.
004590     ADD 1 TO WS-CNT-SUB.
004591     IF RESTATEMENT-EXTRACT
004592         PERFORM 3110-CHECK-CONSUMER-AFFECTED THRU 3110-EXIT
004593         IF NOT LINE-MATCHES
004594             DISPLAY "RATESPLT: CONSUMER "
004595                 CNT-CONSUMER-ID (WS-CNT-SUB)
004596                 " NOT AFFECTED BY THE RESTATEMENT - NO FILE CUT"
004597             GO TO 3100-EXIT
004598         END-IF
004599     END-IF.
004600     PERFORM 3150-OPEN-SPLIT-FILE THRU 3150-EXIT.
004610     PERFORM 3300-WRITE-SPLIT-HEADER THRU 3300-EXIT.
004640     MOVE ZERO TO WS-LIN-SUB.
004650     PERFORM 3200-MATCH-ONE-LINE THRU 3200-EXIT
004660         UNTIL WS-LIN-SUB NOT < WS-LINE-COUNT.
004670     PERFORM 3400-WRITE-SPLIT-TRAILER THRU 3400-EXIT.
004720     PERFORM 3160-CLOSE-SPLIT-FILE THRU 3160-EXIT.
004730     IF CNT-RECORD-COUNT (WS-CNT-SUB) = ZERO
004740         DISPLAY "RATESPLT: CONSUMER "
004790     PERFORM 3900-WRITE-SPLIT-CONTROL THRU 3900-EXIT.
004800 3100-EXIT.
004810     EXIT.
004811*--------------------------------------------------------------
004812* Restatement test - does any staged line match one of the
004813* consumer's subscriptions.
004814*--------------------------------------------------------------
004815 3110-CHECK-CONSUMER-AFFECTED.
004816     MOVE "N" TO WS-LINE-MATCH-SWITCH.
004817     MOVE ZERO TO WS-LIN-SUB.
004818     PERFORM 3120-TEST-ONE-LINE THRU 3120-EXIT
004819         UNTIL LINE-MATCHES
004820         OR WS-LIN-SUB NOT < WS-LINE-COUNT.
004821 3110-EXIT.
004822     EXIT.
004823 3120-TEST-ONE-LINE.
004824     ADD 1 TO WS-LIN-SUB.
004825     MOVE ZERO TO WS-SBT-SUB.
004826     PERFORM 3250-CHECK-ONE-SUBSCRIPTION THRU 3250-EXIT
004827         UNTIL LINE-MATCHES
004828         OR WS-SBT-SUB NOT < WS-SUBSCRIPTION-COUNT.
004829 3120-EXIT.
004830     EXIT.
004831*--------------------------------------------------------------
004832* Line match - a staged line belongs to the consumer when any
004840* of its subscription cards names the line's set id exactly
004850* or by prefix.  A line matching two of the consumer's cards
004860* still writes once.
005000     MOVE LIN-SET-ID (WS-LIN-SUB) TO SPL-SET-ID.
005010     MOVE LIN-FIELD-NAME (WS-LIN-SUB) TO SPL-FIELD-NAME.
005020     MOVE LIN-FIELD-VALUE (WS-LIN-SUB) TO SPL-FIELD-VALUE.
005022     MOVE LIN-RATE-STATUS (WS-LIN-SUB) TO SPL-RATE-STATUS.
005024     MOVE LIN-CARRIED-FROM-DATE (WS-LIN-SUB)
005026         TO SPL-CARRIED-FROM-DATE.
005030     ADD 1 TO CNT-RECORD-COUNT (WS-CNT-SUB).
005040     MOVE LIN-FIELD-VALUE (WS-LIN-SUB) TO WS-HASH-WORK.
005050     IF WS-HASH-WORK < 0
005060         COMPUTE WS-HASH-WORK = WS-HASH-WORK * -1
005070     END-IF.
005080     ADD WS-HASH-WORK TO CNT-VALUE-HASH (WS-CNT-SUB).
005083     EVALUATE TRUE
005086         WHEN CNT-FORMAT-DECIMAL (WS-CNT-SUB)
005089             PERFORM 3520-BUILD-DECIMAL-LINE THRU 3520-EXIT
005092         WHEN CNT-FORMAT-DELIMITED (WS-CNT-SUB)
005095             PERFORM 3540-BUILD-DELIMITED-LINE THRU 3540-EXIT
005098         WHEN OTHER
005101             MOVE SPACES TO WS-SPLIT-WRITE-AREA
005104             MOVE WS-SPLIT-LINE TO WS-SPLIT-WRITE-AREA
005107     END-EVALUATE.
005110     PERFORM 3800-WRITE-SPLIT-RECORD THRU 3800-EXIT.
005120 3200-EXIT.
005130     EXIT.
005310     END-IF.
005320 3250-EXIT.
005330     EXIT.
005331*--------------------------------------------------------------
005332* Header and trailer in the consumer's format.  A delimited
005333* file opens with its column header row ahead of the header
005334* row; the trailer's count and hash are the same figures in
005335* every format, so the split-control line never changes.
005336*--------------------------------------------------------------
005337 3300-WRITE-SPLIT-HEADER.
005338     MOVE SPACES TO WS-SPLIT-WRITE-AREA.
005339     IF NOT CNT-FORMAT-DELIMITED (WS-CNT-SUB)
005340         MOVE WS-SPLIT-HEADER TO WS-SPLIT-WRITE-AREA
005341         PERFORM 3800-WRITE-SPLIT-RECORD THRU 3800-EXIT
005342         GO TO 3300-EXIT
005343     END-IF.
005344     MOVE WS-DELIMITED-COLUMN-ROW TO WS-SPLIT-WRITE-AREA.
005345     PERFORM 3800-WRITE-SPLIT-RECORD THRU 3800-EXIT.
005346     MOVE SPACES TO DLM-ROW.
005347     MOVE 1 TO DLM-POINTER.
005348     STRING SPLH-REC-TYPE "," SPLH-BUSINESS-DATE ","
005349         SPLH-SOURCE-SYSTEM DELIMITED BY SIZE
005350         INTO DLM-ROW WITH POINTER DLM-POINTER.
005351     IF RESTATEMENT-EXTRACT
005352         STRING "," SPLH-RESTATED-ON DELIMITED BY SIZE
005353             INTO DLM-ROW WITH POINTER DLM-POINTER
005354     END-IF.
005355     MOVE SPACES TO WS-SPLIT-WRITE-AREA.
005356     MOVE DLM-ROW TO WS-SPLIT-WRITE-AREA.
005357     PERFORM 3800-WRITE-SPLIT-RECORD THRU 3800-EXIT.
005358 3300-EXIT.
005359     EXIT.
005360 3400-WRITE-SPLIT-TRAILER.
005361     MOVE SPACES TO WS-SPLIT-WRITE-AREA.
005362     EVALUATE TRUE
005363         WHEN CNT-FORMAT-DECIMAL (WS-CNT-SUB)
005364             MOVE CNT-RECORD-COUNT (WS-CNT-SUB)
005365                 TO DECT-RECORD-COUNT
005366             MOVE CNT-VALUE-HASH (WS-CNT-SUB) TO DECT-VALUE-HASH
005367             MOVE WS-DECIMAL-TRAILER TO WS-SPLIT-WRITE-AREA
005368         WHEN CNT-FORMAT-DELIMITED (WS-CNT-SUB)
005369             MOVE SPACES TO DLM-ROW
005370             MOVE 1 TO DLM-POINTER
005371             STRING "T," DELIMITED BY SIZE
005372                 INTO DLM-ROW WITH POINTER DLM-POINTER
005373             MOVE CNT-RECORD-COUNT (WS-CNT-SUB) TO DLM-EDIT-COUNT
005374             MOVE DLM-EDIT-COUNT TO DLM-EDIT-AREA
005375             PERFORM 3590-APPEND-DELIMITED-NUMBER THRU 3590-EXIT
005376             STRING "," DELIMITED BY SIZE
005377                 INTO DLM-ROW WITH POINTER DLM-POINTER
005378             MOVE CNT-VALUE-HASH (WS-CNT-SUB) TO DLM-EDIT-HASH
005379             MOVE DLM-EDIT-HASH TO DLM-EDIT-AREA
005380             PERFORM 3590-APPEND-DELIMITED-NUMBER THRU 3590-EXIT
005381             MOVE DLM-ROW TO WS-SPLIT-WRITE-AREA
005382         WHEN OTHER
005383             MOVE CNT-RECORD-COUNT (WS-CNT-SUB)
005384                 TO SPLT-RECORD-COUNT
005385             MOVE CNT-VALUE-HASH (WS-CNT-SUB) TO SPLT-VALUE-HASH
005386             MOVE WS-SPLIT-TRAILER TO WS-SPLIT-WRITE-AREA
005387     END-EVALUATE.
005388     PERFORM 3800-WRITE-SPLIT-RECORD THRU 3800-EXIT.
005389 3400-EXIT.
005390     EXIT.
005391*--------------------------------------------------------------
005392* Data-line builders for the decimal and delimited profiles,
005393* from the zoned line 3200 has just filled in.  A delimited
005394* row drops the padding: blank status and carried-from date
005395* leave empty columns.
005396*--------------------------------------------------------------
005397 3520-BUILD-DECIMAL-LINE.
005398     MOVE SPACES TO WS-DECIMAL-DATA-LINE.
005399     MOVE "D" TO DEC-REC-TYPE.
005400     MOVE SPL-SET-ID TO DEC-SET-ID.
005401     MOVE SPL-FIELD-NAME TO DEC-FIELD-NAME.
005402     MOVE SPL-FIELD-VALUE TO DEC-FIELD-VALUE.
005403     MOVE SPL-RATE-STATUS TO DEC-RATE-STATUS.
005404     MOVE SPL-CARRIED-FROM-DATE TO DEC-CARRIED-FROM-DATE.
005405     MOVE SPACES TO WS-SPLIT-WRITE-AREA.
005406     MOVE WS-DECIMAL-DATA-LINE TO WS-SPLIT-WRITE-AREA.
005407 3520-EXIT.
005408     EXIT.
005409 3540-BUILD-DELIMITED-LINE.
005410     MOVE SPACES TO DLM-ROW.
005411     MOVE 1 TO DLM-POINTER.
005412     STRING "D," DELIMITED BY SIZE
005413         SPL-SET-ID DELIMITED BY SPACE
005414         "," DELIMITED BY SIZE
005415         SPL-FIELD-NAME DELIMITED BY SPACE
005416         "," DELIMITED BY SIZE
005417         INTO DLM-ROW WITH POINTER DLM-POINTER.
005418     MOVE SPL-FIELD-VALUE TO DLM-EDIT-VALUE.
005419     MOVE DLM-EDIT-VALUE TO DLM-EDIT-AREA.
005420     PERFORM 3590-APPEND-DELIMITED-NUMBER THRU 3590-EXIT.
005421     STRING "," DELIMITED BY SIZE
005422         SPL-RATE-STATUS DELIMITED BY SPACE
005423         "," DELIMITED BY SIZE
005424         SPL-CARRIED-FROM-DATE DELIMITED BY SPACE
005425         INTO DLM-ROW WITH POINTER DLM-POINTER.
005426     MOVE SPACES TO WS-SPLIT-WRITE-AREA.
005427     MOVE DLM-ROW TO WS-SPLIT-WRITE-AREA.
005428 3540-EXIT.
005429     EXIT.
005430*--------------------------------------------------------------
005431* Append the edited number in DLM-EDIT-AREA to the delimited
005432* row with its leading spaces skipped.
005433*--------------------------------------------------------------
005434 3590-APPEND-DELIMITED-NUMBER.
005435     MOVE ZERO TO DLM-LEAD-COUNT.
005436     INSPECT DLM-EDIT-AREA
005437         TALLYING DLM-LEAD-COUNT FOR LEADING SPACES.
005438     ADD 1 TO DLM-LEAD-COUNT.
005439     STRING DLM-EDIT-AREA (DLM-LEAD-COUNT:) DELIMITED BY SPACE
005440         INTO DLM-ROW WITH POINTER DLM-POINTER.
005441 3590-EXIT.
005442     EXIT.
005443*--------------------------------------------------------------
005444* Split-file open/close/write dispatch - one WHEN per output
005445* DD, the only paragraphs that name the physical split files.
005446*--------------------------------------------------------------
005447 3150-OPEN-SPLIT-FILE.
005448     EVALUATE WS-CNT-SUB
005449         WHEN 1
005450             OPEN OUTPUT SPLIT1-FILE
005451             IF WS-SPLIT1-FILE-STATUS NOT = "00"
005452                 PERFORM 3990-NOTE-SPLIT-ERROR THRU 3990-EXIT
005453             END-IF
005454         WHEN 2
005460             OPEN OUTPUT SPLIT2-FILE
005470             IF WS-SPLIT2-FILE-STATUS NOT = "00"
005480                 PERFORM 3990-NOTE-SPLIT-ERROR THRU 3990-EXIT
006280     MOVE CNT-RECORD-COUNT (WS-CNT-SUB) TO SPC-RECORD-COUNT.
006290     MOVE CNT-VALUE-HASH (WS-CNT-SUB) TO SPC-VALUE-HASH.
006300     MOVE SPLH-BUSINESS-DATE TO SPC-BUSINESS-DATE.
006305     MOVE CNT-FORMAT-CODE (WS-CNT-SUB) TO SPC-FORMAT-CODE.
006310     MOVE SPACES TO SPLIT-CONTROL-RECORD.
006320     MOVE WS-SPLIT-CONTROL-LINE TO SPLIT-CONTROL-RECORD.
006330     WRITE SPLIT-CONTROL-RECORD.
006460         CLOSE SUBSCRIPTION-FILE
006470     END-IF.
006480     CLOSE SPLIT-CONTROL-FILE.
006482     IF WS-PROFILE-FILE-STATUS = "00"
006484         OR WS-PROFILE-FILE-STATUS = "10"
006486         CLOSE PROFILE-FILE
006488     END-IF.
006490     DISPLAY "RATESPLT: EXTRACT LINES " WS-LINE-COUNT
006500         ", CONSUMERS " WS-CONSUMER-COUNT
006510         ", SUBSCRIPTION CARDS " WS-SUBSCRIPTION-COUNT.
006590         WHEN OTHER
006600             MOVE 0 TO RETURN-CODE
006610     END-EVALUATE.
006615     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
006620 9999-EXIT.
006630     EXIT.
006640*--------------------------------------------------------------
006650* Step statistics - one standard line appended to the shared
006660* STATLOG after the return code settles, for the cycle status
006670* sheet.  The job and step names come off the STATID card.  A
006680* log that cannot be opened costs the statistics line, not the
006690* run - the return code is already final.
006700*--------------------------------------------------------------
006710 9900-WRITE-STEP-STATS.
006720     MOVE SPACES TO WS-STEP-ID-CARD.
006730     OPEN INPUT STEP-ID-FILE.
006740     IF WS-STATID-FILE-STATUS = "00"
006750         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
006760             AT END
006770                 MOVE SPACES TO WS-STEP-ID-CARD
006780         END-READ
006790         CLOSE STEP-ID-FILE
006800     END-IF.
006810     ACCEPT WS-STAT-TIME-WORK FROM TIME.
006820     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
006830     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
006840     MOVE SID-JOB-NAME TO STS-JOB-NAME.
006850     MOVE SID-STEP-NAME TO STS-STEP-NAME.
006860     MOVE "RATESPLT" TO STS-PROGRAM.
006870     MOVE WS-BUSINESS-DATE TO STS-BUSINESS-DATE.
006880     MOVE WS-EXTRACT-COUNT TO STS-RECORDS-IN.
006890     MOVE ZERO TO STS-RECORDS-OUT.
006900     MOVE ZERO TO STS-RECORDS-REJECTED.
006910     MOVE "CONSUMER" TO STS-CONTROL-LABEL.
006920     MOVE WS-CONSUMER-COUNT TO STS-CONTROL-COUNT.
006930     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
006940     MOVE SPACES TO STS-OUTCOME.
006950     IF STS-BUSINESS-DATE = ZERO
006960         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
006970     END-IF.
006980     MOVE RETURN-CODE TO STS-RETURN-CODE.
006990     OPEN EXTEND STEP-STATS-FILE.
007000     IF WS-STATLOG-FILE-STATUS = "35"
007010         OPEN OUTPUT STEP-STATS-FILE
007020     END-IF.
007030     IF WS-STATLOG-FILE-STATUS NOT = "00"
007040         DISPLAY "RATESPLT: UNABLE TO OPEN STATISTICS LOG, "
007050             "STATUS = " WS-STATLOG-FILE-STATUS
007060         GO TO 9900-EXIT
007070     END-IF.
007080     MOVE SPACES TO STEP-STATS-RECORD.
007090     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
007100     WRITE STEP-STATS-RECORD.
007110     IF WS-STATLOG-FILE-STATUS NOT = "00"
007120         DISPLAY "RATESPLT: WRITE FAILED ON STATISTICS LOG, "
007130             "STATUS = " WS-STATLOG-FILE-STATUS
007140     END-IF.
007150     CLOSE STEP-STATS-FILE.
007160 9900-EXIT.
007170     EXIT.
