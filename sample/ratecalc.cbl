000210*                    spreads and cross rates published
000220*                    through the extract and the history
000230*                    master.
000231*   2026-10-15  DLH  Journal every derived history-master
000232*                    write - before and after images under
000233*                    the extract's business date - to the
000234*                    RATEJRNL run journal ahead of the write,
000235*                    so the RATEBKO backout reverses derived
000236*                    rates with the rest of the night.
000237*   2026-10-15  DLH  A derived rate computed from a
000238*                    provisional (carried-forward) operand
000239*                    is itself published and loaded
000240*                    provisional, with the oldest carried-
000241*                    from date of its operands.
000242*   2026-10-15  DLH  Append a step-statistics line - job, step,
000243*                    business date, times, record counts, key
000244*                    control total, return code - to the shared
000245*                    STATLOG at termination for the RATECSUM
000246*                    cycle status sheet.
000247*--------------------------------------------------------------
000250 ENVIRONMENT      DIVISION.
000260 INPUT-OUTPUT     SECTION.
000270 FILE-CONTROL.
000470         ASSIGN TO CALCRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-FILE-STATUS.
000492     SELECT RUN-JOURNAL-FILE
000494         ASSIGN TO RATEJRNL
000496         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
000499     SELECT STEP-ID-FILE
000500         ASSIGN TO STATID
000501         ORGANIZATION IS LINE SEQUENTIAL
000502         FILE STATUS IS WS-STATID-FILE-STATUS.
000503     SELECT STEP-STATS-FILE
000504         ASSIGN TO STATLOG
000505         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS WS-STATLOG-FILE-STATUS.
000507 DATA             DIVISION.
000510 FILE             SECTION.
000520 FD  EXTRACT-IN-FILE.
000530 01  EXTRACT-IN-RECORD           PIC X(080).
000590     COPY RATEHIST.
000600 FD  CALC-REPORT-FILE.
000610 01  CALC-REPORT-RECORD          PIC X(080).
000613 FD  RUN-JOURNAL-FILE.
000616     COPY RATEJRNL.
000617 FD  STEP-ID-FILE.
000618 01  STEP-ID-RECORD              PIC X(080).
000619 FD  STEP-STATS-FILE.
000620 01  STEP-STATS-RECORD           PIC X(150).
000621 WORKING-STORAGE SECTION.
000630*--------------------------------------------------------------
000640* File status fields and switches.
000650*--------------------------------------------------------------
000680 77  WS-FORMULA-FILE-STATUS      PIC X(02).
000690 77  WS-HISTORY-FILE-STATUS      PIC X(02).
000700 77  WS-REPORT-FILE-STATUS       PIC X(02).
000705 77  WS-JOURNAL-FILE-STATUS      PIC X(02).
000710 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
000720 77  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
000730 01  WS-SWITCHES.
000870         88  FORMULA-FAILED               VALUE "Y".
000880     05  WS-FETCH-FAIL-SWITCH    PIC X(01) VALUE "N".
000890         88  OPERAND-MISSING              VALUE "Y".
000891     05  WS-PROVISIONAL-SWITCH   PIC X(01) VALUE "N".
000892         88  OPERAND-PROVISIONAL          VALUE "Y".
000893 77  WS-CARRIED-FROM-DATE        PIC 9(08) VALUE ZERO.
000900*--------------------------------------------------------------
000910* Run tallies and transmission controls - the incoming
000920* trailer's claim is proved against the lines actually read
001040                                 VALUE ZERO.
001050 77  WS-HASH-WORK                PIC S9(05)V9(04) COMP-3
001060                                 VALUE ZERO.
001061*--------------------------------------------------------------
001062* Run-journal controls - the history record as it stood
001063* before a derived rate replaced it (blank when the rate is
001064* new on the master) and the journal entry count.
001065*--------------------------------------------------------------
001066 77  WS-JRN-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
001067 77  WS-JRN-AFTER-IMAGE          PIC X(80) VALUE SPACES.
001068 77  WS-JOURNAL-COUNT            PIC 9(05) COMP VALUE ZERO.
001069 01  WS-TIME-WORK.
001070     05  WS-RUN-TIME-HHMMSS      PIC 9(06).
001071     05  FILLER                  PIC 9(02).
001072*--------------------------------------------------------------
001080* Interface extract line as written by the certification run,
001090* with header and trailer views.
001100*--------------------------------------------------------------
001930     05  CLC-FIELD-NAME          PIC X(10).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  CLC-FIELD-VALUE         PIC S9(05)V9(04).
001951     05  FILLER                  PIC X(01) VALUE SPACES.
001952     05  CLC-RATE-STATUS         PIC X(01).
001953     05  FILLER                  PIC X(01) VALUE SPACES.
001954     05  CLC-CARRIED-FROM-DATE   PIC X(08).
001960     05  FILLER                  PIC X(41) VALUE SPACES.
001970 01  WS-CALC-TRAILER.
001980     05  FILLER                  PIC X(01) VALUE "T".
001990     05  CLCT-RECORD-COUNT       PIC 9(07).
002360     05  RPT-TOTAL-DERIVED       PIC ZZZZ9.
002370     05  FILLER                  PIC X(11) VALUE "  SKIPPED ".
002380     05  RPT-TOTAL-SKIPPED       PIC ZZZZ9.
002381*--------------------------------------------------------------
002382* Step statistics - the STATID job/step card, the line appended
002383* to the shared STATLOG at termination and their file status
002384* fields.
002385*--------------------------------------------------------------
002386 77  WS-STATID-FILE-STATUS       PIC X(02).
002387 77  WS-STATLOG-FILE-STATUS      PIC X(02).
002388     COPY RATESTAT.
002390 PROCEDURE        DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     STOP RUN.
002530*--------------------------------------------------------------
002540 1000-INITIALIZE.
002543     ACCEPT WS-STAT-TIME-WORK FROM TIME.
002546     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
002550     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002560     OPEN INPUT EXTRACT-IN-FILE.
002570     IF WS-EXTIN-FILE-STATUS NOT = "00"
002860         DISPLAY "RATECALC: UNABLE TO OPEN CALC REPORT, "
002870             "STATUS = " WS-REPORT-FILE-STATUS
002880     END-IF.
002881     OPEN EXTEND RUN-JOURNAL-FILE.
002882     IF WS-JOURNAL-FILE-STATUS = "35"
002883         OPEN OUTPUT RUN-JOURNAL-FILE
002884     END-IF.
002885     IF WS-JOURNAL-FILE-STATUS NOT = "00"
002886         DISPLAY "RATECALC: UNABLE TO OPEN RUN JOURNAL, "
002887             "STATUS = " WS-JOURNAL-FILE-STATUS
002888         MOVE "Y" TO WS-FORMULA-EOF-SWITCH
002889         MOVE "Y" TO WS-IO-ERROR-SWITCH
002890     END-IF.
002891 1000-EXIT.
002900     EXIT.
002910*--------------------------------------------------------------
002920* Extract pass-through - the header and every data line copy
004130     ADD 1 TO WS-FORMULA-COUNT.
004140     MOVE "N" TO WS-FORMULA-FAIL-SWITCH.
004150     MOVE SPACES TO WS-FORMULA-ERROR-TEXT.
004151     MOVE "N" TO WS-PROVISIONAL-SWITCH.
004152     MOVE ZERO TO WS-CARRIED-FROM-DATE.
004160     MOVE ZERO TO WS-OP1-VALUE.
004170     MOVE ZERO TO WS-OP2-VALUE.
004180     MOVE ZERO TO WS-CALC-RESULT.
004490         ADD 1 TO WS-SKIP-COUNT
004500     ELSE
004510         PERFORM 3500-PUBLISH-ONE-DERIVED THRU 3500-EXIT
004520         IF OPERAND-PROVISIONAL
004521             MOVE "PUBLISHED PROVISNL" TO WS-FORMULA-ERROR-TEXT
004522         ELSE
004523             MOVE "PUBLISHED" TO WS-FORMULA-ERROR-TEXT
004524         END-IF
004530     END-IF.
004540     PERFORM 3600-WRITE-FORMULA-REPORT THRU 3600-EXIT.
004550 3000-EXIT.
004590* set, field and effective date.  The certification run has
004600* already loaded today's records, so a miss means the
004610* operand did not certify - the formula skips rather than
004620* compute from a stale rate.  An operand the contingency
004621* carry-forward loaded provisional still computes, but marks
004622* the result provisional, keeping the oldest carried-from
004623* date among the operands.
004630*--------------------------------------------------------------
004640 3100-FETCH-ONE-OPERAND.
004650     MOVE "N" TO WS-FETCH-FAIL-SWITCH.
004770     IF NOT OPERAND-MISSING
004780         MOVE HIST-FIELD-VALUE TO WS-FETCH-VALUE
004790     END-IF.
004791     IF NOT OPERAND-MISSING
004792         AND HIST-PROVISIONAL
004793         MOVE "Y" TO WS-PROVISIONAL-SWITCH
004794         IF WS-CARRIED-FROM-DATE = ZERO
004795             OR HIST-CARRIED-FROM-DATE < WS-CARRIED-FROM-DATE
004796             MOVE HIST-CARRIED-FROM-DATE TO WS-CARRIED-FROM-DATE
004797         END-IF
004798     END-IF.
004800 3100-EXIT.
004810     EXIT.
004820*--------------------------------------------------------------
005190* lands on the history master under the same effective date
005200* so the as-of inquiry answers for it.  A rerun on the same
005210* date lands on the same key and replaces the earlier
005220* record, the same as the certification load.  The record as
005223* it stood (if any) is journaled ahead of the write so the
005226* backout can restore it, or drop a rate this run added.
005230*--------------------------------------------------------------
005240 3500-PUBLISH-ONE-DERIVED.
005250     MOVE SPACES TO WS-CALC-LINE.
005270     MOVE FRM-OUT-SET-ID TO CLC-SET-ID.
005280     MOVE FRM-OUT-FIELD-NAME TO CLC-FIELD-NAME.
005290     MOVE WS-CALC-RESULT TO CLC-FIELD-VALUE.
005291     IF OPERAND-PROVISIONAL
005292         MOVE "P" TO CLC-RATE-STATUS
005293         MOVE WS-CARRIED-FROM-DATE TO CLC-CARRIED-FROM-DATE
005294     END-IF.
005300     MOVE WS-CALC-LINE TO WS-EXTRACT-LINE.
005310     PERFORM 3800-WRITE-EXTRACT-RECORD THRU 3800-EXIT.
005320     ADD 1 TO WS-EXTRACT-COUNT.
005410     MOVE FRM-OUT-FIELD-NAME TO HIST-FIELD-NAME.
005420     MOVE WS-EFF-DATE TO HIST-EFF-DATE.
005430     MOVE WS-CALC-RESULT TO HIST-FIELD-VALUE.
005431     IF OPERAND-PROVISIONAL
005432         MOVE "P" TO HIST-RATE-STATUS
005433         MOVE WS-CARRIED-FROM-DATE TO HIST-CARRIED-FROM-DATE
005434     END-IF.
005435     MOVE HISTORY-RECORD TO WS-JRN-AFTER-IMAGE.
005436     MOVE SPACES TO WS-JRN-BEFORE-IMAGE.
005437     READ HISTORY-FILE
005438         NOT INVALID KEY
005439             MOVE HISTORY-RECORD TO WS-JRN-BEFORE-IMAGE
005440     END-READ.
005441     PERFORM 3550-WRITE-JOURNAL THRU 3550-EXIT.
005442     MOVE WS-JRN-AFTER-IMAGE TO HISTORY-RECORD.
005443     WRITE HISTORY-RECORD
005450         INVALID KEY
005460             REWRITE HISTORY-RECORD
005470     END-WRITE.
005520     END-IF.
005530 3500-EXIT.
005540     EXIT.
005541*--------------------------------------------------------------
005542* Run-journal entry - stamped with the extract's business
005543* date, the date the supervisor names to back the night out.
005544*--------------------------------------------------------------
005545 3550-WRITE-JOURNAL.
005546     ACCEPT WS-TIME-WORK FROM TIME.
005547     MOVE SPACES TO RUN-JOURNAL-RECORD.
005548     MOVE WS-EFF-DATE TO JRN-BUSINESS-DATE.
005549     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
005550     MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
005551     MOVE "RATECALC" TO JRN-PROGRAM.
005552     MOVE "H" TO JRN-FILE-CODE.
005553     IF WS-JRN-BEFORE-IMAGE = SPACES
005554         MOVE "A" TO JRN-ACTION
005555     ELSE
005556         MOVE "R" TO JRN-ACTION
005557     END-IF.
005558     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
005559     MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE.
005560     WRITE RUN-JOURNAL-RECORD.
005561     IF WS-JOURNAL-FILE-STATUS NOT = "00"
005562         DISPLAY "RATECALC: WRITE FAILED ON RUN JOURNAL, "
005563             "STATUS = " WS-JOURNAL-FILE-STATUS
005564         MOVE "Y" TO WS-IO-ERROR-SWITCH
005565     END-IF.
005566     ADD 1 TO WS-JOURNAL-COUNT.
005567 3550-EXIT.
005568     EXIT.
005569*--------------------------------------------------------------
005570 3600-WRITE-FORMULA-REPORT.
005571     MOVE FRM-OUT-SET-ID TO RPT-SET-ID.
005580     MOVE FRM-OUT-FIELD-NAME TO RPT-FIELD-NAME.
005590     MOVE FRM-OPERATION TO RPT-OPERATION.
005600     MOVE WS-OP1-VALUE TO RPT-OP1-VALUE.
006250     CLOSE FORMULA-FILE.
006260     CLOSE HISTORY-FILE.
006270     CLOSE CALC-REPORT-FILE.
006275     CLOSE RUN-JOURNAL-FILE.
006280     DISPLAY "RATECALC: FORMULAS " WS-FORMULA-COUNT
006290         ", PUBLISHED " WS-DERIVED-COUNT
006300         ", SKIPPED " WS-SKIP-COUNT
006310         ", EXTRACT LINES " WS-EXTRACT-COUNT
006315         ", JOURNALED " WS-JOURNAL-COUNT.
006320     EVALUATE TRUE
006330         WHEN IO-WRITE-ERROR
006340             DISPLAY "RATECALC: ONE OR MORE FILE ERRORS THIS RUN"
006400         WHEN OTHER
006410             MOVE 0 TO RETURN-CODE
006420     END-EVALUATE.
006425     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
006430 9999-EXIT.
006440     EXIT.
006450*--------------------------------------------------------------
006460* Step statistics - one standard line appended to the shared
006470* STATLOG after the return code settles, for the cycle status
006480* sheet.  The job and step names come off the STATID card.  A
006490* log that cannot be opened costs the statistics line, not the
006500* run - the return code is already final.
006510*--------------------------------------------------------------
006520 9900-WRITE-STEP-STATS.
006530     MOVE SPACES TO WS-STEP-ID-CARD.
006540     OPEN INPUT STEP-ID-FILE.
006550     IF WS-STATID-FILE-STATUS = "00"
006560         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
006570             AT END
006580                 MOVE SPACES TO WS-STEP-ID-CARD
006590         END-READ
006600         CLOSE STEP-ID-FILE
006610     END-IF.
006620     ACCEPT WS-STAT-TIME-WORK FROM TIME.
006630     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
006640     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
006650     MOVE SID-JOB-NAME TO STS-JOB-NAME.
006660     MOVE SID-STEP-NAME TO STS-STEP-NAME.
006670     MOVE "RATECALC" TO STS-PROGRAM.
006680     MOVE WS-EFF-DATE TO STS-BUSINESS-DATE.
006690     COMPUTE STS-RECORDS-IN = WS-EXTRACT-COUNT - WS-DERIVED-COUNT.
006700     MOVE WS-EXTRACT-COUNT TO STS-RECORDS-OUT.
006710     MOVE WS-SKIP-COUNT TO STS-RECORDS-REJECTED.
006720     MOVE "DERIVED" TO STS-CONTROL-LABEL.
006730     MOVE WS-DERIVED-COUNT TO STS-CONTROL-COUNT.
006740     MOVE WS-EXTRACT-HASH TO STS-CONTROL-HASH.
006750     MOVE SPACES TO STS-OUTCOME.
006760     IF STS-BUSINESS-DATE = ZERO
006770         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
006780     END-IF.
006790     MOVE RETURN-CODE TO STS-RETURN-CODE.
006800     OPEN EXTEND STEP-STATS-FILE.
006810     IF WS-STATLOG-FILE-STATUS = "35"
006820         OPEN OUTPUT STEP-STATS-FILE
006830     END-IF.
006840     IF WS-STATLOG-FILE-STATUS NOT = "00"
006850         DISPLAY "RATECALC: UNABLE TO OPEN STATISTICS LOG, "
006860             "STATUS = " WS-STATLOG-FILE-STATUS
006870         GO TO 9900-EXIT
006880     END-IF.
006890     MOVE SPACES TO STEP-STATS-RECORD.
006900     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
006910     WRITE STEP-STATS-RECORD.
006920     IF WS-STATLOG-FILE-STATUS NOT = "00"
006930         DISPLAY "RATECALC: WRITE FAILED ON STATISTICS LOG, "
006940             "STATUS = " WS-STATLOG-FILE-STATUS
006950     END-IF.
006960     CLOSE STEP-STATS-FILE.
006970 9900-EXIT.
006980     EXIT.
