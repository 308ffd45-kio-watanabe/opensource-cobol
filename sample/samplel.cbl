000743*                    the calendar gate see only the nightly
000744*                    cycle).  The nightly full-file run is
000745*                    unchanged.
000746*   2026-10-15  DLH  Journal every history-master and suspense
000747*                    change - kind of change, before and
000748*                    after images, business date - to the
000749*                    permanent RATEJRNL run journal ahead of
000750*                    the change itself, so the RATEBKO
000751*                    backout can reverse a bad night.
000752*   2026-10-15  DLH  The suspense sweep ages cross-field rule
000753*                    items but never auto-clears them - only
000754*                    the RATERULE step, which re-proves the
000755*                    rule, clears its own items.
000756*   2026-10-15  DLH  Append a step-statistics line - job, step,
000757*                    business date, times, record counts, key
000758*                    control total, return code - to the shared
000759*                    STATLOG at termination for the RATECSUM
000760*                    cycle status sheet.
000761*--------------------------------------------------------------
000762 ENVIRONMENT      DIVISION.
000763 INPUT-OUTPUT     SECTION.
000770 FILE-CONTROL.
000780     SELECT RATE-FILE
000790         ASSIGN TO RATEIN
001190         ASSIGN TO RATERUNH
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-RUN-HISTORY-FILE-STATUS.
001212     SELECT RUN-JOURNAL-FILE
001214         ASSIGN TO RATEJRNL
001216         ORGANIZATION IS LINE SEQUENTIAL
001218         FILE STATUS IS WS-JOURNAL-FILE-STATUS.
001219     SELECT STEP-ID-FILE
001220         ASSIGN TO STATID
001221         ORGANIZATION IS LINE SEQUENTIAL
001222         FILE STATUS IS WS-STATID-FILE-STATUS.
001223     SELECT STEP-STATS-FILE
001224         ASSIGN TO STATLOG
001225         ORGANIZATION IS LINE SEQUENTIAL
001226         FILE STATUS IS WS-STATLOG-FILE-STATUS.
001227 DATA             DIVISION.
001230 FILE             SECTION.
001240 FD  RATE-FILE.
001250 01  RATE-INPUT-RECORD.
001610     COPY RATERUNH.
001620 FD  SUSPENSE-REPORT-FILE.
001630 01  SUSPENSE-REPORT-RECORD      PIC X(080).
001633 FD  RUN-JOURNAL-FILE.
001636     COPY RATEJRNL.
001637 FD  STEP-ID-FILE.
001638 01  STEP-ID-RECORD              PIC X(080).
001639 FD  STEP-STATS-FILE.
001640 01  STEP-STATS-RECORD           PIC X(150).
001641 WORKING-STORAGE SECTION.
001650*--------------------------------------------------------------
001660* File status and end-of-file switch for the rate file.
001670*--------------------------------------------------------------
001750 77  WS-SUSP-REPORT-FILE-STATUS  PIC X(02).
001760 77  WS-GROUP-DEF-FILE-STATUS    PIC X(02).
001770 77  WS-RUN-HISTORY-FILE-STATUS  PIC X(02).
001775 77  WS-JOURNAL-FILE-STATUS      PIC X(02).
001780 77  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001790*--------------------------------------------------------------
001800* Feed header/trailer controls - the business date and source
002290     05  SUSW-MESSAGE            PIC X(40).
002300 01  WS-SUSP-SWEEP-SWITCH        PIC X(01) VALUE "N".
002310     88  SUSPENSE-SWEEP-DONE              VALUE "Y".
002311*--------------------------------------------------------------
002312* Run-journal work area - the file touched (H history master,
002313* S suspense) and the record images before and after the
002314* change, carried to the journal writer.  A blank before
002315* image journals the change as a record added.
002316*--------------------------------------------------------------
002317 01  WS-JOURNAL-WORK-AREA.
002318     05  JRNW-FILE-CODE          PIC X(01).
002319     05  JRNW-BEFORE-IMAGE       PIC X(80).
002320     05  JRNW-AFTER-IMAGE        PIC X(80).
002321 77  WS-JOURNAL-COUNT            PIC 9(07) COMP VALUE ZERO.
002322*--------------------------------------------------------------
002330* Sets certified this run - recorded on each set break so the
002340* suspense sweep only auto-clears items belonging to a set
002350* that actually ran tonight.  A set missing from the feed
006110 01 NV1-8-BYTES REDEFINES NV1-8 PIC X(03).
006120 01 NV1-9 PIC S99V9 SIGN TRAILING SEPARATE USAGE COMP-3.
006130 01 NV1-9-BYTES REDEFINES NV1-9 PIC X(03).
006131*--------------------------------------------------------------
006132* Step statistics - the STATID job/step card, the line appended
006133* to the shared STATLOG at termination and their file status
006134* fields.
006135*--------------------------------------------------------------
006136 77  WS-STATID-FILE-STATUS       PIC X(02).
006137 77  WS-STATLOG-FILE-STATUS      PIC X(02).
006138     COPY RATESTAT.
006140 PROCEDURE        DIVISION.
006150 0000-MAINLINE.
006160     ACCEPT WS-RUN-CARD.
006290     STOP RUN.
006300*--------------------------------------------------------------
006310 1000-INITIALIZE.
006313     ACCEPT WS-STAT-TIME-WORK FROM TIME.
006316     MOVE WS-STAT-TIME-HHMMSS TO STS-START-TIME.
006320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006330     PERFORM 1200-LOAD-GROUP-DEFS THRU 1200-EXIT.
006340     PERFORM 1040-READ-RESTART-POINT THRU 1040-EXIT.
006820         DISPLAY "PROG: UNABLE TO OPEN SUSPENSE REPORT, "
006830             "STATUS = " WS-SUSP-REPORT-FILE-STATUS
006840     END-IF.
006841     OPEN EXTEND RUN-JOURNAL-FILE.
006842     IF WS-JOURNAL-FILE-STATUS = "35"
006843         OPEN OUTPUT RUN-JOURNAL-FILE
006844     END-IF.
006845     IF WS-JOURNAL-FILE-STATUS NOT = "00"
006846         DISPLAY "PROG: UNABLE TO OPEN RUN JOURNAL, STATUS = "
006847             WS-JOURNAL-FILE-STATUS
006848         MOVE "Y" TO WS-IO-ERROR-SWITCH
006849     END-IF.
006850 1000-EXIT.
006860     EXIT.
006870*--------------------------------------------------------------
015610     MOVE WS-RUN-DATE TO SUS-LAST-DATE.
015620     MOVE ZERO TO SUS-AGE-DAYS.
015630     MOVE SUSW-MESSAGE TO SUS-MESSAGE.
015633     MOVE SPACES TO JRNW-BEFORE-IMAGE.
015636     PERFORM 6870-JOURNAL-SUSPENSE THRU 6870-EXIT.
015640     WRITE SUSPENSE-RECORD.
015650     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
015660         DISPLAY "PROG: WRITE FAILED ON SUSPENSE FILE, STATUS = "
015710 3830-EXIT.
015720     EXIT.
015730 3840-UPDATE-SUSPENSE.
015735     MOVE SUSPENSE-RECORD TO JRNW-BEFORE-IMAGE.
015740     IF SUS-LAST-DATE NOT = WS-RUN-DATE
015750         IF SUSPENSE-CLEARED
015760             MOVE ZERO TO SUS-AGE-DAYS
015800     END-IF.
015810     MOVE WS-RUN-DATE TO SUS-LAST-DATE.
015820     MOVE SUSW-MESSAGE TO SUS-MESSAGE.
015825     PERFORM 6870-JOURNAL-SUSPENSE THRU 6870-EXIT.
015830     REWRITE SUSPENSE-RECORD.
015840     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
015850         DISPLAY "PROG: REWRITE FAILED ON SUSPENSE FILE, "
018570* simply replaces the earlier record.  A delta run keys on
018572* the correction feed's business date instead of the run
018574* date, so the reissued sets rewrite the morning records for
018576* the same effective date.  The record as it stood (if any)
018577* is journaled ahead of the write so a backout can restore
018578* it, or drop a record this run added.
018580*----------------------------------------------------------------
018590 6850-WRITE-RATE-HISTORY.
018600     MOVE SPACES TO HISTORY-RECORD.
018630         MOVE WS-RUN-DATE TO HIST-EFF-DATE
018632     END-IF.
018640     MOVE INT-FIELD-VALUE TO HIST-FIELD-VALUE.
018641     MOVE HISTORY-RECORD TO JRNW-AFTER-IMAGE.
018642     MOVE SPACES TO JRNW-BEFORE-IMAGE.
018643     READ HISTORY-FILE
018644         NOT INVALID KEY
018645             MOVE HISTORY-RECORD TO JRNW-BEFORE-IMAGE
018646     END-READ.
018647     MOVE "H" TO JRNW-FILE-CODE.
018648     PERFORM 6880-WRITE-JOURNAL THRU 6880-EXIT.
018649     MOVE JRNW-AFTER-IMAGE TO HISTORY-RECORD.
018650     WRITE HISTORY-RECORD
018660         INVALID KEY
018670             REWRITE HISTORY-RECORD
018730     END-IF.
018740 6850-EXIT.
018750     EXIT.
018751*--------------------------------------------------------------
018752* Suspense journaling - called with the suspense record as it
018753* will be written and JRNW-BEFORE-IMAGE already holding the
018754* record as it stood (blank for a new item).
018755*--------------------------------------------------------------
018756 6870-JOURNAL-SUSPENSE.
018757     MOVE "S" TO JRNW-FILE-CODE.
018758     MOVE SUSPENSE-RECORD TO JRNW-AFTER-IMAGE.
018759     PERFORM 6880-WRITE-JOURNAL THRU 6880-EXIT.
018760 6870-EXIT.
018761     EXIT.
018762*--------------------------------------------------------------
018763* Run-journal entry - stamped with the feed's business date
018764* (the run date when the feed carried no header), which is
018765* the date the supervisor names to back the run out.
018766*--------------------------------------------------------------
018767 6880-WRITE-JOURNAL.
018768     ACCEPT WS-TIME-WORK FROM TIME.
018769     MOVE SPACES TO RUN-JOURNAL-RECORD.
018770     IF FEED-HEADER-SEEN
018771         MOVE WS-FEED-BUSINESS-DATE TO JRN-BUSINESS-DATE
018772     ELSE
018773         MOVE WS-RUN-DATE TO JRN-BUSINESS-DATE
018774     END-IF.
018775     MOVE WS-RUN-DATE TO JRN-RUN-DATE.
018776     MOVE WS-RUN-TIME-HHMMSS TO JRN-RUN-TIME.
018777     MOVE "PROG" TO JRN-PROGRAM.
018778     MOVE JRNW-FILE-CODE TO JRN-FILE-CODE.
018779     IF JRNW-BEFORE-IMAGE = SPACES
018780         MOVE "A" TO JRN-ACTION
018781     ELSE
018782         MOVE "R" TO JRN-ACTION
018783     END-IF.
018784     MOVE JRNW-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
018785     MOVE JRNW-AFTER-IMAGE TO JRN-AFTER-IMAGE.
018786     WRITE RUN-JOURNAL-RECORD.
018787     IF WS-JOURNAL-FILE-STATUS NOT = "00"
018788         DISPLAY "PROG: WRITE FAILED ON RUN JOURNAL, STATUS = "
018789             WS-JOURNAL-FILE-STATUS
018790         MOVE "Y" TO WS-IO-ERROR-SWITCH
018791     END-IF.
018792     ADD 1 TO WS-JOURNAL-COUNT.
018793 6880-EXIT.
018794     EXIT.
018795*--------------------------------------------------------------
018796* Console spot-check - limited to the one group the operator
018797* selected with the run-mode code, so a compiler or runtime
018798* patch can be re-verified without scrolling past the other
018800* groups' DISPLAY lines.  The mode card carries the group
018810* prefix with or without its leading N, as it always has.
018820*--------------------------------------------------------------
019180* tonight, validated clean and auto-clears.  Anything posted
019190* tonight - and any item of a set absent from tonight's feed,
019200* which proved nothing - stays open, ages one day and lands
019210* on the aging report once it passes the aging limit.  A
019213* cross-field rule item says nothing about the set's own
019216* fields, so it only ages here; the rule step clears it.
019220*--------------------------------------------------------------
019230 8000-SWEEP-SUSPENSE.
019240     MOVE SPACES TO SUSPENSE-REPORT-RECORD.
019650     IF SUSPENSE-CLEARED
019660         GO TO 8100-EXIT
019670     END-IF.
019675     MOVE SUSPENSE-RECORD TO JRNW-BEFORE-IMAGE.
019676     IF SUS-CROSS-FIELD-RULE
019677         GO TO 8100-AGE-ITEM
019678     END-IF.
019680     IF SUS-LAST-DATE NOT = WS-RUN-DATE
019690         PERFORM 8150-CHECK-SET-CERTIFIED THRU 8150-EXIT
019700         IF NOT CERTIFIED-SET-FOUND
019720         END-IF
019730         MOVE "C" TO SUS-STATUS
019740         ADD 1 TO WS-SUSP-CLEARED-COUNT
019745         PERFORM 6870-JOURNAL-SUSPENSE THRU 6870-EXIT
019750         REWRITE SUSPENSE-RECORD
019760         IF WS-SUSPENSE-FILE-STATUS NOT = "00"
019770             DISPLAY "PROG: REWRITE FAILED ON SUSPENSE FILE, "
019820     END-IF.
019830 8100-AGE-ITEM.
019840     ADD 1 TO SUS-AGE-DAYS.
019845     PERFORM 6870-JOURNAL-SUSPENSE THRU 6870-EXIT.
019850     REWRITE SUSPENSE-RECORD.
019860     IF WS-SUSPENSE-FILE-STATUS NOT = "00"
019870         DISPLAY "PROG: REWRITE FAILED ON SUSPENSE FILE, "
020450     CLOSE HISTORY-FILE.
020460     CLOSE SUSPENSE-FILE.
020470     CLOSE SUSPENSE-REPORT-FILE.
020475     CLOSE RUN-JOURNAL-FILE.
020480     DISPLAY "PROG: RATE SETS CERTIFIED " WS-SET-COUNT.
020490     DISPLAY "PROG: SUSPENSE OPENED " WS-SUSP-OPENED-COUNT
020500         ", RECURRING " WS-SUSP-RECUR-COUNT
020510         ", CLEARED " WS-SUSP-CLEARED-COUNT
020520         ", AGED " WS-SUSP-AGED-COUNT.
020525     DISPLAY "PROG: RUN JOURNAL ENTRIES " WS-JOURNAL-COUNT.
020530     EVALUATE TRUE
020540         WHEN FEED-VOID
020550             DISPLAY "PROG: RUN VOIDED BY FEED TRAILER CHECK"
020650     IF NOT DELTA-RUN
020652         PERFORM 9100-WRITE-RUN-HISTORY THRU 9100-EXIT
020654     END-IF.
020657     PERFORM 9900-WRITE-STEP-STATS THRU 9900-EXIT.
020660 9999-EXIT.
020670     EXIT.
020680*--------------------------------------------------------------
021180         TO RUNH-ZERO-COUNT (WS-GRP-SUB).
021190 9110-EXIT.
021200     EXIT.
021210*--------------------------------------------------------------
021220* Step statistics - one standard line appended to the shared
021230* STATLOG after the return code settles, for the cycle status
021240* sheet.  The job and step names come off the STATID card.  A
021250* log that cannot be opened costs the statistics line, not the
021260* run - the return code is already final.
021270*--------------------------------------------------------------
021280 9900-WRITE-STEP-STATS.
021290     MOVE SPACES TO WS-STEP-ID-CARD.
021300     OPEN INPUT STEP-ID-FILE.
021310     IF WS-STATID-FILE-STATUS = "00"
021320         READ STEP-ID-FILE INTO WS-STEP-ID-CARD
021330             AT END
021340                 MOVE SPACES TO WS-STEP-ID-CARD
021350         END-READ
021360         CLOSE STEP-ID-FILE
021370     END-IF.
021380     ACCEPT WS-STAT-TIME-WORK FROM TIME.
021390     MOVE WS-STAT-TIME-HHMMSS TO STS-END-TIME.
021400     ACCEPT STS-RUN-DATE FROM DATE YYYYMMDD.
021410     MOVE SID-JOB-NAME TO STS-JOB-NAME.
021420     MOVE SID-STEP-NAME TO STS-STEP-NAME.
021430     MOVE "PROG" TO STS-PROGRAM.
021440     MOVE WS-FEED-BUSINESS-DATE TO STS-BUSINESS-DATE.
021450     MOVE WS-RATE-RECORD-COUNT TO STS-RECORDS-IN.
021460     MOVE WS-INT-RECORD-COUNT TO STS-RECORDS-OUT.
021470     MOVE WS-EXCEPTION-COUNT TO STS-RECORDS-REJECTED.
021480     MOVE "SIGNLOSS" TO STS-CONTROL-LABEL.
021490     MOVE WS-SIGNLOSS-COUNT TO STS-CONTROL-COUNT.
021500     MOVE WS-INT-VALUE-HASH TO STS-CONTROL-HASH.
021510     IF FEED-VOID
021520         MOVE "VOIDED" TO STS-OUTCOME
021530     ELSE
021540         MOVE SPACES TO STS-OUTCOME
021550     END-IF.
021560     IF STS-BUSINESS-DATE = ZERO
021570         MOVE STS-RUN-DATE TO STS-BUSINESS-DATE
021580     END-IF.
021590     MOVE RETURN-CODE TO STS-RETURN-CODE.
021600     OPEN EXTEND STEP-STATS-FILE.
021610     IF WS-STATLOG-FILE-STATUS = "35"
021620         OPEN OUTPUT STEP-STATS-FILE
021630     END-IF.
021640     IF WS-STATLOG-FILE-STATUS NOT = "00"
021650         DISPLAY "PROG: UNABLE TO OPEN STATISTICS LOG, "
021660             "STATUS = " WS-STATLOG-FILE-STATUS
021670         GO TO 9900-EXIT
021680     END-IF.
021690     MOVE SPACES TO STEP-STATS-RECORD.
021700     MOVE WS-STEP-STATS-LINE TO STEP-STATS-RECORD.
021710     WRITE STEP-STATS-RECORD.
021720     IF WS-STATLOG-FILE-STATUS NOT = "00"
021730         DISPLAY "PROG: WRITE FAILED ON STATISTICS LOG, "
021740             "STATUS = " WS-STATLOG-FILE-STATUS
021750     END-IF.
021760     CLOSE STEP-STATS-FILE.
021770 9900-EXIT.
021780     EXIT.
