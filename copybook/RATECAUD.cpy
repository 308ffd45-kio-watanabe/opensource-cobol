000100******************************************************************
000200*    COPYBOOK:    RATECAUD
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Correction-audit line - one appended to the permanent
000700*    CORRAUDT dataset per change made to a history-master
000800*    record outside the certification run: the run stamp, the
000900*    history key, the before and after values and both
001000*    signatures.  RATECORR writes one per two-signature desk
001100*    correction (entry type blank).  RATERSTM reads the day's
001200*    desk corrections back and writes one per derived rate it
001300*    restates from them (entry type R), carrying the
001400*    signatures of the correction that forced the restatement.
001500*    COPY this member in WORKING-STORAGE of every program
001600*    touching the audit so the layout cannot drift between the
001700*    writers and the readers.
001800*----------------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*      DATE       INIT  DESCRIPTION
002100*      ---------- ----  --------------------------------------
002200*      2026-10-15  DLH  Initial version - layout moved out of
002300*                       RATECORR; entry type carved from the
002400*                       trailing filler for the restatement.
002500******************************************************************
002600 01  WS-AUDIT-LINE.
002700     05  AUD-RUN-DATE            PIC 9(08).
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002900     05  AUD-RUN-TIME            PIC 9(06).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  AUD-SET-ID              PIC X(04).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  AUD-FIELD-NAME          PIC X(10).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  AUD-EFF-DATE            PIC 9(08).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  AUD-BEFORE-VALUE        PIC S9(05)V9(04).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  AUD-AFTER-VALUE         PIC S9(05)V9(04).
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004100     05  AUD-ANALYST-ID          PIC X(08).
004200     05  FILLER                  PIC X(02) VALUE SPACES.
004300     05  AUD-APPROVER-ID         PIC X(08).
004400     05  FILLER                  PIC X(01) VALUE SPACES.
004500     05  AUD-ENTRY-TYPE          PIC X(01) VALUE SPACES.
004600         88  AUD-DESK-CORRECTION          VALUE SPACE.
004700         88  AUD-RESTATEMENT              VALUE "R".
004800     05  FILLER                  PIC X(13) VALUE SPACES.
