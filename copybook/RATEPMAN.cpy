000100******************************************************************
000200*    COPYBOOK:    RATEPMAN
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Purge-manifest line - one appended to the permanent
000700*    PURGMAN dataset per RATEARCH retention run, voided or not:
000800*    the run stamp, the retention cutoff, the archived and
000900*    deleted counts, the value hash of everything rolled off
001000*    and the run status (COMPLETE, STOPPED, VOIDED).  Records
001100*    with an effective date older than the cutoff of the last
001200*    COMPLETE run live on the archive, the rest on the master.
001300*    COPY this member in WORKING-STORAGE of the writer and of
001400*    every program reading the manifests back so the layout
001500*    cannot drift between them.
001600*----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*      DATE       INIT  DESCRIPTION
001900*      ---------- ----  --------------------------------------
002000*      2026-10-15  DLH  Initial version - layout moved out of
002100*                       RATEARCH for the month-end statistics
002200*                       run.
002300******************************************************************
002400 01  WS-MANIFEST-LINE.
002500     05  MAN-RUN-DATE            PIC 9(08).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002700     05  MAN-RUN-TIME            PIC 9(06).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  MAN-CUTOFF-DATE         PIC 9(08).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  MAN-ARCHIVED-COUNT      PIC 9(07).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003300     05  MAN-DELETED-COUNT       PIC 9(07).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003500     05  MAN-VALUE-HASH          PIC 9(11)V9(04).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003700     05  MAN-STATUS              PIC X(08).
003800         88  MAN-RUN-COMPLETE             VALUE "COMPLETE".
003900         88  MAN-RUN-STOPPED              VALUE "STOPPED".
004000         88  MAN-RUN-VOIDED               VALUE "VOIDED".
004100     05  FILLER                  PIC X(29) VALUE SPACES.
