000100******************************************************************
000200*    COPYBOOK:    RATEJRNL
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Certification-run journal record - one appended for every
000700*    change a certification or derived-rate run makes to the
000800*    rate-history master or the exception suspense file,
000900*    carrying the business date of the run, the program, the
001000*    kind of change (A = record added, R = existing record
001100*    replaced) and the full record images before and after.
001200*    Written ahead of the master change itself by PROG and
001300*    RATECALC, and read back by RATEBKO, which reverses a
001400*    business date's entries newest first and then appends a
001500*    B (backed out) marker so a later backout of the same date
001600*    only reverses what the rerun wrote.  An added record
001700*    carries a blank before image.  The journal is permanent:
001800*    appended only, never scratched.
001900*----------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*      DATE       INIT  DESCRIPTION
002200*      ---------- ----  --------------------------------------
002300*      2026-10-15  DLH  Initial version.
002400******************************************************************
002500 01  RUN-JOURNAL-RECORD.
002600     05  JRN-BUSINESS-DATE       PIC 9(08).
002700     05  JRN-RUN-DATE            PIC 9(08).
002800     05  JRN-RUN-TIME            PIC 9(06).
002900     05  JRN-PROGRAM             PIC X(08).
003000     05  JRN-FILE-CODE           PIC X(01).
003100         88  JRN-HISTORY-CHANGE           VALUE "H".
003200         88  JRN-SUSPENSE-CHANGE          VALUE "S".
003300         88  JRN-BACKOUT-MARKER           VALUE "B".
003400     05  JRN-ACTION              PIC X(01).
003500         88  JRN-RECORD-ADDED             VALUE "A".
003600         88  JRN-RECORD-REPLACED          VALUE "R".
003700     05  JRN-BEFORE-IMAGE        PIC X(80).
003800     05  JRN-AFTER-IMAGE         PIC X(80).
003900     05  JRN-OPERATOR-ID         PIC X(08).
