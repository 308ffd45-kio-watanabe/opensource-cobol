000100******************************************************************
000200*    COPYBOOK:    RATESTAT
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Step-statistics line - one appended to the permanent
000700*    STATLOG dataset by every program step of the RATECERT,
000800*    RATEDLTA and on-request jobs as it ends: job and step (off
000900*    the step's STATID card), program, business date, run date,
001000*    start and end time, records in, out and rejected, one
001100*    labelled key control count, the control hash, the return
001200*    code and a one-word outcome (PUBLISHD, PARKED, HELD,
001300*    REFUSED, VOIDED) where the return code alone is ambiguous.
001400*    RATECSUM reads the log back into the morning cycle status
001500*    sheet.  Counts are data records only - headers and
001600*    trailers never count - so one step's records out can be
001700*    tied to the next step's records in.
001800*    The STATID card is cols 1-8 job name, cols 10-17 step
001900*    name; a step run without one logs blank names.
002000*    COPY this member in WORKING-STORAGE of every writer and of
002100*    the summary so the layout cannot drift between them.
002200*----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*      DATE       INIT  DESCRIPTION
002500*      ---------- ----  --------------------------------------
002600*      2026-10-15  DLH  Initial version.
002610*      2026-10-15  DLH  Trailing filler widened so the line
002620*                       fills the 150-byte STATLOG record.
002700******************************************************************
002800 01  WS-STEP-ID-CARD.
002900     05  SID-JOB-NAME            PIC X(08).
003000     05  FILLER                  PIC X(01).
003100     05  SID-STEP-NAME           PIC X(08).
003200     05  FILLER                  PIC X(63).
003300 01  WS-STAT-TIME-WORK.
003400     05  WS-STAT-TIME-HHMMSS     PIC 9(06).
003500     05  FILLER                  PIC 9(02).
003600 01  WS-STEP-STATS-LINE.
003700     05  STS-JOB-NAME            PIC X(08).
003800     05  FILLER                  PIC X(01) VALUE SPACES.
003900     05  STS-STEP-NAME           PIC X(08).
004000     05  FILLER                  PIC X(01) VALUE SPACES.
004100     05  STS-PROGRAM             PIC X(08).
004200     05  FILLER                  PIC X(01) VALUE SPACES.
004300     05  STS-BUSINESS-DATE       PIC 9(08).
004400     05  FILLER                  PIC X(01) VALUE SPACES.
004500     05  STS-RUN-DATE            PIC 9(08).
004600     05  FILLER                  PIC X(01) VALUE SPACES.
004700     05  STS-START-TIME          PIC 9(06).
004800     05  FILLER                  PIC X(01) VALUE SPACES.
004900     05  STS-END-TIME            PIC 9(06).
005000     05  FILLER                  PIC X(01) VALUE SPACES.
005100     05  STS-RECORDS-IN          PIC 9(07).
005200     05  FILLER                  PIC X(01) VALUE SPACES.
005300     05  STS-RECORDS-OUT         PIC 9(07).
005400     05  FILLER                  PIC X(01) VALUE SPACES.
005500     05  STS-RECORDS-REJECTED    PIC 9(07).
005600     05  FILLER                  PIC X(01) VALUE SPACES.
005700     05  STS-CONTROL-LABEL       PIC X(08).
005800     05  FILLER                  PIC X(01) VALUE SPACES.
005900     05  STS-CONTROL-COUNT       PIC 9(07).
006000     05  FILLER                  PIC X(01) VALUE SPACES.
006100     05  STS-CONTROL-HASH        PIC 9(11)V9(04).
006200     05  FILLER                  PIC X(01) VALUE SPACES.
006300     05  STS-RETURN-CODE         PIC 9(04).
006400     05  FILLER                  PIC X(01) VALUE SPACES.
006500     05  STS-OUTCOME             PIC X(08).
006600         88  STS-OUTCOME-PUBLISHED        VALUE "PUBLISHD".
006700         88  STS-OUTCOME-PARKED           VALUE "PARKED".
006800         88  STS-OUTCOME-HELD             VALUE "HELD".
006900     05  FILLER                  PIC X(21) VALUE SPACES.
