000100******************************************************************
000200*    COPYBOOK:    RATEFMTP
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Consumer output format profiles for the published extracts.
000700*    One card per consumer on the shared FMTPROF dataset:
000800*    consumer id in cols 1-8, format code in col 11.
000900*      Z (or blank) - the fixed-width zoned layout every extract
001000*                     has always carried: S9(05)V9(04) values
001100*                     with the sign overpunched, implied point.
001200*      D            - the same fixed-width columns with an
001300*                     explicit decimal point and a separate
001400*                     leading sign (+00001.2345 / -00001.2345);
001500*                     the trailer hash carries its point too.
001600*      C            - comma-delimited, a column header row
001700*                     first, then the header, data and trailer
001800*                     rows with leading zeros and spaces dropped
001900*                     and a leading minus on negative values.
002000*    A consumer with no card takes Z.  Whatever the format, the
002100*    header and trailer rows are present, the trailer count is
002200*    data rows only (never the column header row) and the hash
002300*    is the usual sign-dropped sum of the values - so a format
002400*    change never moves a consumer's SPLTCTL totals or its
002500*    RATERECN acknowledgment match.  COPY this member in
002600*    WORKING-STORAGE of every program that writes a published
002700*    extract so the alternate layouts cannot drift between them.
002800*----------------------------------------------------------------
002900*    MODIFICATION HISTORY
003000*      DATE       INIT  DESCRIPTION
003100*      ---------- ----  --------------------------------------
003200*      2026-10-15  DLH  Initial version.
003300******************************************************************
003400 01  WS-FORMAT-PROFILE-CARD.
003500     05  FPC-CONSUMER-ID         PIC X(08).
003600     05  FILLER                  PIC X(02).
003700     05  FPC-FORMAT-CODE         PIC X(01).
003800         88  FPC-FORMAT-VALID             VALUE "Z" "D" "C"
003900                                                " ".
004000     05  FILLER                  PIC X(69).
004100*----------------------------------------------------------------
004200*    Format D - explicit decimal point, separate leading sign.
004300*    Same columns as the zoned data line up to the value, which
004400*    widens from nine bytes to eleven.
004500*----------------------------------------------------------------
004600 01  WS-DECIMAL-DATA-LINE.
004700     05  DEC-REC-TYPE            PIC X(01) VALUE "D".
004800     05  DEC-SET-ID              PIC X(04).
004900     05  FILLER                  PIC X(02) VALUE SPACES.
005000     05  DEC-FIELD-NAME          PIC X(10).
005100     05  FILLER                  PIC X(02) VALUE SPACES.
005200     05  DEC-FIELD-VALUE         PIC +9(05).9(04).
005300     05  FILLER                  PIC X(01) VALUE SPACES.
005400     05  DEC-RATE-STATUS         PIC X(01).
005500     05  FILLER                  PIC X(01) VALUE SPACES.
005600     05  DEC-CARRIED-FROM-DATE   PIC X(08).
005700     05  FILLER                  PIC X(39) VALUE SPACES.
005800 01  WS-DECIMAL-TRAILER.
005900     05  FILLER                  PIC X(01) VALUE "T".
006000     05  DECT-RECORD-COUNT       PIC 9(07).
006100     05  DECT-VALUE-HASH         PIC 9(11).9(04).
006200     05  FILLER                  PIC X(56) VALUE SPACES.
006300*----------------------------------------------------------------
006400*    Format C - comma-delimited.  The column header row names
006500*    the data-row columns; a header row is TYPE, business date,
006600*    source system (and the restated-on date for an R header),
006700*    a trailer row TYPE, count, hash.  Rows are built into
006800*    DLM-ROW with DLM-POINTER; numbers are edited into the
006900*    DLM-EDIT fields and appended from DLM-EDIT-AREA with their
007000*    leading spaces skipped.
007100*----------------------------------------------------------------
007200 01  WS-DELIMITED-COLUMN-ROW     PIC X(80) VALUE
007300     "TYPE,SET_ID,FIELD_NAME,VALUE,STATUS,CARRIED_FROM".
007400 01  WS-DELIMITED-WORK.
007500     05  DLM-ROW                 PIC X(80).
007600     05  DLM-POINTER             PIC 9(03) COMP.
007700     05  DLM-LEAD-COUNT          PIC 9(03) COMP.
007800     05  DLM-EDIT-VALUE          PIC -(5)9.9(04).
007900     05  DLM-EDIT-COUNT          PIC Z(06)9.
008000     05  DLM-EDIT-HASH           PIC Z(10)9.9(04).
008100     05  DLM-EDIT-AREA           PIC X(16).
