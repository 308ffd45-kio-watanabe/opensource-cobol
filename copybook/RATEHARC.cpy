001700*      DATE       INIT  DESCRIPTION
001800*      ---------- ----  --------------------------------------
001900*      2026-09-02  DLH  Initial version.
001910*      2026-10-15  DLH  Rate status and carried-from date, in
001920*                       step with the RATEHIST layout.
001930*      2026-10-15  DLH  Raw view of the carried-from date, as
001940*                       in RATEHIST.
002000******************************************************************
002100 01  WS-ARCHIVE-LINE.
002200     05  ARC-RECORD-KEY.
002400         10  ARC-FIELD-NAME      PIC X(10).
002500         10  ARC-EFF-DATE        PIC 9(08).
002600     05  ARC-FIELD-VALUE         PIC S9(05)V9(04).
002610     05  ARC-RATE-STATUS         PIC X(01).
002620         88  ARC-PROVISIONAL              VALUE "P".
002630     05  ARC-CARRIED-FROM-DATE   PIC 9(08).
002640     05  ARC-CARRIED-FROM-RAW    REDEFINES ARC-CARRIED-FROM-DATE
002650                                 PIC X(08).
002700     05  FILLER                  PIC X(40).
