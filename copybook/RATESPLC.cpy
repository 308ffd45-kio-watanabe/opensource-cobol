001300*    given, not against the full extract's totals.  COPY this
001400*    member in WORKING-STORAGE of both programs so the layout
001500*    cannot drift between the writer and the reader.
001510*    SPC-FORMAT-CODE is the RATEFMTP format profile the
001520*    consumer's file was written in (Z, D or C); the count and
001530*    hash are the same whatever the format.
001600*----------------------------------------------------------------
001700*    MODIFICATION HISTORY
001800*      DATE       INIT  DESCRIPTION
001900*      ---------- ----  --------------------------------------
002000*      2026-09-02  DLH  Initial version.
002010*      2026-10-15  DLH  Added the consumer's format code.
002100******************************************************************
002200 01  WS-SPLIT-CONTROL-LINE.
002300     05  SPC-CONSUMER-ID         PIC X(08).
002700     05  SPC-VALUE-HASH          PIC 9(11)V9(04).
002800     05  FILLER                  PIC X(02).
002900     05  SPC-BUSINESS-DATE       PIC 9(08).
002910     05  FILLER                  PIC X(02).
002920     05  SPC-FORMAT-CODE         PIC X(01).
003000     05  FILLER                  PIC X(33).
