000900*    exception counts, the final return code and the run-wide
001000*    positive/negative/zero totals per rate group, so a feed
001100*    rotting slowly shows up as a trend instead of a
001200*    quarter-close surprise.  A run reversed by the RATEBKO
001210*    backout utility is flagged B in place; RATEGATE and
001220*    RATEWKLY pass over a backed-out run as if it never
001230*    happened.  The RATECFWD contingency publication appends a
001240*    record flagged C, with no counts, for the business date it
001250*    published, so the next night's calendar gate sees the date
001260*    as run; RATEWKLY leaves it off the trend.
001300*----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*      DATE       INIT  DESCRIPTION
001600*      ---------- ----  --------------------------------------
001700*      2026-08-22  DLH  Initial version.
001710*      2026-10-15  DLH  Backed-out flag carved from the
001720*                       trailing filler.
001730*      2026-10-15  DLH  Contingency-run flag carved from the
001740*                       trailing filler.
001800******************************************************************
001900 01  RUN-HISTORY-RECORD.
002000     05  RUNH-RUN-DATE           PIC 9(08).
002900         10  RUNH-POS-COUNT      PIC 9(04).
003000         10  RUNH-NEG-COUNT      PIC 9(04).
003100         10  RUNH-ZERO-COUNT     PIC 9(04).
003200     05  RUNH-BACKOUT-FLAG       PIC X(01).
003210         88  RUNH-BACKED-OUT              VALUE "B".
003220     05  RUNH-CONTINGENCY-FLAG   PIC X(01).
003230         88  RUNH-CONTINGENCY-RUN         VALUE "C".
003300     05  FILLER                  PIC X(02).
