000100******************************************************************
000200*    COPYBOOK:    RATESETR
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Rate-set registry record - one per rate set the desk
000700*    expects to certify, keyed by set id.  Maintained only by
000800*    RATEREGM from desk cards, with every change audited;
000900*    read by RATEEDIT to refuse data for unregistered or
001000*    retired sets and to prove every active set arrived, and
001100*    by RATESNAP to keep retired sets off the gap report.  A
001200*    set is expected on a business date when it is active and
001300*    the date falls inside its effective from/to range (an
001400*    open-ended set carries 99999999 as its to date).  COPY
001500*    this member in the FD of every program touching the
001600*    registry so the key layout cannot drift between them.
001700*----------------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*      DATE       INIT  DESCRIPTION
002000*      ---------- ----  --------------------------------------
002100*      2026-10-15  DLH  Initial version.
002200******************************************************************
002300 01  SET-REGISTRY-RECORD.
002400     05  REG-RECORD-KEY.
002500         10  REG-SET-ID          PIC X(04).
002600     05  REG-DESCRIPTION         PIC X(24).
002700     05  REG-OWNING-DESK         PIC X(08).
002800     05  REG-SOURCE-SYSTEM       PIC X(08).
002900     05  REG-STATUS              PIC X(01).
003000         88  REG-ACTIVE                   VALUE "A".
003100         88  REG-SUSPENDED                VALUE "S".
003200         88  REG-RETIRED                  VALUE "R".
003300     05  REG-EFF-FROM-DATE       PIC 9(08).
003400     05  REG-EFF-TO-DATE         PIC 9(08).
003500     05  REG-CHANGE-DATE         PIC 9(08).
003600     05  REG-CHANGE-OPERATOR     PIC X(08).
003700     05  FILLER                  PIC X(03).
