000100******************************************************************
000200*    COPYBOOK:    RATEMSTS
000300*    AUTHOR:      D. L. HARTWELL
000400*    DATE-WRITTEN: 2026-10-15
000500*----------------------------------------------------------------
000600*    Monthly rate-statistics record - one per set id, field
000700*    name and calendar month on the RATEMSTS KSDS, keyed in
000800*    that order.  Built by RATEMSTA at month end from the
000900*    certified values on the rate-history master (or the
001000*    RATEARCH archive for months the master no longer holds):
001100*    the month's opening and closing rates with their dates,
001200*    the high, the low and the average over the certified
001300*    days, and coverage against the RATECAL business calendar
001400*    - certified days, provisional (carried-forward) days still
001500*    standing, business days in the month and the shortfall.
001600*    Provisional values are counted but never enter the
001700*    statistics.  A rerun of the month rewrites its records.
001800*    COPY this member in the FD of every program touching the
001900*    file so the key layout cannot drift between them.
002000*----------------------------------------------------------------
002100*    MODIFICATION HISTORY
002200*      DATE       INIT  DESCRIPTION
002300*      ---------- ----  --------------------------------------
002400*      2026-10-15  DLH  Initial version.
002500******************************************************************
002600 01  MONTH-STATS-RECORD.
002700     05  MST-RECORD-KEY.
002800         10  MST-SET-ID          PIC X(04).
002900         10  MST-FIELD-NAME      PIC X(10).
003000         10  MST-MONTH           PIC 9(06).
003100     05  MST-OPEN-DATE           PIC 9(08).
003200     05  MST-OPEN-VALUE          PIC S9(05)V9(04).
003300     05  MST-CLOSE-DATE          PIC 9(08).
003400     05  MST-CLOSE-VALUE         PIC S9(05)V9(04).
003500     05  MST-HIGH-VALUE          PIC S9(05)V9(04).
003600     05  MST-LOW-VALUE           PIC S9(05)V9(04).
003700     05  MST-AVERAGE-VALUE       PIC S9(05)V9(04).
003800     05  MST-CERTIFIED-DAYS      PIC 9(03).
003900     05  MST-PROVISIONAL-DAYS    PIC 9(03).
004000     05  MST-BUSINESS-DAYS       PIC 9(03).
004100     05  MST-SHORTFALL-DAYS      PIC 9(03).
004200     05  MST-SOURCE              PIC X(01).
004300         88  MST-FROM-MASTER              VALUE "M".
004400         88  MST-FROM-ARCHIVE             VALUE "A".
004500         88  MST-FROM-BOTH                VALUE "B".
004600     05  MST-BUILD-DATE          PIC 9(08).
004700     05  FILLER                  PIC X(28).
