001000*    RATEHINQ for as-of-date inquiries.  COPY this member in
001100*    the FD of every program touching the master so the key
001200*    layout cannot drift between the loader and the readers.
001210*    A record published by the RATECFWD contingency run when
001220*    its set's feed missed the cutoff carries rate status P
001230*    (provisional) and the effective date of the certified
001240*    value it carried forward; a derived rate computed from a
001250*    provisional operand is provisional too.  The true-up run
001260*    of the late feed replaces it with a certified record
001270*    (blank status).
001300*----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*      DATE       INIT  DESCRIPTION
001710*      2026-08-22  DLH  Added the rate-set id ahead of the
001720*                       field name in the record key for the
001730*                       multi-set certification pass.
001740*      2026-10-15  DLH  Rate status and carried-from date
001750*                       carved from the trailing filler for
001760*                       contingency carry-forward.
001770*      2026-10-15  DLH  Raw view of the carried-from date - it
001780*                       is blank on a certified record.
001800******************************************************************
001900 01  HISTORY-RECORD.
002000     05  HIST-RECORD-KEY.
002100         10  HIST-FIELD-NAME     PIC X(10).
002200         10  HIST-EFF-DATE       PIC 9(08).
002300     05  HIST-FIELD-VALUE        PIC S9(05)V9(04).
002310     05  HIST-RATE-STATUS        PIC X(01).
002320         88  HIST-PROVISIONAL             VALUE "P".
002330     05  HIST-CARRIED-FROM-DATE  PIC 9(08).
002340     05  HIST-CARRIED-FROM-RAW   REDEFINES HIST-CARRIED-FROM-DATE
002350                                 PIC X(08).
002400     05  FILLER                  PIC X(40).
