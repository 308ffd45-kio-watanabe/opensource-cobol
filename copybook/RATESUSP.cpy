000900*    by PROG as exceptions are written, auto-cleared when the
001000*    field validates clean on a later run, and aged once per
001100*    nightly run while open so the aging report can surface
001200*    anything nobody has fixed.  Type X is a failed warning-
001210*    severity cross-field rule, posted by RATERULE with the
001220*    rule id in the field-name slot and cleared only by
001230*    RATERULE when the rule passes again.
001300*----------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*      DATE       INIT  DESCRIPTION
001600*      ---------- ----  --------------------------------------
001700*      2026-08-22  DLH  Initial version.
001710*      2026-10-15  DLH  Exception type X - cross-field rule.
001800******************************************************************
001900 01  SUSPENSE-RECORD.
002000     05  SUS-RECORD-KEY.
002100         10  SUS-SET-ID          PIC X(04).
002200         10  SUS-FIELD-NAME      PIC X(10).
002300         10  SUS-EXC-TYPE        PIC X(01).
002310             88  SUS-CROSS-FIELD-RULE     VALUE "X".
002400     05  SUS-STATUS              PIC X(01).
002500         88  SUSPENSE-OPEN                VALUE "O".
002600         88  SUSPENSE-RECURRING           VALUE "R".
