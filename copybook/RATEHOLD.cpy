001100*    before the staged extract moves to the distribution
001200*    dataset - one open hold parks the whole file.  COPY this
001300*    member in the FD of every program touching the hold file
001400*    so the key layout cannot drift between them.  RATERULE
001410*    opens holds on the same file for a failed critical
001420*    cross-field rule, with the rule id in the field-name slot
001430*    and the measured figure in the delta.
001500*----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*      DATE       INIT  DESCRIPTION
001800*      ---------- ----  --------------------------------------
001900*      2026-09-02  DLH  Initial version.
001910*      2026-10-15  DLH  Cross-field rule holds from RATERULE.
002000******************************************************************
002100 01  HOLD-RECORD.
002200     05  HLD-RECORD-KEY.
