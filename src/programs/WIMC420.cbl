002100* ----------------------------------------------------------     *
002200* DATE       BY    DESCRIPTION                                   *
002300* 09/02/2026 RLH   Initial version.                              *
002310* 10/15/2026 RLH   History entries diverted by the intake        *
002320*                  content edits show as EDIT REJECT.            *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
026500             MOVE 'AUDIT TRAIL ' TO WI-MC-DISP-WORD
026600         WHEN WI_MC_TXNH_DUP_SUSPECT
026700             MOVE 'DUP SUSPECT ' TO WI-MC-DISP-WORD
026710         WHEN WI_MC_TXNH_EDIT_REJECT
026720             MOVE 'EDIT REJECT ' TO WI-MC-DISP-WORD
026800         WHEN OTHER
026900             MOVE 'UNKNOWN     ' TO WI-MC-DISP-WORD
027000     END-EVALUATE.
