000100******************************************************************
000200* WIMCDSL - WI_MC_DISPUTE_LINK                                   *
000300*                                                                *
000400* One entry per transaction-history entry linked to a dispute    *
000500* case, maintained by WIMC440 in ascending case number /         *
000600* history key sequence.  WI_MC_DSPL_HIST_KEY is the full         *
000700* WI_MC_TXNH_KEY of the disputed entry (provider / operation /   *
000800* business date / sequence), so the entry is read straight back  *
000900* from the keyed history file.  WI_MC_DSPL_VALUE is the entry's  *
001000* WI_MC_TXNH_TOTAL_VALUE when it was linked.                     *
001100******************************************************************
001200    02 WI_MC_DISPUTE_LINK.
001300       03 WI_MC_DSPL_KEY.
001400          05 WI_MC_DSPL_CASE_NO      PIC X(10).
001500          05 WI_MC_DSPL_HIST_KEY.
001600             07 WI_MC_DSPL_PROVIDER  PIC X(12).
001700             07 WI_MC_DSPL_OPERATION PIC X(24).
001800             07 WI_MC_DSPL_DATE      PIC 9(06).
001900             07 WI_MC_DSPL_SEQ       PIC 9(09).
002000       03 WI_MC_DSPL_LINKED_DATE     PIC 9(06).
002100       03 WI_MC_DSPL_VALUE           PIC S9(09)V99 COMP-3.
002200       03 FILLER                     PIC X(10).
