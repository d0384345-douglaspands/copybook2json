001450* WIMC110   non-success      rate/fx holds    diverted suspects  *
001500* WIMC200   daily batches    combinations     (zero)             *
001600* WIMC300   JSON docs        (zero)           (zero)             *
001610*                                                                *
001620* COUNT_E is the intake content-edit rejects - written to the    *
001630* edit-reject file by WIMC100, left out of billing by WIMC110    *
001640* and of the analytics export by WIMC300 - and zero in WIMC200.  *
001700******************************************************************
001800    02 WI_MC_RUN_STATS.
001900       03 WI_MC_RUN_PROGRAM       PIC X(08).
002500       03 WI_MC_RUN_COUNT_B       PIC 9(09) COMP-3.
002600       03 WI_MC_RUN_COUNT_C       PIC 9(09) COMP-3.
002700       03 WI_MC_RUN_COUNT_D       PIC 9(09) COMP-3.
002800       03 WI_MC_RUN_COUNT_E       PIC 9(09) COMP-3.
