000100******************************************************************
000200* WIMCCYC - WI_MC_CYCLE_STEPS                                    *
000300*                                                                *
000400* The daily cycle's steps in run order, each with the steps      *
000500* that must have completed for the same processing date before   *
000600* it will start (WI_MC_CYCLE_PRED, blank when unused).  Copied   *
000700* into WORKING-STORAGE by every step that records itself on the  *
000800* step-control file (WIMCSTP) and by the cycle status report     *
000900* WIMC530, so the run order is kept in one place.                *
001000******************************************************************
001100    02 WI_MC_CYCLE_STEP_VALUES.
001200       03 FILLER                   PIC X(32) VALUE
001300          'WIMC090'.
001400       03 FILLER                   PIC X(32) VALUE
001500          'WIMC100 WIMC090'.
001600       03 FILLER                   PIC X(32) VALUE
001700          'WIMC110 WIMC100'.
001800       03 FILLER                   PIC X(32) VALUE
001900          'WIMC120 WIMC100'.
002000       03 FILLER                   PIC X(32) VALUE
002100          'WIMC160 WIMC100'.
002200       03 FILLER                   PIC X(32) VALUE
002300          'WIMC190 WIMC100 WIMC110 WIMC120'.
002400    02 WI_MC_CYCLE_STEP_TABLE REDEFINES WI_MC_CYCLE_STEP_VALUES.
002500       03 WI_MC_CYCLE_STEP         OCCURS 6 TIMES.
002600          05 WI_MC_CYCLE_PROGRAM   PIC X(08).
002700          05 WI_MC_CYCLE_PRED      PIC X(08) OCCURS 3 TIMES.
002800    02 WI_MC_CYCLE_STEP_COUNT      PIC 9(02) VALUE 6.
