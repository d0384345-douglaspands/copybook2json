000100******************************************************************
000200* WIMCSTP - WI_MC_STEP_REC                                       *
000300*                                                                *
000400* One entry per processing date and daily-cycle program on the   *
000500* keyed step-control file (WIMCSTPC).  Each step in the cycle    *
000600* table (WIMCCYC) writes its entry as started before it opens    *
000700* any output and rewrites it at end of run as completed          *
000800* (RETURN-CODE below 12) or failed (12 and above) with the       *
000900* return code.  An entry left started has no end recorded - the  *
001000* step abended or stopped on a fatal error - and may be rerun    *
001100* as it stands; a completed step reruns only against a rerun     *
001200* override (WIMCSTO) it has not already used.  The same layout   *
001300* is appended to the step history (WIMCSTPH) at every event,     *
001400* WI_MC_STEP_EVENT saying which, so the overrides taken and the  *
001500* runs refused are kept after the entry itself moves on.         *
001600******************************************************************
001700    02 WI_MC_STEP_REC.
001800       03 WI_MC_STEP_KEY.
001900          05 WI_MC_STEP_DATE       PIC 9(06).
002000          05 WI_MC_STEP_PROGRAM    PIC X(08).
002100       03 WI_MC_STEP_STATUS        PIC X(01).
002200          88 WI_MC_STEP_STARTED         VALUE 'S'.
002300          88 WI_MC_STEP_COMPLETED       VALUE 'C'.
002400          88 WI_MC_STEP_FAILED          VALUE 'F'.
002500       03 WI_MC_STEP_RETURN_CODE   PIC 9(04).
002600       03 WI_MC_STEP_START_DATE    PIC 9(06).
002700       03 WI_MC_STEP_START_TIME    PIC 9(08).
002800       03 WI_MC_STEP_END_DATE      PIC 9(06).
002900       03 WI_MC_STEP_END_TIME      PIC 9(08).
003000       03 WI_MC_STEP_RUN_COUNT     PIC 9(03).
003100       03 WI_MC_STEP_EVENT         PIC X(01).
003200          88 WI_MC_STEP_EVENT_START     VALUE 'S'.
003300          88 WI_MC_STEP_EVENT_COMPLETE  VALUE 'C'.
003400          88 WI_MC_STEP_EVENT_FAIL      VALUE 'F'.
003500          88 WI_MC_STEP_EVENT_OVERRIDE  VALUE 'O'.
003600          88 WI_MC_STEP_EVENT_REFUSED   VALUE 'R'.
003700       03 WI_MC_STEP_OVR_POSTED    PIC 9(10).
003800       03 WI_MC_STEP_OVR_USER      PIC X(08).
003900       03 WI_MC_STEP_OVR_REASON    PIC X(40).
004000       03 WI_MC_STEP_MESSAGE       PIC X(40).
004100       03 FILLER                   PIC X(11).
