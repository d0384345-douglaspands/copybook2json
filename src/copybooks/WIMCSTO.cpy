000100******************************************************************
000200* WIMCSTO - WI_MC_STEP_OVERRIDE                                  *
000300*                                                                *
000400* One entry per rerun Operations has authorised for a daily-     *
000500* cycle step that already completed for a processing date.       *
000600* WI_MC_STOVR_POSTED (YYMMDDHHMM) identifies the override; a     *
000700* step takes the earliest one for its date posted after the      *
000800* last it used (WI_MC_STEP_OVR_POSTED), so each override         *
000900* allows exactly one rerun.  An entry without the authorising    *
001000* user is not honoured.                                          *
001100******************************************************************
001200    02 WI_MC_STEP_OVERRIDE.
001300       03 WI_MC_STOVR_DATE         PIC 9(06).
001400       03 WI_MC_STOVR_PROGRAM      PIC X(08).
001500       03 WI_MC_STOVR_POSTED       PIC 9(10).
001600       03 WI_MC_STOVR_USER         PIC X(08).
001700       03 WI_MC_STOVR_REASON       PIC X(40).
001800       03 FILLER                   PIC X(08).
