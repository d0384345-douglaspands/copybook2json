000100******************************************************************
000200* WIMCFWV - WI_MC_FEED_WAIVER                                    *
000300*                                                                *
000400* One entry per carrier and processing date for which            *
000500* Operations has agreed that a short or missing feed need not    *
000600* hold the cycle - a carrier outage confirmed with the carrier,  *
000700* say.  WIMC090 still reports the missing files, marked waived   *
000800* with the user who posted the waiver.                           *
000900******************************************************************
001000    02 WI_MC_FEED_WAIVER.
001100       03 WI_MC_WAIVER_PROVIDER      PIC X(12).
001200       03 WI_MC_WAIVER_DATE          PIC 9(06).
001300       03 WI_MC_WAIVER_USER          PIC X(08).
001400       03 WI_MC_WAIVER_REASON        PIC X(40).
001500       03 FILLER                     PIC X(14).
