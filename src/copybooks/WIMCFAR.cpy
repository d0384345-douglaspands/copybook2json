000100******************************************************************
000200* WIMCFAR - WI_MC_FEED_ARRIVAL                                   *
000300*                                                                *
000400* One entry per inbound file landed for the processing date,     *
000500* written by the transmission landing step in landing order.     *
000600* The same landing list builds the WIMCINBD concatenation, so    *
000700* the Nth entry here describes the Nth trailer-terminated file   *
000800* on that DD.  WI_MC_ARRIVAL_SOURCE is 'C' for a carrier's own   *
000900* file, whose records must all carry WI_MC_ARRIVAL_PROVIDER,     *
001000* and 'I' for a feed the suite re-drives itself - the WIMC130    *
001100* release feed - which may carry any provider and is not on      *
001200* the expected-feed calendar.                                    *
001300******************************************************************
001400    02 WI_MC_FEED_ARRIVAL.
001500       03 WI_MC_ARRIVAL_PROVIDER     PIC X(12).
001600       03 WI_MC_ARRIVAL_SOURCE       PIC X(01).
001700          88 WI_MC_ARRIVAL_CARRIER        VALUE 'C'.
001800          88 WI_MC_ARRIVAL_INTERNAL       VALUE 'I'.
001900       03 WI_MC_ARRIVAL_DATE         PIC 9(06).
002000       03 WI_MC_ARRIVAL_TIME         PIC 9(04).
002100       03 WI_MC_ARRIVAL_DSNAME       PIC X(44).
002200       03 FILLER                     PIC X(13).
