000100******************************************************************
000200* WIMCFSC - WI_MC_FEED_SCHEDULE                                  *
000300*                                                                *
000400* One entry per carrier on the expected-feed calendar,           *
000500* maintained by Operations in ascending provider sequence the    *
000600* way the other masters are.  WI_MC_FEEDSCH_DAY is indexed       *
000700* Monday (1) through Sunday (7); 'Y' means the carrier sends     *
000800* on that weekday.  A date on the holiday calendar (WIMCHOL) is  *
000900* a feed day only for a carrier flagged to send on holidays.     *
001000* On a feed day WIMC090 expects WI_MC_FEEDSCH_FILE_COUNT files,  *
001100* each landed no later than WI_MC_FEEDSCH_LATEST_TIME (HHMM) on  *
001200* the processing date.  A mandatory carrier that falls short     *
001300* holds the cycle unless Operations has posted a waiver          *
001400* (WIMCFWV) for it and the date; an optional one is reported.    *
001500******************************************************************
001600    02 WI_MC_FEED_SCHEDULE.
001700       03 WI_MC_FEEDSCH_PROVIDER     PIC X(12).
001800       03 WI_MC_FEEDSCH_DAYS.
001900          05 WI_MC_FEEDSCH_DAY       PIC X(01) OCCURS 7 TIMES.
002000       03 WI_MC_FEEDSCH_HOLIDAY_SW   PIC X(01).
002100          88 WI_MC_FEEDSCH_HOLIDAY_FEED   VALUE 'Y'.
002200       03 WI_MC_FEEDSCH_FILE_COUNT   PIC 9(02).
002300       03 WI_MC_FEEDSCH_LATEST_TIME  PIC 9(04).
002400       03 WI_MC_FEEDSCH_MANDATORY_SW PIC X(01).
002500          88 WI_MC_FEEDSCH_MANDATORY      VALUE 'M'.
002600          88 WI_MC_FEEDSCH_OPTIONAL       VALUE 'O'.
002700       03 FILLER                     PIC X(53).
