000100******************************************************************
000200* WIMCEDR - WI_MC_EDIT_REJECT_REC                                *
000300*                                                                *
000400* One entry written by WIMC100 for every WI_MC_RESULT data       *
000500* record from a known, active carrier that failed one or more    *
000600* of the intake content edits.  WI_MC_EDREJ_FEED_SEQ is the      *
000700* record's position on the day's feed, which the downstream      *
000800* programs use to leave it out of billing, the acknowledgement,  *
000900* the history and the analytics export.  WI_MC_EDREJ_EDIT lists  *
001000* the edits failed, in the order WIMC100 applies them:           *
001100*   01 WI_MC_RESULT_OPERATION blank                              *
001200*   02 WI_MC_RESULT_TYPE blank                                   *
001300*   03 type / operation not on the catalog for the provider      *
001400*   04 type / operation retired on the catalog                   *
001500*   05 WI_MC_GROUP_SIZE not numeric or disagrees with its token  *
001600*   06 WI_MC_GROUP_TOKEN blank behind a non-zero add-on value    *
001700* WI_MC_EDREJ_DATA carries the complete original record, add-ons *
001800* and all, so once corrected it can be resubmitted on a later    *
001900* feed the way suspense is released.                             *
002000******************************************************************
002100    02 WI_MC_EDIT_REJECT_REC.
002200       03 WI_MC_EDREJ_DATE          PIC 9(06).
002300       03 WI_MC_EDREJ_FEED_SEQ      PIC 9(09).
002400       03 WI_MC_EDREJ_PROVIDER      PIC X(12).
002500       03 WI_MC_EDREJ_STATE         PIC X(04).
002600       03 WI_MC_EDREJ_CODE          PIC X(04).
002700       03 WI_MC_EDREJ_TYPE          PIC X(16).
002800       03 WI_MC_EDREJ_OPERATION     PIC X(24).
002900       03 WI_MC_EDREJ_EDIT_COUNT    PIC 9(01).
003000       03 WI_MC_EDREJ_EDITS.
003010          05 WI_MC_EDREJ_EDIT       PIC 9(02) OCCURS 5 TIMES.
003100       03 WI_MC_EDREJ_DATA          PIC X(1780).
