000100******************************************************************
000200* WIMCWOF - WI_MC_WRITEOFF_REC                                   *
000300*                                                                *
000400* One entry on the permanent write-off register for every held   *
000500* record WIMC240 took off the suspense file (WIMCSUS) or the     *
000600* rating hold file (WIMCRHL) under an approved write-off.  The   *
000700* register is only ever added to.  WI_MC_WOFF_DATA carries the   *
000800* complete original record, so the month-end tie-out (WIMC210)   *
000900* and the end-of-cycle tie-out (WIMC190) can attribute written-  *
001000* off value to its provider / type / operation the same way they *
001100* attribute held value.  WI_MC_WOFF_CARRIER_VALUE is the         *
001200* record's netted add-on value in the carrier's currency (a      *
001300* reversal negative); WI_MC_WOFF_SETTLE_VALUE is the same        *
001400* converted to the settlement currency at the exchange rate in   *
001500* force on the write-off date.                                   *
001600******************************************************************
001700    02 WI_MC_WRITEOFF_REC.
001800       03 WI_MC_WOFF_SOURCE        PIC X(01).
001900          88 WI_MC_WOFF_SUSPENSE         VALUE 'S'.
002000          88 WI_MC_WOFF_RATEHOLD         VALUE 'H'.
002100       03 WI_MC_WOFF_DATE          PIC 9(06).
002200       03 WI_MC_WOFF_HELD_DATE     PIC 9(06).
002300       03 WI_MC_WOFF_AGE_DAYS      PIC 9(03) COMP-3.
002400       03 WI_MC_WOFF_HOLD_REASON   PIC X(01).
002500       03 WI_MC_WOFF_APPROVAL_REF  PIC X(10).
002600       03 WI_MC_WOFF_REASON        PIC X(40).
002700       03 WI_MC_WOFF_REQUESTOR     PIC X(08).
002800       03 WI_MC_WOFF_APPROVER      PIC X(08).
002900       03 WI_MC_WOFF_CURRENCY      PIC X(03).
003000       03 WI_MC_WOFF_FX_RATE       PIC 9(03)V9(06) COMP-3.
003100       03 WI_MC_WOFF_CARRIER_VALUE PIC S9(09)V99 COMP-3.
003200       03 WI_MC_WOFF_SETTLE_VALUE  PIC S9(09)V99 COMP-3.
003300       03 FILLER                   PIC X(18).
003400       03 WI_MC_WOFF_DATA          PIC X(1780).
