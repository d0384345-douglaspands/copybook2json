000100******************************************************************
000200* WIMCWOA - WI_MC_WOFF_APPROVAL                                  *
000300*                                                                *
000400* One entry per write-off an analyst has raised and an approver  *
000500* has signed off, read by WIMC240.  A named entry ('N') picks    *
000600* out held records by provider, held date, state/code and        *
000700* operation, narrowed by the first add-on group token when one   *
000800* is given; a range entry ('R') takes every record of one        *
000900* provider whose carried age in business days falls between      *
001000* WI_MC_WOA_AGE_FROM and WI_MC_WOA_AGE_TO (zero is no upper      *
001100* limit).  WI_MC_WOA_SOURCE limits the entry to the suspense     *
001200* file ('S'), the rating hold file ('H') or both ('B').  An      *
001300* entry with no approver, or approved by the analyst who raised  *
001400* it, is not honoured.                                           *
001500******************************************************************
001600    02 WI_MC_WOFF_APPROVAL.
001700       03 WI_MC_WOA_REF            PIC X(10).
001800       03 WI_MC_WOA_KIND           PIC X(01).
001900          88 WI_MC_WOA_NAMED             VALUE 'N'.
002000          88 WI_MC_WOA_RANGE             VALUE 'R'.
002100       03 WI_MC_WOA_SOURCE         PIC X(01).
002200          88 WI_MC_WOA_SUSPENSE          VALUE 'S'.
002300          88 WI_MC_WOA_RATEHOLD          VALUE 'H'.
002400          88 WI_MC_WOA_BOTH              VALUE 'B'.
002500       03 WI_MC_WOA_PROVIDER       PIC X(12).
002600       03 WI_MC_WOA_AGE_FROM       PIC 9(03).
002700       03 WI_MC_WOA_AGE_TO         PIC 9(03).
002800       03 WI_MC_WOA_HELD_DATE      PIC 9(06).
002900       03 WI_MC_WOA_STATE          PIC X(04).
003000       03 WI_MC_WOA_CODE           PIC X(04).
003100       03 WI_MC_WOA_OPERATION      PIC X(24).
003200       03 WI_MC_WOA_TOKEN          PIC X(128).
003300       03 WI_MC_WOA_REASON         PIC X(40).
003400       03 WI_MC_WOA_REQUESTOR      PIC X(08).
003500       03 WI_MC_WOA_APPROVER       PIC X(08).
003600       03 FILLER                   PIC X(04).
