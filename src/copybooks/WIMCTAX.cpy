000100******************************************************************
000200* WIMCTAX - WI_MC_TAX_MASTER                                     *
000300*                                                                *
000400* One entry per tax jurisdiction / WI_MC_RESULT_TYPE /           *
000500* effective-date range, maintained by Operations the same way    *
000600* the rate master and the exchange-rate file are, in ascending   *
000700* jurisdiction / type / WI_MC_TAX_EFF_FROM sequence.  The        *
000800* jurisdiction is WI_MC_CARRIER_TAX_JURIS on the carrier master. *
000900* WIMC110 and WIMC140 apply the entry in force for the           *
001000* processing date (WIMC440 the entry in force on a credited      *
001100* entry's business date), overlaps resolving to the latest       *
001200* effective-from the same way the rate plan versions do.  A      *
001300* zero WI_MC_TAX_EFF_FROM or WI_MC_TAX_EFF_TO is open-ended.     *
001400* WI_MC_TAX_RATE is a fraction of the rated amount (0.200000 is  *
001500* twenty per cent); an entry flagged WI_MC_TAX_EXEMPT bills no   *
001600* tax but still names the WI_MC_TAX_CODE the exemption is filed  *
001700* under.  A taxable carrier whose jurisdiction and type have no  *
001800* entry in force is held on the rating hold file rather than     *
001900* billed untaxed.                                                *
002000******************************************************************
002100    02 WI_MC_TAX_MASTER.
002200       03 WI_MC_TAX_JURISDICTION  PIC X(06).
002300       03 WI_MC_TAX_TYPE          PIC X(16).
002400       03 WI_MC_TAX_EFF_FROM      PIC 9(06).
002500       03 WI_MC_TAX_EFF_TO        PIC 9(06).
002600       03 WI_MC_TAX_CODE          PIC X(04).
002700       03 WI_MC_TAX_RATE          PIC 9(01)V9(06) COMP-3.
002800       03 WI_MC_TAX_EXEMPT_FLAG   PIC X(01).
002900          88 WI_MC_TAX_EXEMPT           VALUE 'Y'.
003000       03 FILLER                  PIC X(17).
