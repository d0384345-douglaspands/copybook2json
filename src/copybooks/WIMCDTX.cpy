000100******************************************************************
000200* WIMCDTX - WI_MC_DISPUTE_TXN                                    *
000300*                                                                *
000400* One dispute case maintenance request, applied by WIMC440 in    *
000500* file order.  OPEN creates a case for the case number and       *
000600* provider; LINK and UNLINK add or remove one history entry,     *
000700* named by its operation / business date / sequence under the    *
000800* case's provider; STATUS moves the case to the status in        *
000900* WI_MC_DTXN_NEW_STATUS (WIMCDSP values), a move to credited     *
001000* issuing the case's credit.  WI_MC_DTXN_USER identifies who     *
001100* submitted the request, for the maintenance report.             *
001200******************************************************************
001300    02 WI_MC_DISPUTE_TXN.
001400       03 WI_MC_DTXN_ACTION          PIC X(01).
001500          88 WI_MC_DTXN_OPEN_CASE         VALUE 'O'.
001600          88 WI_MC_DTXN_LINK              VALUE 'L'.
001700          88 WI_MC_DTXN_UNLINK            VALUE 'U'.
001800          88 WI_MC_DTXN_STATUS            VALUE 'S'.
001900       03 WI_MC_DTXN_USER            PIC X(08).
002000       03 WI_MC_DTXN_CASE_NO         PIC X(10).
002100       03 WI_MC_DTXN_HIST_KEY.
002200          05 WI_MC_DTXN_PROVIDER     PIC X(12).
002300          05 WI_MC_DTXN_OPERATION    PIC X(24).
002400          05 WI_MC_DTXN_DATE         PIC 9(06).
002500          05 WI_MC_DTXN_SEQ          PIC 9(09).
002600       03 WI_MC_DTXN_NEW_STATUS      PIC X(01).
002700       03 WI_MC_DTXN_DESCRIPTION     PIC X(40).
002800       03 FILLER                     PIC X(09).
