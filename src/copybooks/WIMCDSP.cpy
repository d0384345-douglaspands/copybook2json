000100******************************************************************
000200* WIMCDSP - WI_MC_DISPUTE_CASE                                   *
000300*                                                                *
000400* One entry per carrier dispute on the dispute case master,      *
000500* keyed by case number and provider and maintained in that       *
000600* ascending sequence by WIMC440.  A case is opened, may be put   *
000700* under review, and is then either credited or declined before   *
000800* it is closed; an open or under-review case is active and       *
000900* holds its linked history entries against being disputed a      *
001000* second time, and an entry credited on any case - credited, or  *
001010* closed with a credit on it - stays held for good, so it is     *
001020* never credited twice.  The history entries                     *
001100* themselves are on the dispute link file (WIMCDSL);             *
001200* WI_MC_DISPUTE_LINK_COUNT and WI_MC_DISPUTE_VALUE are the       *
001300* count and signed history total of those links, and             *
001400* WI_MC_DISPUTE_CREDIT_AMOUNT the settlement-currency credit     *
001500* written to the credit extract when the case was credited.      *
001600******************************************************************
001700    02 WI_MC_DISPUTE_CASE.
001800       03 WI_MC_DISPUTE_KEY.
001900          05 WI_MC_DISPUTE_CASE_NO   PIC X(10).
002000          05 WI_MC_DISPUTE_PROVIDER  PIC X(12).
002100       03 WI_MC_DISPUTE_STATUS       PIC X(01).
002200          88 WI_MC_DISPUTE_OPEN           VALUE 'O'.
002300          88 WI_MC_DISPUTE_REVIEW         VALUE 'R'.
002400          88 WI_MC_DISPUTE_CREDITED       VALUE 'C'.
002500          88 WI_MC_DISPUTE_DECLINED       VALUE 'D'.
002600          88 WI_MC_DISPUTE_CLOSED         VALUE 'X'.
002700          88 WI_MC_DISPUTE_ACTIVE         VALUE 'O' 'R'.
002800       03 WI_MC_DISPUTE_OPENED_DATE  PIC 9(06).
002900       03 WI_MC_DISPUTE_STATUS_DATE  PIC 9(06).
003000       03 WI_MC_DISPUTE_LINK_COUNT   PIC 9(05).
003100       03 WI_MC_DISPUTE_VALUE        PIC S9(09)V99 COMP-3.
003200       03 WI_MC_DISPUTE_CREDIT_AMOUNT PIC S9(09)V99 COMP-3.
003300       03 WI_MC_DISPUTE_USER         PIC X(08).
003400       03 WI_MC_DISPUTE_DESCRIPTION  PIC X(40).
003500       03 FILLER                     PIC X(10).
