000100******************************************************************
000200* WIMCGLA - WI_MC_GL_ACCOUNT                                     *
000300*                                                                *
000400* One entry per provider / WI_MC_RESULT_TYPE /                   *
000500* WI_MC_RESULT_OPERATION the month-end journal (WIMC230) posts   *
000600* revenue for, naming the general-ledger accounts it posts to.   *
000700* Maintained by Operations the same way the rate master is, in   *
000800* ascending provider / type / operation sequence.  Spaces in     *
000900* type and operation make a provider-level default, and an       *
001000* all-spaces key the default for any provider not otherwise      *
001100* mapped; the most specific entry wins.  Billed revenue debits   *
001200* WI_MC_GL_RECEIVABLE_ACCT and credits WI_MC_GL_REVENUE_ACCT;    *
001300* the unbilled-revenue accrual for value held on suspense and    *
001400* the rating hold file debits WI_MC_GL_UNBILLED_ACCT and credits *
001500* the same revenue account.  The tax billed with the revenue     *
001510* debits the same receivable and credits WI_MC_GL_TAX_ACCT, the  *
001520* tax payable account, added at the end of the record so the     *
001530* existing entries keep their layout.                            *
001600******************************************************************
001700    02 WI_MC_GL_ACCOUNT.
001800       03 WI_MC_GL_KEY.
001900          05 WI_MC_GL_PROVIDER       PIC X(12).
002000          05 WI_MC_GL_TYPE           PIC X(16).
002100          05 WI_MC_GL_OPERATION      PIC X(24).
002200       03 WI_MC_GL_RECEIVABLE_ACCT   PIC X(12).
002300       03 WI_MC_GL_REVENUE_ACCT      PIC X(12).
002400       03 WI_MC_GL_UNBILLED_ACCT     PIC X(12).
002500       03 WI_MC_GL_COST_CENTRE       PIC X(06).
002600       03 FILLER                     PIC X(06).
002700       03 WI_MC_GL_TAX_ACCT          PIC X(12).
