000100******************************************************************
000200* WIMCGLJ - WI_MC_GL_JOURNAL_REC                                 *
000300*                                                                *
000400* One general-ledger journal line on the month-end journal file  *
000500* written by WIMC230 for the ledger interface.  Every line is    *
000600* one side of a balanced pair: billed revenue ('B'), the tax     *
000650* billed with it ('T'), the unbilled-revenue accrual for held    *
000700* value ('A'), or the reversal of last month's accrual ('R')     *
000800* dated the first day of the period.  WI_MC_GLJ_AMOUNT is        *
000900* always positive; WI_MC_GLJ_DR_CR gives the side.  The file     *
001000* ends with a control trailer,                                   *
001100* WI_MC_GLJ_TRAILER, told apart by the same 'TRAILER-REC '       *
001200* identifier WI_MC_TRAILER_REC uses, carrying the line count and *
001300* the debit and credit totals separately so the ledger can       *
001400* prove the journal balances before posting it.                  *
001500******************************************************************
001600    02 WI_MC_GL_JOURNAL_REC.
001700       03 WI_MC_GLJ_PROVIDER         PIC X(12).
001800       03 WI_MC_GLJ_ENTRY_TYPE       PIC X(01).
001900          88 WI_MC_GLJ_BILLED             VALUE 'B'.
002000          88 WI_MC_GLJ_ACCRUAL            VALUE 'A'.
002100          88 WI_MC_GLJ_REVERSAL           VALUE 'R'.
002150          88 WI_MC_GLJ_TAX                VALUE 'T'.
002200       03 WI_MC_GLJ_PERIOD           PIC 9(04).
002300       03 WI_MC_GLJ_POST_DATE        PIC 9(06).
002400       03 WI_MC_GLJ_ACCOUNT          PIC X(12).
002500       03 WI_MC_GLJ_COST_CENTRE      PIC X(06).
002600       03 WI_MC_GLJ_DR_CR            PIC X(01).
002700          88 WI_MC_GLJ_DEBIT              VALUE 'D'.
002800          88 WI_MC_GLJ_CREDIT             VALUE 'C'.
002900       03 WI_MC_GLJ_AMOUNT           PIC S9(09)V99 COMP-3.
003000       03 WI_MC_GLJ_TYPE             PIC X(16).
003100       03 WI_MC_GLJ_OPERATION        PIC X(24).
003200       03 WI_MC_GLJ_DESCRIPTION      PIC X(30).
003300       03 FILLER                     PIC X(14).
003400    02 WI_MC_GLJ_TRAILER REDEFINES WI_MC_GL_JOURNAL_REC.
003500       03 WI_MC_GLJ_TRAILER_ID       PIC X(12).
003600          88 WI_MC_GLJ_IS_TRAILER         VALUE 'TRAILER-REC '.
003700       03 WI_MC_GLJ_TRL_LINE_COUNT   PIC 9(09) COMP-3.
003800       03 WI_MC_GLJ_TRL_DEBIT_TOTAL  PIC S9(11)V99 COMP-3.
003900       03 WI_MC_GLJ_TRL_CREDIT_TOTAL PIC S9(11)V99 COMP-3.
004000       03 FILLER                     PIC X(101).
