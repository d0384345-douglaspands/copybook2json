000100******************************************************************
000200* WIMCSTM - WI_MC_STATEMENT_REC                                  *
000300*                                                                *
000400* One entry on the monthly carrier settlement statement file     *
000500* written by WIMC220.  Each carrier's statement opens with a     *
000600* header record whose first nine bytes are 'PROVIDER ' followed  *
000700* by the provider code - the header the transmission step        *
000800* already splits WIMC120's acknowledgements on - and closes with *
000900* its own WI_MC_TRAILER_REC carrying the count of statement      *
001000* entries between them and the month's net settlement amount.    *
001100* In between, WI_MC_STMT_REC_TYPE tells the entries apart:       *
001200*   'D' one day's sub-total - records, carrier-currency value,   *
001300*       charges, credits and net settlement amount;              *
001400*   'R' one reversal credited back, with its plan code, billing  *
001500*       rate, carrier currency and value and the exchange rate   *
001600*       applied;                                                 *
001700*   'P' one plan code / billing rate / currency / exchange rate  *
001800*       sub-total for the month;                                 *
001900*   'B' the balance - opening carried from the prior month's     *
002000*       statement file, the month's charges and credits, and the *
002100*       closing balance carried into next month's.               *
002200* Amounts are in the settlement currency; the carrier value is   *
002300* the add-on value in the carrier's own currency, signed         *
002400* negative on a credit the way the settlement amount is.         *
002410* WI_MC_STMT_TAX_AMOUNT is the tax billed on top of the net      *
002420* settlement amount on each entry, signed the way the amount is; *
002430* the balance entry's closing balance is the opening balance     *
002440* plus the month's net and its tax, and the carrier's trailer    *
002450* carries the month's tax in WI_MC_TRAILER_TAX_TOTAL.            *
002500******************************************************************
002600    02 WI_MC_STATEMENT_REC.
002700       03 WI_MC_STMT_PROVIDER       PIC X(12).
002800       03 WI_MC_STMT_REC_TYPE       PIC X(01).
002900          88 WI_MC_STMT_IS_DAILY         VALUE 'D'.
003000          88 WI_MC_STMT_IS_CREDIT        VALUE 'R'.
003100          88 WI_MC_STMT_IS_PLAN          VALUE 'P'.
003200          88 WI_MC_STMT_IS_BALANCE       VALUE 'B'.
003300       03 WI_MC_STMT_MONTH          PIC 9(04).
003400       03 WI_MC_STMT_DATE           PIC 9(06).
003500       03 WI_MC_STMT_TYPE           PIC X(16).
003600       03 WI_MC_STMT_OPERATION      PIC X(24).
003700       03 WI_MC_STMT_PLAN_CODE      PIC X(08).
003800       03 WI_MC_STMT_RATE           PIC 9(03)V9(04) COMP-3.
003900       03 WI_MC_STMT_CURRENCY       PIC X(03).
004000       03 WI_MC_STMT_FX_RATE        PIC 9(03)V9(06) COMP-3.
004100       03 WI_MC_STMT_RECORD_COUNT   PIC 9(09) COMP-3.
004200       03 WI_MC_STMT_CARRIER_VALUE  PIC S9(09)V99 COMP-3.
004300       03 WI_MC_STMT_CHARGES        PIC S9(09)V99 COMP-3.
004400       03 WI_MC_STMT_CREDITS        PIC S9(09)V99 COMP-3.
004500       03 WI_MC_STMT_NET_AMOUNT     PIC S9(09)V99 COMP-3.
004600       03 WI_MC_STMT_OPENING_BAL    PIC S9(09)V99 COMP-3.
004700       03 WI_MC_STMT_CLOSING_BAL    PIC S9(09)V99 COMP-3.
004710       03 WI_MC_STMT_TAX_AMOUNT     PIC S9(09)V99 COMP-3.
004800       03 FILLER                    PIC X(20).
