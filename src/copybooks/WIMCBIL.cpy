001430* exchange rate applied on the way to the settlement-currency    *
001440* amount, so billing can audit the conversion:                   *
001450* amount = add-on value * exchange rate * billing rate.          *
001451******************************************************************
001452* WI_MC_BILLING_DATE is the processing date of the run that      *
001453* rated the entry - WIMC110 for the daily feed, WIMC140 for a    *
001454* release off the rating hold file, WIMC440 for a dispute        *
001455* credit - so the month-end statement can sub-total a carrier's  *
001456* billing by day.                                                *
001457******************************************************************
001458* The tax fields are worked out at rating time from the tax      *
001459* master (WIMCTAX) entry for the carrier's jurisdiction and the  *
001461* record's type.  WI_MC_BILLING_TAX_STATUS says which case       *
001462* applied: taxed - WI_MC_BILLING_TAXABLE is the rated amount and *
001463* WI_MC_BILLING_TAX_AMOUNT is it times WI_MC_BILLING_TAX_RATE,   *
001464* both signed so a reversal or credit nets its tax off the same  *
001465* way its amount nets; exempt - the code the exemption is filed  *
001466* under, zero taxable and tax; not taxable - the carrier has no  *
001467* jurisdiction, every tax field zero or blank.  The amount       *
001468* billing posts is WI_MC_BILLING_AMOUNT plus the tax amount; the *
001469* trailer carries the tax total apart from the control total.    *
001470******************************************************************
001500    02 WI_MC_BILLING_REC.
001600       03 WI_MC_BILLING_PROVIDER    PIC X(12).
001700       03 WI_MC_BILLING_STATE       PIC X(04).
002400       03 WI_MC_BILLING_AMOUNT      PIC S9(09)V99 COMP-3.
002500       03 WI_MC_BILLING_CURRENCY    PIC X(03).
002600       03 WI_MC_BILLING_FX_RATE     PIC 9(03)V9(06) COMP-3.
002610       03 WI_MC_BILLING_DATE        PIC 9(06).
002620       03 WI_MC_BILLING_TAX_JURIS   PIC X(06).
002630       03 WI_MC_BILLING_TAX_STATUS  PIC X(01).
002640          88 WI_MC_BILLING_TAXED         VALUE 'T'.
002650          88 WI_MC_BILLING_TAX_EXEMPT    VALUE 'E'.
002660          88 WI_MC_BILLING_NOT_TAXABLE   VALUE 'N'.
002670       03 WI_MC_BILLING_TAX_CODE    PIC X(04).
002680       03 WI_MC_BILLING_TAX_RATE    PIC 9(01)V9(06) COMP-3.
002690       03 WI_MC_BILLING_TAXABLE     PIC S9(09)V99 COMP-3.
002700       03 WI_MC_BILLING_TAX_AMOUNT  PIC S9(09)V99 COMP-3.
