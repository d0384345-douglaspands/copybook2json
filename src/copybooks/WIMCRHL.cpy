000500* record it could not rate - the provider / type / operation     *
000600* combination was not on WI_MC_RATE_MASTER, was on it but no     *
000700* plan version was in force on the processing date, or no        *
000710* exchange rate was in force for the carrier's currency, or the  *
000715* carrier is taxable and no tax master entry was in force for    *
000717* its jurisdiction and the record's type.  The same shape the    *
000720* suspense file gave the unknown-carrier problem:                *
000900* WI_MC_RATEHOLD_DATA carries the complete original record,      *
001000* add-ons and all, so once Operations loads or re-dates the      *
001100* rate WIMC140 can re-rate the held activity onto a billing      *
001800          88 WI_MC_RATEHOLD_NO_RATE     VALUE 'N'.
001900          88 WI_MC_RATEHOLD_NOT_IN_FORCE VALUE 'F'.
001950          88 WI_MC_RATEHOLD_NO_FX        VALUE 'X'.
001960          88 WI_MC_RATEHOLD_NO_TAX       VALUE 'T'.
002000       03 WI_MC_RATEHOLD_DATE     PIC 9(06).
002100       03 WI_MC_RATEHOLD_AGE_DAYS PIC 9(03) COMP-3.
002200       03 WI_MC_RATEHOLD_DATA     PIC X(1780).
