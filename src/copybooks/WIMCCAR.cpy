001000* domestic carriers need no maintenance.  WIMC110 and WIMC200    *
001100* convert a foreign carrier's values through the exchange-rate   *
001200* file (WIMCFXR) before rating or accumulating them.             *
001210* WI_MC_CARRIER_TAX_JURIS names the tax jurisdiction the         *
001220* carrier's activity is taxed in, the first half of the key to   *
001230* the tax master (WIMCTAX); spaces mean the carrier's activity   *
001240* is not taxable and carries no tax onto the billing extract.    *
001300******************************************************************
001400    02 WI_MC_CARRIER_MASTER.
001500       03 WI_MC_CARRIER_CODE      PIC X(12).
001800          88 WI_MC_CARRIER_ACTIVE       VALUE 'A'.
001900          88 WI_MC_CARRIER_INACTIVE     VALUE 'I'.
002000       03 WI_MC_CARRIER_CURRENCY  PIC X(03).
002050       03 WI_MC_CARRIER_TAX_JURIS PIC X(06).
002100       03 FILLER                  PIC X(12).
