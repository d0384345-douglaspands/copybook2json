003100          05 WI_MC_MAINT_CARRIER_NAME   PIC X(30).
003200          05 WI_MC_MAINT_CARRIER_STATUS PIC X(01).
003250          05 WI_MC_MAINT_CARRIER_CURR   PIC X(03).
003270          05 WI_MC_MAINT_CARRIER_JURIS  PIC X(06).
003300          05 FILLER                     PIC X(40).
003400       03 WI_MC_MAINT_REASON_DATA REDEFINES WI_MC_MAINT_DATA.
003500          05 WI_MC_MAINT_REASON_CATEGORY PIC X(20).
003600          05 WI_MC_MAINT_REASON_TEXT     PIC X(60).
