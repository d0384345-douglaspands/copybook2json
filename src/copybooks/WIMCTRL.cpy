001200* totals to this record before accepting the batch.  The         *
001210* control total is signed so a batch whose reversals outweigh    *
001220* its new activity still balances.                               *
001230* WI_MC_TRAILER_TAX_TOTAL is set only on a billing extract's     *
001240* trailer - the sum of WI_MC_BILLING_TAX_AMOUNT, balanced apart  *
001250* from the control total - and on a carrier's trailer on the     *
001260* settlement statement file (WIMCSTM), the month's tax; it is    *
001270* not used on any other file.                                    *
001300******************************************************************
001400    02 WI_MC_TRAILER_REC.
001500       03 WI_MC_TRAILER_ID              PIC X(12).
001600          88 WI_MC_TRAILER_IS_TRAILER        VALUE 'TRAILER-REC '.
001700       03 WI_MC_TRAILER_RECORD_COUNT    PIC 9(09) COMP-3.
001800       03 WI_MC_TRAILER_CONTROL_TOTAL   PIC S9(09)V99 COMP-3.
001900       03 WI_MC_TRAILER_TAX_TOTAL       PIC S9(09)V99 COMP-3.
