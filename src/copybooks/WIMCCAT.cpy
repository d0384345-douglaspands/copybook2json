000100******************************************************************
000200* WIMCCAT - WI_MC_TYPE_OP_CATALOG                                *
000300*                                                                *
000400* One entry per WI_MC_RESULT_TYPE / WI_MC_RESULT_OPERATION       *
000500* combination a carrier is known to send.  Maintained by         *
000600* Operations the same way the rate master is, in ascending       *
000700* provider / type / operation sequence, and loaded by WIMC100    *
000800* for its intake content edits: a record whose combination is   *
000900* not on the catalog for its provider, or is on it marked        *
001000* retired, is diverted to the edit-reject file instead of        *
001100* flowing on to rating and the analytics export.                 *
001200******************************************************************
001300    02 WI_MC_TYPE_OP_CATALOG.
001400       03 WI_MC_CATALOG_KEY.
001500          05 WI_MC_CATALOG_PROVIDER   PIC X(12).
001600          05 WI_MC_CATALOG_TYPE       PIC X(16).
001700          05 WI_MC_CATALOG_OPERATION  PIC X(24).
001800       03 WI_MC_CATALOG_STATUS        PIC X(01).
001900          88 WI_MC_CATALOG_ACTIVE          VALUE 'A'.
002000          88 WI_MC_CATALOG_RETIRED         VALUE 'R'.
002100       03 FILLER                      PIC X(27).
