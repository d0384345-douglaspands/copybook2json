000800* day stay distinct.  Each entry carries the state/code, the     *
000900* add-on values and the record's final disposition - billed      *
001000* (a matched reversal's total carried negative), held to         *
001100* suspense, audit trail, duplicate suspect, or diverted to the   *
001110* edit-reject file by the intake content edits - so a carrier    *
001200* dispute is answered by one WIMC420 inquiry instead of an       *
001300* afternoon of flat-file scans.  A rerun of the same business    *
001400* date collides on the key and is not loaded twice.              *
002700          88 WI_MC_TXNH_SUSPENSE       VALUE 'S'.
002800          88 WI_MC_TXNH_AUDIT          VALUE 'A'.
002900          88 WI_MC_TXNH_DUP_SUSPECT    VALUE 'D'.
002910          88 WI_MC_TXNH_EDIT_REJECT    VALUE 'E'.
003000       03 WI_MC_TXNH_ADDON_COUNT  PIC 9(01).
003100       03 WI_MC_TXNH_ADDON_VALUE  OCCURS 9 TIMES
003200                                  PIC 9(07)V99 COMP-3.
