000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC440.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC440 - DISPUTE CASE MAINTENANCE AND CREDIT ISSUE            *
000900*                                                                *
001000* Applies a transaction file of dispute case requests (layout    *
001100* WIMCDTX) against the dispute case master (WIMCDSP) and its     *
001200* link file (WIMCDSL), replacing the e-mail and spreadsheet the  *
001300* disputes WIMC420 turns up were tracked in.  Both files are     *
001400* loaded whole, sequence-checked, updated in key sequence in     *
001500* core and rewritten, the way WIMC050 maintains the crosswalk    *
001600* masters.  A history entry can only be linked to a case when    *
001700* it is on the keyed history file (WIMCTHS) dispositioned        *
001800* billed, is not itself a matched reversal, and is not already   *
001900* on another open or under-review case.  Moving a case to        *
002000* credited re-rates every linked entry the way WIMC110 rated it  *
002100* - exchange rate and plan version in force on the entry's       *
002200* business date - and writes the negated amounts to a credit     *
002300* extract of its own, one WI_MC_BILLING_REC per add-on behind    *
002400* its own WI_MC_TRAILER_REC, so billing posts the credit and     *
002500* WIMC150 matches billing's response against it like any other  *
002600* hand-off.  A case whose entries cannot all be re-rated is not  *
002700* credited at all.  Every request, applied or rejected, is       *
002800* printed on the maintenance report with the submitting user     *
002900* and a timestamp; a rejected request flags RETURN-CODE 8 and a  *
003000* master that fails its load checks RETURN-CODE 16.              *
003100*                                                                *
003200* MODIFICATION HISTORY                                           *
003300* ----------------------------------------------------------     *
003400* DATE       BY    DESCRIPTION                                   *
003500* 10/15/2026 RLH   Initial version.                              *
003510* 10/15/2026 RLH   Each credit record now carries the            *
003520*                  processing date the case was credited on.     *
003530* 10/15/2026 RLH   A credit now reverses the tax the entry was   *
003540*                  billed with: the tax master (WIMCTAX) entry   *
003550*                  in force on the entry's business date for     *
003560*                  the carrier's jurisdiction, negated with the  *
003570*                  amount, and the trailer carries the tax       *
003580*                  total.  A taxable entry with no tax entry in  *
003590*                  force rejects the credit.                     *
003592* 10/15/2026 RLH   An entry credited on any case - credited, or  *
003594*                  closed with a credit on it - now stays held   *
003596*                  and is rejected if linked to another case,    *
003598*                  so it cannot be credited twice.               *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT WI-MC-DTXN-FILE
004100         ASSIGN TO WIMCDTXN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WI-MC-DTXN-STATUS.
004400
004500     SELECT WI-MC-CASE-IN-FILE
004600         ASSIGN TO WIMCDSPI
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WI-MC-CASE-IN-STATUS.
004900
005000     SELECT WI-MC-CASE-OUT-FILE
005100         ASSIGN TO WIMCDSPO
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WI-MC-CASE-OUT-STATUS.
005400
005500     SELECT WI-MC-LINK-IN-FILE
005600         ASSIGN TO WIMCDSLI
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WI-MC-LINK-IN-STATUS.
005900
006000     SELECT WI-MC-LINK-OUT-FILE
006100         ASSIGN TO WIMCDSLO
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WI-MC-LINK-OUT-STATUS.
006400
006500     SELECT WI-MC-TXNHIST-FILE
006600         ASSIGN TO WIMCTHST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS WI_MC_TXNH_KEY
007000         FILE STATUS IS WI-MC-TXNHIST-STATUS.
007100
007200     SELECT WI-MC-CARRIER-FILE
007300         ASSIGN TO WIMCCARM
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WI-MC-CARRIER-STATUS.
007600
007700     SELECT WI-MC-RATE-FILE
007800         ASSIGN TO WIMCRTEM
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WI-MC-RATE-STATUS.
008100
008200     SELECT WI-MC-FX-FILE
008300         ASSIGN TO WIMCFXRM
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WI-MC-FX-STATUS.
008510
008520     SELECT WI-MC-TAX-FILE
008530         ASSIGN TO WIMCTAXM
008540         ORGANIZATION IS SEQUENTIAL
008550         FILE STATUS IS WI-MC-TAX-STATUS.
008600
008700     SELECT WI-MC-PROC-DATE-FILE
008800         ASSIGN TO WIMCPDTE
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
009100
009200     SELECT WI-MC-CREDIT-FILE
009300         ASSIGN TO WIMCDCRX
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WI-MC-CREDIT-STATUS.
009600
009700     SELECT WI-MC-DSP-RPT-FILE
009800         ASSIGN TO WIMCDMNR
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WI-MC-DSP-RPT-STATUS.
010100
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  WI-MC-DTXN-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  WI-MC-DTXN-REC.
010700     COPY WIMCDTX.
010800
010900 FD  WI-MC-CASE-IN-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  WI-MC-CASE-IN-REC.
011200     COPY WIMCDSP.
011300
011400 FD  WI-MC-CASE-OUT-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  WI-MC-CASE-OUT-REC.
011700     COPY WIMCDSP.
011800
011900 FD  WI-MC-LINK-IN-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  WI-MC-LINK-IN-REC.
012200     COPY WIMCDSL.
012300
012400 FD  WI-MC-LINK-OUT-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  WI-MC-LINK-OUT-REC.
012700     COPY WIMCDSL.
012800
012900 FD  WI-MC-TXNHIST-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  WI-MC-TXNHIST-REC.
013200     COPY WIMCTHS.
013300
013400 FD  WI-MC-CARRIER-FILE
013500     LABEL RECORDS ARE STANDARD.
013600 01  WI-MC-CARRIER-REC.
013700     COPY WIMCCAR.
013800
013900 FD  WI-MC-RATE-FILE
014000     LABEL RECORDS ARE STANDARD.
014100 01  WI-MC-RATE-REC.
014200     COPY WIMCRTE.
014300
014400 FD  WI-MC-FX-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  WI-MC-FX-REC.
014700     COPY WIMCFXR.
014710
014720 FD  WI-MC-TAX-FILE
014730     LABEL RECORDS ARE STANDARD.
014740 01  WI-MC-TAX-REC.
014750     COPY WIMCTAX.
014800
014900 FD  WI-MC-PROC-DATE-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  WI-MC-PROC-DATE-REC.
015200     COPY WIMCPDT.
015300
015400 FD  WI-MC-CREDIT-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 01  WI-MC-CREDIT-REC.
015700     COPY WIMCBIL.
015800 01  WI-MC-CREDIT-TRL-REC.
015900     COPY WIMCTRL.
016000
016100 FD  WI-MC-DSP-RPT-FILE
016200     LABEL RECORDS ARE STANDARD.
016300 01  WI-MC-DSP-RPT-REC              PIC X(132).
016400
016500 WORKING-STORAGE SECTION.
016600
016700 77  WI-MC-DTXN-STATUS              PIC X(02) VALUE SPACES.
016800 77  WI-MC-CASE-IN-STATUS           PIC X(02) VALUE SPACES.
016900 77  WI-MC-CASE-OUT-STATUS          PIC X(02) VALUE SPACES.
017000 77  WI-MC-LINK-IN-STATUS           PIC X(02) VALUE SPACES.
017100 77  WI-MC-LINK-OUT-STATUS          PIC X(02) VALUE SPACES.
017200 77  WI-MC-TXNHIST-STATUS           PIC X(02) VALUE SPACES.
017300 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
017400 77  WI-MC-RATE-STATUS              PIC X(02) VALUE SPACES.
017500 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
017510 77  WI-MC-TAX-STATUS               PIC X(02) VALUE SPACES.
017600 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
017700 77  WI-MC-CREDIT-STATUS            PIC X(02) VALUE SPACES.
017800 77  WI-MC-DSP-RPT-STATUS           PIC X(02) VALUE SPACES.
017900
018000 01  WI-MC-SWITCHES.
018100     05 WI-MC-TXN-EOF-SW            PIC X(01) VALUE 'N'.
018200        88 WI-MC-TXN-EOF                  VALUE 'Y'.
018300     05 WI-MC-CASE-IN-EOF-SW        PIC X(01) VALUE 'N'.
018400        88 WI-MC-CASE-IN-EOF              VALUE 'Y'.
018500     05 WI-MC-LINK-IN-EOF-SW        PIC X(01) VALUE 'N'.
018600        88 WI-MC-LINK-IN-EOF              VALUE 'Y'.
018700     05 WI-MC-CARRIER-EOF-SW        PIC X(01) VALUE 'N'.
018800        88 WI-MC-CARRIER-EOF              VALUE 'Y'.
018900     05 WI-MC-RATE-EOF-SW           PIC X(01) VALUE 'N'.
019000        88 WI-MC-RATE-EOF                 VALUE 'Y'.
019100     05 WI-MC-FX-EOF-SW             PIC X(01) VALUE 'N'.
019200        88 WI-MC-FX-EOF                   VALUE 'Y'.
019210     05 WI-MC-TAX-EOF-SW            PIC X(01) VALUE 'N'.
019220        88 WI-MC-TAX-EOF                  VALUE 'Y'.
019300     05 WI-MC-CASE-FOUND-SW         PIC X(01) VALUE 'N'.
019400        88 WI-MC-CASE-FOUND               VALUE 'Y'.
019500     05 WI-MC-LINK-FOUND-SW         PIC X(01) VALUE 'N'.
019600        88 WI-MC-LINK-FOUND               VALUE 'Y'.
019700     05 WI-MC-OTHER-CASE-SW         PIC X(01) VALUE 'N'.
019800        88 WI-MC-ON-OTHER-CASE            VALUE 'Y'.
019900     05 WI-MC-HIST-FOUND-SW         PIC X(01) VALUE 'N'.
020000        88 WI-MC-HIST-FOUND               VALUE 'Y'.
020100     05 WI-MC-CARRIER-FOUND-SW      PIC X(01) VALUE 'N'.
020200        88 WI-MC-CARRIER-FOUND            VALUE 'Y'.
020300     05 WI-MC-FX-FOUND-SW           PIC X(01) VALUE 'N'.
020400        88 WI-MC-FX-FOUND                 VALUE 'Y'.
020410     05 WI-MC-TAX-FOUND-SW          PIC X(01) VALUE 'N'.
020420        88 WI-MC-TAX-FOUND                VALUE 'Y'.
020500     05 WI-MC-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
020600        88 WI-MC-RATE-FOUND               VALUE 'Y'.
020700     05 WI-MC-RATE-KEY-FOUND-SW     PIC X(01) VALUE 'N'.
020800        88 WI-MC-RATE-KEY-FOUND           VALUE 'Y'.
020900     05 WI-MC-RATE-SCAN-SW          PIC X(01) VALUE 'N'.
021000        88 WI-MC-RATE-SCAN-DONE           VALUE 'Y'.
021100     05 WI-MC-CREDIT-OK-SW          PIC X(01) VALUE 'Y'.
021200        88 WI-MC-CREDIT-OK                VALUE 'Y'.
021300     05 WI-MC-CREDIT-WRITE-SW       PIC X(01) VALUE 'N'.
021400        88 WI-MC-CREDIT-WRITE             VALUE 'Y'.
021500
021600 01  WI-MC-COUNTERS.
021700     05 WI-MC-CASE-COUNT            PIC 9(05) COMP VALUE ZERO.
021800     05 WI-MC-LINK-COUNT            PIC 9(05) COMP VALUE ZERO.
021900     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
022000     05 WI-MC-RATE-COUNT            PIC 9(05) COMP VALUE ZERO.
022100     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
022110     05 WI-MC-TAX-COUNT             PIC 9(04) COMP VALUE ZERO.
022200     05 WI-MC-TXN-READ              PIC 9(09) COMP VALUE ZERO.
022300     05 WI-MC-TXN-APPLIED           PIC 9(09) COMP VALUE ZERO.
022400     05 WI-MC-TXN-REJECTED          PIC 9(09) COMP VALUE ZERO.
022500     05 WI-MC-LOAD-ERRORS           PIC 9(05) COMP VALUE ZERO.
022600     05 WI-MC-CASES-CREDITED        PIC 9(09) COMP VALUE ZERO.
022700     05 WI-MC-CREDIT-WRITTEN        PIC 9(09) COMP VALUE ZERO.
022800
022900 01  WI-MC-CREDIT-CONTROL-TOTAL     PIC S9(09)V99 COMP-3
023000                                     VALUE ZERO.
023010 01  WI-MC-CREDIT-TAX-TOTAL         PIC S9(09)V99 COMP-3
023020                                     VALUE ZERO.
023100 01  WI-MC-CASE-CREDIT-WORK         PIC S9(09)V99 COMP-3
023200                                     VALUE ZERO.
023300 01  WI-MC-RATED-AMOUNT             PIC S9(09)V99 COMP-3
023400                                     VALUE ZERO.
023500 01  WI-MC-ADDON-SUBSCRIPT          PIC 9(01) COMP VALUE ZERO.
023600 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
023700 01  WI-MC-REJECT-REASON            PIC X(36) VALUE SPACES.
023800 01  WI-MC-LOAD-MASTER              PIC X(10) VALUE SPACES.
023900 01  WI-MC-STATUS-BYTE              PIC X(01) VALUE SPACE.
024000 01  WI-MC-STATUS-WORD              PIC X(12) VALUE SPACES.
024100 01  WI-MC-OLD-STATUS-WORD          PIC X(12) VALUE SPACES.
024200
024300******************************************************************
024400* WI-MC-CASE-TABLE - the dispute case master held in core in     *
024500* ascending case number / provider sequence while the requests   *
024600* are applied, so an OPEN is slotted into its key position and   *
024700* the rewritten master is always in sequence.                    *
024800******************************************************************
024900 01  WI-MC-CASE-TABLE.
025000     05 WI-MC-CASE-ENTRY OCCURS 1 TO 5000 TIMES
025100           DEPENDING ON WI-MC-CASE-COUNT.
025200        10 WI-MC-CASE-TBL-KEY.
025300           15 WI-MC-CASE-TBL-CASE-NO   PIC X(10).
025400           15 WI-MC-CASE-TBL-PROVIDER  PIC X(12).
025500        10 WI-MC-CASE-TBL-STATUS    PIC X(01).
025600           88 WI-MC-CASE-TBL-ACTIVE       VALUE 'O' 'R'.
025700        10 WI-MC-CASE-TBL-OPENED    PIC 9(06).
025800        10 WI-MC-CASE-TBL-STAT-DATE PIC 9(06).
025900        10 WI-MC-CASE-TBL-LINKS     PIC 9(05) COMP.
026000        10 WI-MC-CASE-TBL-VALUE     PIC S9(09)V99 COMP-3.
026100        10 WI-MC-CASE-TBL-CREDIT    PIC S9(09)V99 COMP-3.
026200        10 WI-MC-CASE-TBL-USER      PIC X(08).
026300        10 WI-MC-CASE-TBL-DESC      PIC X(40).
026400
026500 01  WI-MC-CASE-KEY-WORK.
026600     05 WI-MC-CKEY-CASE-NO          PIC X(10).
026700     05 WI-MC-CKEY-PROVIDER         PIC X(12).
026800 01  WI-MC-PREV-CASE-KEY            PIC X(22) VALUE LOW-VALUES.
026900 01  WI-MC-CASE-POS                 PIC 9(05) COMP VALUE ZERO.
027000 01  WI-MC-CASE-SAVE-POS            PIC 9(05) COMP VALUE ZERO.
027100
027200******************************************************************
027300* WI-MC-LINK-TABLE - the dispute link file in core, in ascending *
027400* case number / history key sequence, so a case's links are     *
027500* contiguous and follow the case master's own order.             *
027600******************************************************************
027700 01  WI-MC-LINK-TABLE.
027800     05 WI-MC-LINK-ENTRY OCCURS 1 TO 20000 TIMES
027900           DEPENDING ON WI-MC-LINK-COUNT.
028000        10 WI-MC-LINK-TBL-KEY.
028100           15 WI-MC-LINK-TBL-CASE-NO   PIC X(10).
028200           15 WI-MC-LINK-TBL-HIST-KEY.
028300              20 WI-MC-LINK-TBL-PROVIDER  PIC X(12).
028400              20 WI-MC-LINK-TBL-OPERATION PIC X(24).
028500              20 WI-MC-LINK-TBL-DATE      PIC 9(06).
028600              20 WI-MC-LINK-TBL-SEQ       PIC 9(09).
028700        10 WI-MC-LINK-TBL-LINKED    PIC 9(06).
028800        10 WI-MC-LINK-TBL-VALUE     PIC S9(09)V99 COMP-3.
028900
029000 01  WI-MC-LINK-KEY-WORK.
029100     05 WI-MC-LKEY-CASE-NO          PIC X(10).
029200     05 WI-MC-LKEY-HIST-KEY         PIC X(51).
029300 01  WI-MC-PREV-LINK-KEY            PIC X(61) VALUE LOW-VALUES.
029400 01  WI-MC-LINK-POS                 PIC 9(05) COMP VALUE ZERO.
029500 01  WI-MC-LINK-SUB                 PIC 9(05) COMP VALUE ZERO.
029600 01  WI-MC-BIN-LO                   PIC 9(05) COMP VALUE ZERO.
029700 01  WI-MC-BIN-HI                   PIC 9(05) COMP VALUE ZERO.
029800 01  WI-MC-BIN-MID                  PIC 9(05) COMP VALUE ZERO.
029900 01  WI-MC-TBL-SUB                  PIC 9(05) COMP VALUE ZERO.
030000
030100******************************************************************
030200* WI-MC-CARRIER-TABLE - WI_MC_CARRIER_MASTER, probed with SEARCH *
030210* ALL for the provider on an OPEN and for the currency and tax   *
030220* jurisdiction of a linked entry when the case is credited.      *
030500******************************************************************
030600 01  WI-MC-CARRIER-TABLE.
030700     05 WI-MC-CARRIER-ENTRY OCCURS 1 TO 5000 TIMES
030800           DEPENDING ON WI-MC-CARRIER-COUNT
030900           ASCENDING KEY IS WI-MC-CARRIER-TBL-CODE
031000           INDEXED BY WI-MC-CARRIER-IDX.
031100        10 WI-MC-CARRIER-TBL-CODE   PIC X(12).
031200        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
031210        10 WI-MC-CARRIER-TBL-JURIS  PIC X(06).
031300
031400******************************************************************
031500* WI-MC-FX-TABLE / WI-MC-RATE-TABLE - the dated exchange-rate    *
031600* file and WI_MC_RATE_MASTER, loaded and probed exactly as       *
031700* WIMC110 loads and probes them, so a credited entry is rated    *
031800* back at the amount it was billed at.  The rating date is the   *
031900* linked entry's own business date.                              *
032000******************************************************************
032100 01  WI-MC-SETTLE-CURRENCY          PIC X(03) VALUE 'USD'.
032200
032300 01  WI-MC-FX-TABLE.
032400     05 WI-MC-FX-ENTRY OCCURS 1 TO 500 TIMES
032500           DEPENDING ON WI-MC-FX-COUNT.
032600        10 WI-MC-FX-TBL-CURRENCY    PIC X(03).
032700        10 WI-MC-FX-TBL-EFF-FROM    PIC 9(06).
032800        10 WI-MC-FX-TBL-EFF-TO      PIC 9(06).
032900        10 WI-MC-FX-TBL-RATE        PIC 9(03)V9(06) COMP-3.
033000 01  WI-MC-FX-SUB                   PIC 9(03) COMP VALUE ZERO.
033100 01  WI-MC-CARRIER-CURR-WORK        PIC X(03) VALUE SPACES.
033200 01  WI-MC-FX-RATE-WORK             PIC 9(03)V9(06) COMP-3
033300                                     VALUE ZERO.
033400 01  WI-MC-CONV-VALUE-WORK          PIC S9(09)V99 COMP-3
033500                                     VALUE ZERO.
033600 01  WI-MC-RATE-DATE-WORK           PIC 9(06) VALUE ZERO.
033700
033800 01  WI-MC-RATE-TABLE.
033900     05 WI-MC-RATE-ENTRY OCCURS 1 TO 20000 TIMES
034000           DEPENDING ON WI-MC-RATE-COUNT.
034100        10 WI-MC-RATE-TBL-KEY.
034200           15 WI-MC-RATE-TBL-PROVIDER  PIC X(12).
034300           15 WI-MC-RATE-TBL-TYPE      PIC X(16).
034400           15 WI-MC-RATE-TBL-OPERATION PIC X(24).
034500        10 WI-MC-RATE-TBL-PLAN      PIC X(08).
034600        10 WI-MC-RATE-TBL-FACTOR    PIC 9(03)V9(04) COMP-3.
034700        10 WI-MC-RATE-TBL-EFF-FROM  PIC 9(06).
034800        10 WI-MC-RATE-TBL-EFF-TO    PIC 9(06).
034900
035000 01  WI-MC-RATE-KEY-WORK.
035100     05 WI-MC-RKEY-PROVIDER         PIC X(12).
035200     05 WI-MC-RKEY-TYPE             PIC X(16).
035300     05 WI-MC-RKEY-OPERATION        PIC X(24).
035400 01  WI-MC-RATE-BIN-LO              PIC 9(05) COMP VALUE ZERO.
035500 01  WI-MC-RATE-BIN-HI              PIC 9(05) COMP VALUE ZERO.
035600 01  WI-MC-RATE-BIN-MID             PIC 9(05) COMP VALUE ZERO.
035700 01  WI-MC-RATE-POS                 PIC 9(05) COMP VALUE ZERO.
035800 01  WI-MC-RATE-FACTOR-WORK         PIC 9(03)V9(04) COMP-3
035900                                     VALUE ZERO.
036000 01  WI-MC-RATE-PLAN-WORK           PIC X(08) VALUE SPACES.
036002
036004******************************************************************
036006* WI-MC-TAX-TABLE - the tax master (WIMCTAX), probed the way     *
036008* WIMC110 probes it against the linked entry's business date, so *
036010* the credit reverses the tax the entry was billed with.  A      *
036012* carrier with no jurisdiction is not taxable.                   *
036014******************************************************************
036016 01  WI-MC-TAX-TABLE.
036018     05 WI-MC-TAX-ENTRY OCCURS 1 TO 2000 TIMES
036020           DEPENDING ON WI-MC-TAX-COUNT.
036022        10 WI-MC-TAX-TBL-JURIS      PIC X(06).
036024        10 WI-MC-TAX-TBL-TYPE       PIC X(16).
036026        10 WI-MC-TAX-TBL-EFF-FROM   PIC 9(06).
036028        10 WI-MC-TAX-TBL-EFF-TO     PIC 9(06).
036030        10 WI-MC-TAX-TBL-CODE       PIC X(04).
036032        10 WI-MC-TAX-TBL-RATE       PIC 9(01)V9(06) COMP-3.
036034        10 WI-MC-TAX-TBL-EXEMPT     PIC X(01).
036036 01  WI-MC-TAX-SUB                  PIC 9(04) COMP VALUE ZERO.
036038 01  WI-MC-TAX-JURIS-WORK           PIC X(06) VALUE SPACES.
036040 01  WI-MC-TAX-STATUS-WORK          PIC X(01) VALUE SPACE.
036042 01  WI-MC-TAX-CODE-WORK            PIC X(04) VALUE SPACES.
036044 01  WI-MC-TAX-RATE-WORK            PIC 9(01)V9(06) COMP-3
036046                                     VALUE ZERO.
036048 01  WI-MC-TAXABLE-WORK             PIC S9(09)V99 COMP-3
036050                                     VALUE ZERO.
036052 01  WI-MC-TAX-AMOUNT-WORK          PIC S9(09)V99 COMP-3
036054                                     VALUE ZERO.
036100
036200 01  WI-MC-DSP-TIMESTAMP-WORK.
036300     05 WI-MC-DSP-DATE              PIC 9(06).
036400     05 WI-MC-DSP-TIME              PIC 9(08).
036500 01  WI-MC-DSP-STAMP                PIC X(15) VALUE SPACES.
036600
036700 01  WI-MC-DSP-HDR-1.
036800     05 FILLER                      PIC X(01) VALUE SPACE.
036900     05 FILLER                      PIC X(35) VALUE
037000        'WIMC440 DISPUTE CASE MAINTENANCE - '.
037100     05 WI-MC-H-STAMP               PIC X(15).
037200     05 FILLER                      PIC X(81) VALUE SPACES.
037300
037400 01  WI-MC-DSP-DTL-1.
037500     05 FILLER                      PIC X(01) VALUE SPACE.
037600     05 WI-MC-D-ACTION              PIC X(10).
037700     05 FILLER                      PIC X(01) VALUE SPACE.
037800     05 WI-MC-D-CASE-NO             PIC X(10).
037900     05 FILLER                      PIC X(01) VALUE SPACE.
038000     05 WI-MC-D-PROVIDER            PIC X(12).
038100     05 FILLER                      PIC X(01) VALUE SPACE.
038200     05 WI-MC-D-USER                PIC X(08).
038300     05 FILLER                      PIC X(01) VALUE SPACE.
038400     05 WI-MC-D-STAMP               PIC X(15).
038500     05 FILLER                      PIC X(01) VALUE SPACE.
038600     05 WI-MC-D-DISP                PIC X(08).
038700     05 FILLER                      PIC X(01) VALUE SPACE.
038800     05 WI-MC-D-REASON              PIC X(36).
038900     05 FILLER                      PIC X(26) VALUE SPACES.
039000
039100******************************************************************
039200* The second line of an applied or rejected request: the history *
039300* entry a LINK or UNLINK names, the status movement of a STATUS  *
039400* request, and the value linked or credit issued.                *
039500******************************************************************
039600 01  WI-MC-DSP-DTL-2.
039700     05 FILLER                      PIC X(05) VALUE SPACES.
039800     05 WI-MC-E-OPERATION           PIC X(24).
039900     05 FILLER                      PIC X(01) VALUE SPACE.
040000     05 WI-MC-E-DATE                PIC X(06).
040100     05 FILLER                      PIC X(01) VALUE SPACE.
040200     05 WI-MC-E-SEQ                 PIC X(09).
040300     05 FILLER                      PIC X(02) VALUE SPACES.
040400     05 WI-MC-E-OLD-STATUS          PIC X(12).
040500     05 WI-MC-E-ARROW               PIC X(04).
040600     05 WI-MC-E-NEW-STATUS          PIC X(12).
040700     05 FILLER                      PIC X(02) VALUE SPACES.
040800     05 WI-MC-E-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
040900     05 FILLER                      PIC X(39) VALUE SPACES.
041000
041100 01  WI-MC-DSP-TOT-LINE.
041200     05 FILLER                      PIC X(01) VALUE SPACE.
041300     05 FILLER                      PIC X(19) VALUE
041400        'TRANSACTIONS READ  '.
041500     05 WI-MC-T-READ                PIC ZZZ,ZZZ,ZZ9.
041600     05 FILLER                      PIC X(11) VALUE
041700        '  APPLIED  '.
041800     05 WI-MC-T-APPLIED             PIC ZZZ,ZZZ,ZZ9.
041900     05 FILLER                      PIC X(11) VALUE
042000        '  REJECTED '.
042100     05 WI-MC-T-REJECTED            PIC ZZZ,ZZZ,ZZ9.
042200     05 FILLER                      PIC X(57) VALUE SPACES.
042300
042400 01  WI-MC-DSP-CREDIT-LINE.
042500     05 FILLER                      PIC X(01) VALUE SPACE.
042600     05 FILLER                      PIC X(19) VALUE
042700        'CASES CREDITED     '.
042800     05 WI-MC-T-CASES               PIC ZZZ,ZZZ,ZZ9.
042900     05 FILLER                      PIC X(18) VALUE
043000        '  CREDIT RECORDS  '.
043100     05 WI-MC-T-CREDIT-RECS         PIC ZZZ,ZZZ,ZZ9.
043200     05 FILLER                      PIC X(16) VALUE
043300        '  CREDIT TOTAL  '.
043400     05 WI-MC-T-CREDIT-TOTAL        PIC -ZZZ,ZZZ,ZZ9.99.
043500     05 FILLER                      PIC X(41) VALUE SPACES.
043600
043700 PROCEDURE DIVISION.
043800
043900******************************************************************
044000* 0000-MAINLINE                                                  *
044100******************************************************************
044200 0000-MAINLINE.
044300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044400     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
044500         UNTIL WI-MC-TXN-EOF.
044600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
044700     STOP RUN.
044800
044900******************************************************************
045000* 1000-INITIALIZE - open everything, load and sequence-check the *
045010* case master and link file, load the carrier, rate,             *
045020* exchange-rate and tax files for crediting and prime the first  *
045030* transaction read.                                              *
045400******************************************************************
045500 1000-INITIALIZE.
045600     OPEN OUTPUT WI-MC-DSP-RPT-FILE.
045700     IF WI-MC-DSP-RPT-STATUS NOT = '00'
045800         DISPLAY 'WIMC440 - MAINT REPORT OPEN FAILED, STATUS '
045900             WI-MC-DSP-RPT-STATUS
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN
046200     END-IF.
046300     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
046400     MOVE WI-MC-DSP-STAMP TO WI-MC-H-STAMP.
046500     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-HDR-1.
046600
046700     OPEN INPUT WI-MC-PROC-DATE-FILE.
046800     IF WI-MC-PROC-DATE-STATUS = '00'
046900         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
047000         CLOSE WI-MC-PROC-DATE-FILE
047100     END-IF.
047200     IF WI-MC-RUN-DATE = ZERO
047300         DISPLAY 'WIMC440 - NO PROCESSING DATE CONTROL, '
047400             'CLOCK DATE USED'
047500         ACCEPT WI-MC-RUN-DATE FROM DATE
047600     END-IF.
047700
047800     OPEN INPUT WI-MC-CASE-IN-FILE.
047900     IF WI-MC-CASE-IN-STATUS NOT = '00'
048000         DISPLAY 'WIMC440 - CASE MASTER OPEN FAILED, STATUS '
048100             WI-MC-CASE-IN-STATUS
048200         MOVE 16 TO RETURN-CODE
048300         STOP RUN
048400     END-IF.
048500     PERFORM 1100-LOAD-CASE THRU 1100-EXIT
048600         UNTIL WI-MC-CASE-IN-EOF.
048700     CLOSE WI-MC-CASE-IN-FILE.
048800
048900     OPEN INPUT WI-MC-LINK-IN-FILE.
049000     IF WI-MC-LINK-IN-STATUS NOT = '00'
049100         DISPLAY 'WIMC440 - LINK FILE OPEN FAILED, STATUS '
049200             WI-MC-LINK-IN-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         STOP RUN
049500     END-IF.
049600     PERFORM 1200-LOAD-LINK THRU 1200-EXIT
049700         UNTIL WI-MC-LINK-IN-EOF.
049800     CLOSE WI-MC-LINK-IN-FILE.
049900
050000     OPEN INPUT WI-MC-CARRIER-FILE.
050100     IF WI-MC-CARRIER-STATUS NOT = '00'
050200         DISPLAY 'WIMC440 - CARRIER MASTER OPEN FAILED, STATUS '
050300             WI-MC-CARRIER-STATUS
050400         MOVE 16 TO RETURN-CODE
050500         STOP RUN
050600     END-IF.
050700     PERFORM 1150-LOAD-CARRIER-TABLE THRU 1150-EXIT
050800         UNTIL WI-MC-CARRIER-EOF.
050900     CLOSE WI-MC-CARRIER-FILE.
051000
051100     OPEN INPUT WI-MC-RATE-FILE.
051200     IF WI-MC-RATE-STATUS NOT = '00'
051300         DISPLAY 'WIMC440 - RATE MASTER OPEN FAILED, STATUS '
051400             WI-MC-RATE-STATUS
051500         MOVE 16 TO RETURN-CODE
051600         STOP RUN
051700     END-IF.
051800     PERFORM 1250-LOAD-RATE-TABLE THRU 1250-EXIT
051900         UNTIL WI-MC-RATE-EOF.
052000     CLOSE WI-MC-RATE-FILE.
052100
052200     OPEN INPUT WI-MC-FX-FILE.
052300     IF WI-MC-FX-STATUS = '00'
052400         PERFORM 1450-LOAD-FX-TABLE THRU 1450-EXIT
052500             UNTIL WI-MC-FX-EOF
052600         CLOSE WI-MC-FX-FILE
052700     END-IF.
052710
052720     OPEN INPUT WI-MC-TAX-FILE.
052730     IF WI-MC-TAX-STATUS = '00'
052740         PERFORM 1460-LOAD-TAX-TABLE THRU 1460-EXIT
052750             UNTIL WI-MC-TAX-EOF
052760         CLOSE WI-MC-TAX-FILE
052770     END-IF.
052800
052900     OPEN INPUT WI-MC-TXNHIST-FILE.
053000     IF WI-MC-TXNHIST-STATUS NOT = '00'
053100         DISPLAY 'WIMC440 - HISTORY FILE OPEN FAILED, STATUS '
053200             WI-MC-TXNHIST-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF.
053600
053700     OPEN INPUT WI-MC-DTXN-FILE.
053800     IF WI-MC-DTXN-STATUS NOT = '00'
053900         DISPLAY 'WIMC440 - DISPUTE TXN OPEN FAILED, STATUS '
054000             WI-MC-DTXN-STATUS
054100         MOVE 16 TO RETURN-CODE
054200         STOP RUN
054300     END-IF.
054400     OPEN OUTPUT WI-MC-CASE-OUT-FILE.
054500     OPEN OUTPUT WI-MC-LINK-OUT-FILE.
054600     OPEN OUTPUT WI-MC-CREDIT-FILE.
054700     PERFORM 2900-READ-TXN THRU 2900-EXIT.
054800 1000-EXIT.
054900     EXIT.
055000
055100******************************************************************
055200* 1100-LOAD-CASE - load the dispute case master, rejecting any   *
055300* row that is a duplicate of or out of sequence with the row     *
055400* before it, the same load check WIMC050 makes.                  *
055500******************************************************************
055600 1100-LOAD-CASE.
055700     READ WI-MC-CASE-IN-FILE
055800         AT END
055900             SET WI-MC-CASE-IN-EOF TO TRUE
056000         NOT AT END
056100             PERFORM 1110-ADD-CASE-ROW THRU 1110-EXIT
056200     END-READ.
056300 1100-EXIT.
056400     EXIT.
056500
056600 1110-ADD-CASE-ROW.
056700     MOVE WI_MC_DISPUTE_KEY IN WI-MC-CASE-IN-REC
056800         TO WI-MC-CASE-KEY-WORK.
056900     IF WI-MC-CASE-KEY-WORK NOT > WI-MC-PREV-CASE-KEY
057000         MOVE 'CASE' TO WI-MC-LOAD-MASTER
057100         MOVE 'MASTER KEY OUT OF SEQUENCE' TO WI-MC-REJECT-REASON
057200         PERFORM 1900-WRITE-LOAD-ERROR THRU 1900-EXIT
057300         GO TO 1110-EXIT
057400     END-IF.
057500     IF WI-MC-CASE-COUNT = 5000
057600         MOVE 'CASE' TO WI-MC-LOAD-MASTER
057700         MOVE 'CASE TABLE FULL' TO WI-MC-REJECT-REASON
057800         PERFORM 1900-WRITE-LOAD-ERROR THRU 1900-EXIT
057900         GO TO 1110-EXIT
058000     END-IF.
058100     ADD 1 TO WI-MC-CASE-COUNT.
058200     MOVE WI-MC-CASE-KEY-WORK
058300         TO WI-MC-CASE-TBL-KEY (WI-MC-CASE-COUNT).
058400     MOVE WI_MC_DISPUTE_STATUS IN WI-MC-CASE-IN-REC
058500         TO WI-MC-CASE-TBL-STATUS (WI-MC-CASE-COUNT).
058600     MOVE WI_MC_DISPUTE_OPENED_DATE IN WI-MC-CASE-IN-REC
058700         TO WI-MC-CASE-TBL-OPENED (WI-MC-CASE-COUNT).
058800     MOVE WI_MC_DISPUTE_STATUS_DATE IN WI-MC-CASE-IN-REC
058900         TO WI-MC-CASE-TBL-STAT-DATE (WI-MC-CASE-COUNT).
059000     MOVE WI_MC_DISPUTE_LINK_COUNT IN WI-MC-CASE-IN-REC
059100         TO WI-MC-CASE-TBL-LINKS (WI-MC-CASE-COUNT).
059200     MOVE WI_MC_DISPUTE_VALUE IN WI-MC-CASE-IN-REC
059300         TO WI-MC-CASE-TBL-VALUE (WI-MC-CASE-COUNT).
059400     MOVE WI_MC_DISPUTE_CREDIT_AMOUNT IN WI-MC-CASE-IN-REC
059500         TO WI-MC-CASE-TBL-CREDIT (WI-MC-CASE-COUNT).
059600     MOVE WI_MC_DISPUTE_USER IN WI-MC-CASE-IN-REC
059700         TO WI-MC-CASE-TBL-USER (WI-MC-CASE-COUNT).
059800     MOVE WI_MC_DISPUTE_DESCRIPTION IN WI-MC-CASE-IN-REC
059900         TO WI-MC-CASE-TBL-DESC (WI-MC-CASE-COUNT).
060000     MOVE WI-MC-CASE-KEY-WORK TO WI-MC-PREV-CASE-KEY.
060100 1110-EXIT.
060200     EXIT.
060300
060400 1150-LOAD-CARRIER-TABLE.
060500     READ WI-MC-CARRIER-FILE
060600         AT END
060700             SET WI-MC-CARRIER-EOF TO TRUE
060800         NOT AT END
060900             IF WI-MC-CARRIER-COUNT = 5000
061000                 DISPLAY 'WIMC440 - CARRIER TABLE FULL'
061100                 MOVE 16 TO RETURN-CODE
061200                 STOP RUN
061300             END-IF
061400             ADD 1 TO WI-MC-CARRIER-COUNT
061500             SET WI-MC-CARRIER-IDX TO WI-MC-CARRIER-COUNT
061600             MOVE WI_MC_CARRIER_CODE
061700                 TO WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
061800             MOVE WI_MC_CARRIER_CURRENCY
061900                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
061910             MOVE WI_MC_CARRIER_TAX_JURIS
061920                 TO WI-MC-CARRIER-TBL-JURIS (WI-MC-CARRIER-IDX)
062000     END-READ.
062100 1150-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500* 1200-LOAD-LINK - load the dispute link file with the same      *
062600* sequence check.  A link whose case is not on the case master   *
062700* is an orphan and is left out of the rebuilt file.              *
062800******************************************************************
062900 1200-LOAD-LINK.
063000     READ WI-MC-LINK-IN-FILE
063100         AT END
063200             SET WI-MC-LINK-IN-EOF TO TRUE
063300         NOT AT END
063400             PERFORM 1210-ADD-LINK-ROW THRU 1210-EXIT
063500     END-READ.
063600 1200-EXIT.
063700     EXIT.
063800
063900 1210-ADD-LINK-ROW.
064000     MOVE WI_MC_DSPL_KEY IN WI-MC-LINK-IN-REC
064100         TO WI-MC-LINK-KEY-WORK.
064200     MOVE WI_MC_DSPL_CASE_NO IN WI-MC-LINK-IN-REC
064300         TO WI-MC-CKEY-CASE-NO.
064400     MOVE WI_MC_DSPL_PROVIDER IN WI-MC-LINK-IN-REC
064500         TO WI-MC-CKEY-PROVIDER.
064600     MOVE 'LINK' TO WI-MC-LOAD-MASTER.
064700     IF WI-MC-LINK-KEY-WORK NOT > WI-MC-PREV-LINK-KEY
064800         MOVE 'LINK KEY OUT OF SEQUENCE' TO WI-MC-REJECT-REASON
064900         PERFORM 1900-WRITE-LOAD-ERROR THRU 1900-EXIT
065000         GO TO 1210-EXIT
065100     END-IF.
065200     PERFORM 3100-LOCATE-CASE THRU 3100-EXIT.
065300     IF NOT WI-MC-CASE-FOUND
065400         MOVE 'LINK HAS NO CASE ON MASTER' TO WI-MC-REJECT-REASON
065500         PERFORM 1900-WRITE-LOAD-ERROR THRU 1900-EXIT
065600         GO TO 1210-EXIT
065700     END-IF.
065800     IF WI-MC-LINK-COUNT = 20000
065900         MOVE 'LINK TABLE FULL' TO WI-MC-REJECT-REASON
066000         PERFORM 1900-WRITE-LOAD-ERROR THRU 1900-EXIT
066100         GO TO 1210-EXIT
066200     END-IF.
066300     ADD 1 TO WI-MC-LINK-COUNT.
066400     MOVE WI-MC-LINK-KEY-WORK
066500         TO WI-MC-LINK-TBL-KEY (WI-MC-LINK-COUNT).
066600     MOVE WI_MC_DSPL_LINKED_DATE IN WI-MC-LINK-IN-REC
066700         TO WI-MC-LINK-TBL-LINKED (WI-MC-LINK-COUNT).
066800     MOVE WI_MC_DSPL_VALUE IN WI-MC-LINK-IN-REC
066900         TO WI-MC-LINK-TBL-VALUE (WI-MC-LINK-COUNT).
067000     MOVE WI-MC-LINK-KEY-WORK TO WI-MC-PREV-LINK-KEY.
067100 1210-EXIT.
067200     EXIT.
067300
067400 1250-LOAD-RATE-TABLE.
067500     READ WI-MC-RATE-FILE
067600         AT END
067700             SET WI-MC-RATE-EOF TO TRUE
067800         NOT AT END
067900             IF WI-MC-RATE-COUNT = 20000
068000                 DISPLAY 'WIMC440 - RATE TABLE FULL'
068100                 MOVE 16 TO RETURN-CODE
068200                 STOP RUN
068300             END-IF
068400             ADD 1 TO WI-MC-RATE-COUNT
068500             MOVE WI_MC_RATE_PROVIDER
068600                 TO WI-MC-RATE-TBL-PROVIDER (WI-MC-RATE-COUNT)
068700             MOVE WI_MC_RATE_TYPE
068800                 TO WI-MC-RATE-TBL-TYPE (WI-MC-RATE-COUNT)
068900             MOVE WI_MC_RATE_OPERATION
069000                 TO WI-MC-RATE-TBL-OPERATION (WI-MC-RATE-COUNT)
069100             MOVE WI_MC_RATE_PLAN_CODE
069200                 TO WI-MC-RATE-TBL-PLAN (WI-MC-RATE-COUNT)
069300             MOVE WI_MC_RATE_FACTOR
069400                 TO WI-MC-RATE-TBL-FACTOR (WI-MC-RATE-COUNT)
069500             MOVE WI_MC_RATE_EFF_FROM
069600                 TO WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-COUNT)
069700             MOVE WI_MC_RATE_EFF_TO
069800                 TO WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-COUNT)
069900     END-READ.
070000 1250-EXIT.
070100     EXIT.
070200
070300 1320-READ-PROCESS-DATE.
070400     READ WI-MC-PROC-DATE-FILE
070500         AT END
070600             CONTINUE
070700         NOT AT END
070800             IF WI_MC_PROCESS_DATE NUMERIC
070900              AND WI_MC_PROCESS_DATE > ZERO
071000                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
071100             END-IF
071200     END-READ.
071300 1320-EXIT.
071400     EXIT.
071500
071600 1450-LOAD-FX-TABLE.
071700     READ WI-MC-FX-FILE
071800         AT END
071900             SET WI-MC-FX-EOF TO TRUE
072000         NOT AT END
072100             IF WI-MC-FX-COUNT = 500
072200                 DISPLAY 'WIMC440 - EXCHANGE RATE TABLE FULL'
072300                 MOVE 16 TO RETURN-CODE
072400                 STOP RUN
072500             END-IF
072600             ADD 1 TO WI-MC-FX-COUNT
072700             MOVE WI_MC_FX_CURRENCY
072800                 TO WI-MC-FX-TBL-CURRENCY (WI-MC-FX-COUNT)
072900             MOVE WI_MC_FX_EFF_FROM
073000                 TO WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-COUNT)
073100             MOVE WI_MC_FX_EFF_TO
073200                 TO WI-MC-FX-TBL-EFF-TO (WI-MC-FX-COUNT)
073300             MOVE WI_MC_FX_RATE
073400                 TO WI-MC-FX-TBL-RATE (WI-MC-FX-COUNT)
073500     END-READ.
073600 1450-EXIT.
073700     EXIT.
073702
073704 1460-LOAD-TAX-TABLE.
073706     READ WI-MC-TAX-FILE
073708         AT END
073710             SET WI-MC-TAX-EOF TO TRUE
073712         NOT AT END
073714             IF WI-MC-TAX-COUNT = 2000
073716                 DISPLAY 'WIMC440 - TAX TABLE FULL'
073718                 MOVE 16 TO RETURN-CODE
073720                 STOP RUN
073722             END-IF
073724             ADD 1 TO WI-MC-TAX-COUNT
073726             MOVE WI_MC_TAX_JURISDICTION
073728                 TO WI-MC-TAX-TBL-JURIS (WI-MC-TAX-COUNT)
073730             MOVE WI_MC_TAX_TYPE
073732                 TO WI-MC-TAX-TBL-TYPE (WI-MC-TAX-COUNT)
073734             MOVE WI_MC_TAX_EFF_FROM
073736                 TO WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-COUNT)
073738             MOVE WI_MC_TAX_EFF_TO
073740                 TO WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-COUNT)
073742             MOVE WI_MC_TAX_CODE
073744                 TO WI-MC-TAX-TBL-CODE (WI-MC-TAX-COUNT)
073746             MOVE WI_MC_TAX_RATE
073748                 TO WI-MC-TAX-TBL-RATE (WI-MC-TAX-COUNT)
073750             MOVE WI_MC_TAX_EXEMPT_FLAG
073752                 TO WI-MC-TAX-TBL-EXEMPT (WI-MC-TAX-COUNT)
073754     END-READ.
073756 1460-EXIT.
073758     EXIT.
073800
073900 1800-BUILD-STAMP.
074000     ACCEPT WI-MC-DSP-DATE FROM DATE.
074100     ACCEPT WI-MC-DSP-TIME FROM TIME.
074200     MOVE SPACES TO WI-MC-DSP-STAMP.
074300     STRING WI-MC-DSP-DATE DELIMITED BY SIZE
074400            SPACE          DELIMITED BY SIZE
074500            WI-MC-DSP-TIME DELIMITED BY SIZE
074600         INTO WI-MC-DSP-STAMP.
074700 1800-EXIT.
074800     EXIT.
074900
075000******************************************************************
075100* 1900-WRITE-LOAD-ERROR - a row rejected on load means the file  *
075200* was edited out of shape.  The row is reported, left out of the *
075300* rebuilt file and the run flagged RETURN-CODE 16 so the output  *
075400* files are not promoted without review.                         *
075500******************************************************************
075600 1900-WRITE-LOAD-ERROR.
075700     ADD 1 TO WI-MC-LOAD-ERRORS.
075800     MOVE SPACES TO WI-MC-DSP-DTL-1.
075900     MOVE 'LOAD'              TO WI-MC-D-ACTION.
076000     MOVE WI-MC-CKEY-CASE-NO  TO WI-MC-D-CASE-NO.
076100     MOVE WI-MC-CKEY-PROVIDER TO WI-MC-D-PROVIDER.
076200     MOVE WI-MC-LOAD-MASTER   TO WI-MC-D-USER.
076300     MOVE WI-MC-DSP-STAMP     TO WI-MC-D-STAMP.
076400     MOVE 'REJECTED'          TO WI-MC-D-DISP.
076500     MOVE WI-MC-REJECT-REASON TO WI-MC-D-REASON.
076600     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-DTL-1.
076700     MOVE 16 TO RETURN-CODE.
076800 1900-EXIT.
076900     EXIT.
077000
077100******************************************************************
077200* 2000-PROCESS-TXN - one iteration per dispute case request.     *
077300******************************************************************
077400 2000-PROCESS-TXN.
077500     ADD 1 TO WI-MC-TXN-READ.
077600     MOVE SPACES TO WI-MC-REJECT-REASON.
077700     MOVE SPACES TO WI-MC-OLD-STATUS-WORD.
077800     MOVE SPACES TO WI-MC-STATUS-WORD.
077900     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
078000     MOVE WI_MC_DTXN_CASE_NO  TO WI-MC-CKEY-CASE-NO.
078100     MOVE WI_MC_DTXN_PROVIDER TO WI-MC-CKEY-PROVIDER.
078200     PERFORM 3100-LOCATE-CASE THRU 3100-EXIT.
078300     IF WI_MC_DTXN_OPEN_CASE
078400         PERFORM 2100-OPEN-CASE THRU 2100-EXIT
078500     ELSE
078600         IF WI_MC_DTXN_LINK
078700             PERFORM 2200-LINK-ENTRY THRU 2200-EXIT
078800         ELSE
078900             IF WI_MC_DTXN_UNLINK
079000                 PERFORM 2300-UNLINK-ENTRY THRU 2300-EXIT
079100             ELSE
079200                 IF WI_MC_DTXN_STATUS
079300                     PERFORM 2400-CHANGE-STATUS THRU 2400-EXIT
079400                 ELSE
079500                     MOVE 'UNKNOWN ACTION CODE'
079600                         TO WI-MC-REJECT-REASON
079700                     PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
079800                 END-IF
079900             END-IF
080000         END-IF
080100     END-IF.
080200     PERFORM 2900-READ-TXN THRU 2900-EXIT.
080300 2000-EXIT.
080400     EXIT.
080500
080600******************************************************************
080700* 2100-OPEN-CASE - slot a new case into key sequence, open from  *
080800* the processing date.  The provider must be on the carrier      *
080900* master; a case number already used for the provider is a      *
081000* duplicate.                                                     *
081100******************************************************************
081200 2100-OPEN-CASE.
081300     IF WI_MC_DTXN_CASE_NO = SPACES
081400         MOVE 'NO CASE NUMBER ON REQUEST' TO WI-MC-REJECT-REASON
081500         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
081600         GO TO 2100-EXIT
081700     END-IF.
081800     IF WI-MC-CASE-FOUND
081900         MOVE 'DUPLICATE OF EXISTING CASE' TO WI-MC-REJECT-REASON
082000         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
082100         GO TO 2100-EXIT
082200     END-IF.
082300     MOVE 'N' TO WI-MC-CARRIER-FOUND-SW.
082400     SEARCH ALL WI-MC-CARRIER-ENTRY
082500         AT END
082600             CONTINUE
082700         WHEN WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
082800                 = WI_MC_DTXN_PROVIDER
082900             SET WI-MC-CARRIER-FOUND TO TRUE
083000     END-SEARCH.
083100     IF NOT WI-MC-CARRIER-FOUND
083200         MOVE 'PROVIDER NOT ON CARRIER MASTER'
083300             TO WI-MC-REJECT-REASON
083400         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
083500         GO TO 2100-EXIT
083600     END-IF.
083700     IF WI-MC-CASE-COUNT = 5000
083800         MOVE 'CASE TABLE FULL' TO WI-MC-REJECT-REASON
083900         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
084000         GO TO 2100-EXIT
084100     END-IF.
084200     ADD 1 TO WI-MC-CASE-COUNT.
084300     PERFORM 2110-CASE-SHIFT-UP THRU 2110-EXIT
084400         VARYING WI-MC-TBL-SUB FROM WI-MC-CASE-COUNT BY -1
084500         UNTIL WI-MC-TBL-SUB NOT > WI-MC-CASE-POS.
084600     MOVE WI-MC-CASE-KEY-WORK
084700         TO WI-MC-CASE-TBL-KEY (WI-MC-CASE-POS).
084800     MOVE 'O' TO WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS).
084900     MOVE WI-MC-RUN-DATE
085000         TO WI-MC-CASE-TBL-OPENED (WI-MC-CASE-POS).
085100     MOVE WI-MC-RUN-DATE
085200         TO WI-MC-CASE-TBL-STAT-DATE (WI-MC-CASE-POS).
085300     MOVE ZERO TO WI-MC-CASE-TBL-LINKS (WI-MC-CASE-POS).
085400     MOVE ZERO TO WI-MC-CASE-TBL-VALUE (WI-MC-CASE-POS).
085500     MOVE ZERO TO WI-MC-CASE-TBL-CREDIT (WI-MC-CASE-POS).
085600     MOVE WI_MC_DTXN_USER
085700         TO WI-MC-CASE-TBL-USER (WI-MC-CASE-POS).
085800     MOVE WI_MC_DTXN_DESCRIPTION
085900         TO WI-MC-CASE-TBL-DESC (WI-MC-CASE-POS).
086000     MOVE 'NEW' TO WI-MC-OLD-STATUS-WORD.
086100     MOVE 'O' TO WI-MC-STATUS-BYTE.
086200     PERFORM 3500-STATUS-WORD THRU 3500-EXIT.
086300     PERFORM 2700-WRITE-APPLIED THRU 2700-EXIT.
086400 2100-EXIT.
086500     EXIT.
086600
086700 2110-CASE-SHIFT-UP.
086800     MOVE WI-MC-CASE-ENTRY (WI-MC-TBL-SUB - 1)
086900         TO WI-MC-CASE-ENTRY (WI-MC-TBL-SUB).
087000 2110-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 2200-LINK-ENTRY - link one history entry to an open case.  The *
087500* entry must be on the history file dispositioned billed - only  *
087600* billed activity can be credited - must not be a matched        *
087700* reversal, which already nets its original off, and must not    *
087800* be on this or any other case still open or under review.       *
087900******************************************************************
088000 2200-LINK-ENTRY.
088100     IF NOT WI-MC-CASE-FOUND
088200         MOVE 'CASE NOT ON MASTER' TO WI-MC-REJECT-REASON
088300         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
088400         GO TO 2200-EXIT
088500     END-IF.
088600     IF NOT WI-MC-CASE-TBL-ACTIVE (WI-MC-CASE-POS)
088700         MOVE 'CASE IS NOT OPEN' TO WI-MC-REJECT-REASON
088800         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
088900         GO TO 2200-EXIT
089000     END-IF.
089100     MOVE WI_MC_DTXN_HIST_KEY TO WI_MC_TXNH_KEY.
089200     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
089300     IF NOT WI-MC-HIST-FOUND
089400         MOVE 'ENTRY NOT ON HISTORY FILE' TO WI-MC-REJECT-REASON
089500         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
089600         GO TO 2200-EXIT
089700     END-IF.
089800     IF NOT WI_MC_TXNH_BILLED
089900         MOVE 'ENTRY NOT DISPOSITIONED BILLED'
090000             TO WI-MC-REJECT-REASON
090100         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
090200         GO TO 2200-EXIT
090300     END-IF.
090400     IF WI_MC_TXNH_TOTAL_VALUE < ZERO
090500         MOVE 'ENTRY IS A MATCHED REVERSAL' TO WI-MC-REJECT-REASON
090600         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
090700         GO TO 2200-EXIT
090800     END-IF.
090900     MOVE WI_MC_DTXN_CASE_NO  TO WI-MC-LKEY-CASE-NO.
091000     MOVE WI_MC_DTXN_HIST_KEY TO WI-MC-LKEY-HIST-KEY.
091100     PERFORM 3200-LOCATE-LINK THRU 3200-EXIT.
091200     IF WI-MC-LINK-FOUND
091300         MOVE 'ENTRY ALREADY ON THIS CASE' TO WI-MC-REJECT-REASON
091400         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
091500         GO TO 2200-EXIT
091600     END-IF.
091700     PERFORM 3300-CHECK-OTHER-CASES THRU 3300-EXIT.
091800     IF WI-MC-ON-OTHER-CASE
091900         MOVE 'ENTRY OPEN OR CREDITED ON OTHER CASE'
091910             TO WI-MC-REJECT-REASON
092000         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
092100         GO TO 2200-EXIT
092200     END-IF.
092300     IF WI-MC-LINK-COUNT = 20000
092400         MOVE 'LINK TABLE FULL' TO WI-MC-REJECT-REASON
092500         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
092600         GO TO 2200-EXIT
092700     END-IF.
092800     ADD 1 TO WI-MC-LINK-COUNT.
092900     PERFORM 2210-LINK-SHIFT-UP THRU 2210-EXIT
093000         VARYING WI-MC-TBL-SUB FROM WI-MC-LINK-COUNT BY -1
093100         UNTIL WI-MC-TBL-SUB NOT > WI-MC-LINK-POS.
093200     MOVE WI-MC-LINK-KEY-WORK
093300         TO WI-MC-LINK-TBL-KEY (WI-MC-LINK-POS).
093400     MOVE WI-MC-RUN-DATE
093500         TO WI-MC-LINK-TBL-LINKED (WI-MC-LINK-POS).
093600     MOVE WI_MC_TXNH_TOTAL_VALUE
093700         TO WI-MC-LINK-TBL-VALUE (WI-MC-LINK-POS).
093800     ADD 1 TO WI-MC-CASE-TBL-LINKS (WI-MC-CASE-POS).
093900     ADD WI_MC_TXNH_TOTAL_VALUE
094000         TO WI-MC-CASE-TBL-VALUE (WI-MC-CASE-POS).
094100     MOVE WI_MC_DTXN_USER
094200         TO WI-MC-CASE-TBL-USER (WI-MC-CASE-POS).
094300     PERFORM 2700-WRITE-APPLIED THRU 2700-EXIT.
094400 2200-EXIT.
094500     EXIT.
094600
094700 2210-LINK-SHIFT-UP.
094800     MOVE WI-MC-LINK-ENTRY (WI-MC-TBL-SUB - 1)
094900         TO WI-MC-LINK-ENTRY (WI-MC-TBL-SUB).
095000 2210-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400* 2300-UNLINK-ENTRY - take one history entry back off an open    *
095500* case, freeing it to be disputed again.                         *
095600******************************************************************
095700 2300-UNLINK-ENTRY.
095800     IF NOT WI-MC-CASE-FOUND
095900         MOVE 'CASE NOT ON MASTER' TO WI-MC-REJECT-REASON
096000         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
096100         GO TO 2300-EXIT
096200     END-IF.
096300     IF NOT WI-MC-CASE-TBL-ACTIVE (WI-MC-CASE-POS)
096400         MOVE 'CASE IS NOT OPEN' TO WI-MC-REJECT-REASON
096500         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
096600         GO TO 2300-EXIT
096700     END-IF.
096800     MOVE WI_MC_DTXN_CASE_NO  TO WI-MC-LKEY-CASE-NO.
096900     MOVE WI_MC_DTXN_HIST_KEY TO WI-MC-LKEY-HIST-KEY.
097000     PERFORM 3200-LOCATE-LINK THRU 3200-EXIT.
097100     IF NOT WI-MC-LINK-FOUND
097200         MOVE 'ENTRY NOT ON THIS CASE' TO WI-MC-REJECT-REASON
097300         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
097400         GO TO 2300-EXIT
097500     END-IF.
097600     SUBTRACT 1 FROM WI-MC-CASE-TBL-LINKS (WI-MC-CASE-POS).
097700     SUBTRACT WI-MC-LINK-TBL-VALUE (WI-MC-LINK-POS)
097800         FROM WI-MC-CASE-TBL-VALUE (WI-MC-CASE-POS).
097900     MOVE WI_MC_DTXN_USER
098000         TO WI-MC-CASE-TBL-USER (WI-MC-CASE-POS).
098100     PERFORM 2310-LINK-SHIFT-DOWN THRU 2310-EXIT
098200         VARYING WI-MC-TBL-SUB FROM WI-MC-LINK-POS BY 1
098300         UNTIL WI-MC-TBL-SUB NOT < WI-MC-LINK-COUNT.
098400     SUBTRACT 1 FROM WI-MC-LINK-COUNT.
098500     PERFORM 2700-WRITE-APPLIED THRU 2700-EXIT.
098600 2300-EXIT.
098700     EXIT.
098800
098900 2310-LINK-SHIFT-DOWN.
099000     MOVE WI-MC-LINK-ENTRY (WI-MC-TBL-SUB + 1)
099100         TO WI-MC-LINK-ENTRY (WI-MC-TBL-SUB).
099200 2310-EXIT.
099300     EXIT.
099400
099500******************************************************************
099600* 2400-CHANGE-STATUS - move a case along its life: an open case  *
099700* may go under review; an open or under-review case may be       *
099800* credited or declined; only a credited or declined case may be  *
099900* closed.  A description on the request replaces the case's.     *
100000******************************************************************
100100 2400-CHANGE-STATUS.
100200     IF NOT WI-MC-CASE-FOUND
100300         MOVE 'CASE NOT ON MASTER' TO WI-MC-REJECT-REASON
100400         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
100500         GO TO 2400-EXIT
100600     END-IF.
100700     MOVE WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS)
100800         TO WI-MC-STATUS-BYTE.
100900     PERFORM 3500-STATUS-WORD THRU 3500-EXIT.
101000     MOVE WI-MC-STATUS-WORD TO WI-MC-OLD-STATUS-WORD.
101100     EVALUATE WI_MC_DTXN_NEW_STATUS
101200         WHEN 'R'
101300             IF WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS) NOT = 'O'
101400                 MOVE 'CASE IS NOT OPEN' TO WI-MC-REJECT-REASON
101500             END-IF
101600         WHEN 'C'
101700             IF NOT WI-MC-CASE-TBL-ACTIVE (WI-MC-CASE-POS)
101800                 MOVE 'CASE IS NOT OPEN' TO WI-MC-REJECT-REASON
101900             ELSE
102000                 IF WI-MC-CASE-TBL-LINKS (WI-MC-CASE-POS) = ZERO
102100                     MOVE 'NO ENTRIES LINKED TO CASE'
102200                         TO WI-MC-REJECT-REASON
102300                 END-IF
102400             END-IF
102500         WHEN 'D'
102600             IF NOT WI-MC-CASE-TBL-ACTIVE (WI-MC-CASE-POS)
102700                 MOVE 'CASE IS NOT OPEN' TO WI-MC-REJECT-REASON
102800             END-IF
102900         WHEN 'X'
103000             IF WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS) NOT = 'C'
103100              AND WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS)
103200                     NOT = 'D'
103300                 MOVE 'CASE NOT YET CREDITED OR DECLINED'
103400                     TO WI-MC-REJECT-REASON
103500             END-IF
103600         WHEN OTHER
103700             MOVE 'UNKNOWN STATUS CODE' TO WI-MC-REJECT-REASON
103800     END-EVALUATE.
103900     IF WI-MC-REJECT-REASON NOT = SPACES
104000         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
104100         GO TO 2400-EXIT
104200     END-IF.
104300     IF WI_MC_DTXN_NEW_STATUS = 'C'
104400         PERFORM 2500-ISSUE-CREDIT THRU 2500-EXIT
104500         IF NOT WI-MC-CREDIT-OK
104600             PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
104700             GO TO 2400-EXIT
104800         END-IF
104900     END-IF.
105000     MOVE WI_MC_DTXN_NEW_STATUS
105100         TO WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS).
105200     MOVE WI-MC-RUN-DATE
105300         TO WI-MC-CASE-TBL-STAT-DATE (WI-MC-CASE-POS).
105400     MOVE WI_MC_DTXN_USER
105500         TO WI-MC-CASE-TBL-USER (WI-MC-CASE-POS).
105600     IF WI_MC_DTXN_DESCRIPTION NOT = SPACES
105700         MOVE WI_MC_DTXN_DESCRIPTION
105800             TO WI-MC-CASE-TBL-DESC (WI-MC-CASE-POS)
105900     END-IF.
106000     MOVE WI_MC_DTXN_NEW_STATUS TO WI-MC-STATUS-BYTE.
106100     PERFORM 3500-STATUS-WORD THRU 3500-EXIT.
106200     PERFORM 2700-WRITE-APPLIED THRU 2700-EXIT.
106300 2400-EXIT.
106400     EXIT.
106500
106600******************************************************************
106700* 2500-ISSUE-CREDIT - credit every entry linked to the case.     *
106800* The first pass only proves each entry can be re-rated; the     *
106900* second writes the credit records, so a case is credited in     *
107000* full or not at all.                                            *
107100******************************************************************
107200 2500-ISSUE-CREDIT.
107300     MOVE 'Y' TO WI-MC-CREDIT-OK-SW.
107400     MOVE 'N' TO WI-MC-CREDIT-WRITE-SW.
107500     MOVE ZERO TO WI-MC-CASE-CREDIT-WORK.
107600     PERFORM 2510-CREDIT-ONE-LINK THRU 2510-EXIT
107700         VARYING WI-MC-LINK-SUB FROM 1 BY 1
107800         UNTIL WI-MC-LINK-SUB > WI-MC-LINK-COUNT
107900            OR NOT WI-MC-CREDIT-OK.
108000     IF NOT WI-MC-CREDIT-OK
108100         GO TO 2500-EXIT
108200     END-IF.
108300     SET WI-MC-CREDIT-WRITE TO TRUE.
108400     PERFORM 2510-CREDIT-ONE-LINK THRU 2510-EXIT
108500         VARYING WI-MC-LINK-SUB FROM 1 BY 1
108600         UNTIL WI-MC-LINK-SUB > WI-MC-LINK-COUNT.
108700     MOVE WI-MC-CASE-CREDIT-WORK
108800         TO WI-MC-CASE-TBL-CREDIT (WI-MC-CASE-POS).
108900     ADD 1 TO WI-MC-CASES-CREDITED.
109000 2500-EXIT.
109100     EXIT.
109200
109300******************************************************************
109400* 2510-CREDIT-ONE-LINK - one linked entry of the case being      *
109410* credited: read it back, find its carrier's currency and tax    *
109420* jurisdiction, the exchange rate, plan version and tax entry in *
109430* force on its business date, and on the writing pass credit     *
109440* every add-on.                                                  *
109800******************************************************************
109900 2510-CREDIT-ONE-LINK.
110000     IF WI-MC-LINK-TBL-CASE-NO (WI-MC-LINK-SUB)
110100             NOT = WI-MC-CKEY-CASE-NO
110200      OR WI-MC-LINK-TBL-PROVIDER (WI-MC-LINK-SUB)
110300             NOT = WI-MC-CKEY-PROVIDER
110400         GO TO 2510-EXIT
110500     END-IF.
110600     MOVE WI-MC-LINK-TBL-HIST-KEY (WI-MC-LINK-SUB)
110700         TO WI_MC_TXNH_KEY.
110800     PERFORM 2950-READ-HISTORY THRU 2950-EXIT.
110900     IF NOT WI-MC-HIST-FOUND
111000         MOVE 'N' TO WI-MC-CREDIT-OK-SW
111100         MOVE 'LINKED ENTRY NOT ON HISTORY FILE'
111200             TO WI-MC-REJECT-REASON
111300         GO TO 2510-EXIT
111400     END-IF.
111500     MOVE WI_MC_TXNH_DATE TO WI-MC-RATE-DATE-WORK.
111600     MOVE SPACES TO WI-MC-CARRIER-CURR-WORK.
111610     MOVE SPACES TO WI-MC-TAX-JURIS-WORK.
111700     SEARCH ALL WI-MC-CARRIER-ENTRY
111800         AT END
111900             CONTINUE
112000         WHEN WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
112100                 = WI_MC_TXNH_PROVIDER
112200             MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
112300                 TO WI-MC-CARRIER-CURR-WORK
112310             MOVE WI-MC-CARRIER-TBL-JURIS (WI-MC-CARRIER-IDX)
112320                 TO WI-MC-TAX-JURIS-WORK
112400     END-SEARCH.
112500     PERFORM 2520-FIND-FX-RATE THRU 2520-EXIT.
112600     IF NOT WI-MC-FX-FOUND
112700         MOVE 'N' TO WI-MC-CREDIT-OK-SW
112800         MOVE 'NO EXCHANGE RATE FOR LINKED ENTRY'
112900             TO WI-MC-REJECT-REASON
113000         GO TO 2510-EXIT
113100     END-IF.
113200     PERFORM 2530-FIND-RATE THRU 2530-EXIT.
113300     IF NOT WI-MC-RATE-FOUND
113400         MOVE 'N' TO WI-MC-CREDIT-OK-SW
113500         MOVE 'NO RATE IN FORCE FOR LINKED ENTRY'
113600             TO WI-MC-REJECT-REASON
113700         GO TO 2510-EXIT
113800     END-IF.
113810     PERFORM 2540-FIND-TAX THRU 2540-EXIT.
113820     IF NOT WI-MC-TAX-FOUND
113830         MOVE 'N' TO WI-MC-CREDIT-OK-SW
113840         MOVE 'NO TAX RATE FOR LINKED ENTRY'
113850             TO WI-MC-REJECT-REASON
113860         GO TO 2510-EXIT
113870     END-IF.
113900     IF WI-MC-CREDIT-WRITE
114000         PERFORM 2550-WRITE-CREDIT-REC THRU 2550-EXIT
114100             VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
114200             UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_TXNH_ADDON_COUNT
114300     END-IF.
114400 2510-EXIT.
114500     EXIT.
114600
114700******************************************************************
114800* 2520-FIND-FX-RATE / 2521-TEST-ONE-FX - WIMC110's conversion,   *
114900* against the linked entry's business date.                      *
115000******************************************************************
115100 2520-FIND-FX-RATE.
115200     MOVE 'N' TO WI-MC-FX-FOUND-SW.
115300     MOVE 1 TO WI-MC-FX-RATE-WORK.
115400     IF WI-MC-CARRIER-CURR-WORK = SPACES
115500      OR WI-MC-CARRIER-CURR-WORK = WI-MC-SETTLE-CURRENCY
115600         MOVE WI-MC-SETTLE-CURRENCY TO WI-MC-CARRIER-CURR-WORK
115700         SET WI-MC-FX-FOUND TO TRUE
115800         GO TO 2520-EXIT
115900     END-IF.
116000     PERFORM 2521-TEST-ONE-FX THRU 2521-EXIT
116100         VARYING WI-MC-FX-SUB FROM 1 BY 1
116200         UNTIL WI-MC-FX-SUB > WI-MC-FX-COUNT.
116300 2520-EXIT.
116400     EXIT.
116500
116600 2521-TEST-ONE-FX.
116700     IF WI-MC-FX-TBL-CURRENCY (WI-MC-FX-SUB)
116800             = WI-MC-CARRIER-CURR-WORK
116900      AND (WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB) = ZERO
117000         OR WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB)
117100             NOT > WI-MC-RATE-DATE-WORK)
117200      AND (WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB) = ZERO
117300         OR WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB)
117400             NOT < WI-MC-RATE-DATE-WORK)
117500         SET WI-MC-FX-FOUND TO TRUE
117600         MOVE WI-MC-FX-TBL-RATE (WI-MC-FX-SUB)
117700             TO WI-MC-FX-RATE-WORK
117800     END-IF.
117900 2521-EXIT.
118000     EXIT.
118100
118200******************************************************************
118300* 2530-FIND-RATE - WIMC110's binary locate and version scan for  *
118400* the linked entry's provider / type / operation, against its    *
118500* business date.                                                 *
118600******************************************************************
118700 2530-FIND-RATE.
118800     MOVE 'N' TO WI-MC-RATE-FOUND-SW.
118900     MOVE 'N' TO WI-MC-RATE-KEY-FOUND-SW.
119000     MOVE 'N' TO WI-MC-RATE-SCAN-SW.
119100     IF WI-MC-RATE-COUNT = ZERO
119200         GO TO 2530-EXIT
119300     END-IF.
119400     MOVE WI_MC_TXNH_PROVIDER  TO WI-MC-RKEY-PROVIDER.
119500     MOVE WI_MC_TXNH_TYPE      TO WI-MC-RKEY-TYPE.
119600     MOVE WI_MC_TXNH_OPERATION TO WI-MC-RKEY-OPERATION.
119700     MOVE 1 TO WI-MC-RATE-BIN-LO.
119800     MOVE WI-MC-RATE-COUNT TO WI-MC-RATE-BIN-HI.
119900     PERFORM 2535-RATE-BINARY-STEP THRU 2535-EXIT
120000         UNTIL WI-MC-RATE-BIN-LO > WI-MC-RATE-BIN-HI.
120100     IF NOT WI-MC-RATE-KEY-FOUND
120200         GO TO 2530-EXIT
120300     END-IF.
120400     PERFORM 2536-BACK-ONE-VERSION THRU 2536-EXIT
120500         UNTIL WI-MC-RATE-POS = 1
120600         OR WI-MC-RATE-TBL-KEY (WI-MC-RATE-POS - 1)
120700             NOT = WI-MC-RATE-KEY-WORK.
120800     PERFORM 2537-TEST-ONE-VERSION THRU 2537-EXIT
120900         UNTIL WI-MC-RATE-SCAN-DONE.
121000 2530-EXIT.
121100     EXIT.
121200
121300 2535-RATE-BINARY-STEP.
121400     COMPUTE WI-MC-RATE-BIN-MID =
121500         (WI-MC-RATE-BIN-LO + WI-MC-RATE-BIN-HI) / 2.
121600     IF WI-MC-RATE-TBL-KEY (WI-MC-RATE-BIN-MID)
121700             = WI-MC-RATE-KEY-WORK
121800         SET WI-MC-RATE-KEY-FOUND TO TRUE
121900         MOVE WI-MC-RATE-BIN-MID TO WI-MC-RATE-POS
122000         COMPUTE WI-MC-RATE-BIN-LO = WI-MC-RATE-BIN-HI + 1
122100     ELSE
122200         IF WI-MC-RATE-TBL-KEY (WI-MC-RATE-BIN-MID)
122300                 < WI-MC-RATE-KEY-WORK
122400             COMPUTE WI-MC-RATE-BIN-LO = WI-MC-RATE-BIN-MID + 1
122500         ELSE
122600             COMPUTE WI-MC-RATE-BIN-HI = WI-MC-RATE-BIN-MID - 1
122700         END-IF
122800     END-IF.
122900 2535-EXIT.
123000     EXIT.
123100
123200 2536-BACK-ONE-VERSION.
123300     SUBTRACT 1 FROM WI-MC-RATE-POS.
123400 2536-EXIT.
123500     EXIT.
123600
123700 2537-TEST-ONE-VERSION.
123800     IF WI-MC-RATE-POS > WI-MC-RATE-COUNT
123900         SET WI-MC-RATE-SCAN-DONE TO TRUE
124000         GO TO 2537-EXIT
124100     END-IF.
124200     IF WI-MC-RATE-TBL-KEY (WI-MC-RATE-POS)
124300             NOT = WI-MC-RATE-KEY-WORK
124400         SET WI-MC-RATE-SCAN-DONE TO TRUE
124500         GO TO 2537-EXIT
124600     END-IF.
124700     IF (WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-POS) = ZERO
124800         OR WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-POS)
124900             NOT > WI-MC-RATE-DATE-WORK)
125000      AND (WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-POS) = ZERO
125100         OR WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-POS)
125200             NOT < WI-MC-RATE-DATE-WORK)
125300         SET WI-MC-RATE-FOUND TO TRUE
125400         MOVE WI-MC-RATE-TBL-FACTOR (WI-MC-RATE-POS)
125500             TO WI-MC-RATE-FACTOR-WORK
125600         MOVE WI-MC-RATE-TBL-PLAN (WI-MC-RATE-POS)
125700             TO WI-MC-RATE-PLAN-WORK
125800     END-IF.
125900     ADD 1 TO WI-MC-RATE-POS.
126000 2537-EXIT.
126100     EXIT.
126102
126104******************************************************************
126106* 2540-FIND-TAX / 2541-TEST-ONE-TAX - WIMC110's tax probe for    *
126108* the linked entry's jurisdiction and type, against its business *
126110* date.                                                          *
126112******************************************************************
126114 2540-FIND-TAX.
126116     MOVE 'N' TO WI-MC-TAX-FOUND-SW.
126118     MOVE 'N' TO WI-MC-TAX-STATUS-WORK.
126120     MOVE SPACES TO WI-MC-TAX-CODE-WORK.
126122     MOVE ZERO TO WI-MC-TAX-RATE-WORK.
126124     IF WI-MC-TAX-JURIS-WORK = SPACES
126126         SET WI-MC-TAX-FOUND TO TRUE
126128         GO TO 2540-EXIT
126130     END-IF.
126132     PERFORM 2541-TEST-ONE-TAX THRU 2541-EXIT
126134         VARYING WI-MC-TAX-SUB FROM 1 BY 1
126136         UNTIL WI-MC-TAX-SUB > WI-MC-TAX-COUNT.
126138 2540-EXIT.
126140     EXIT.
126142
126144 2541-TEST-ONE-TAX.
126146     IF WI-MC-TAX-TBL-JURIS (WI-MC-TAX-SUB) = WI-MC-TAX-JURIS-WORK
126148      AND WI-MC-TAX-TBL-TYPE (WI-MC-TAX-SUB) = WI_MC_TXNH_TYPE
126150      AND (WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-SUB) = ZERO
126152         OR WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-SUB)
126154             NOT > WI-MC-RATE-DATE-WORK)
126156      AND (WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-SUB) = ZERO
126158         OR WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-SUB)
126160             NOT < WI-MC-RATE-DATE-WORK)
126162         SET WI-MC-TAX-FOUND TO TRUE
126164         MOVE WI-MC-TAX-TBL-CODE (WI-MC-TAX-SUB)
126166             TO WI-MC-TAX-CODE-WORK
126168         IF WI-MC-TAX-TBL-EXEMPT (WI-MC-TAX-SUB) = 'Y'
126170             MOVE 'E' TO WI-MC-TAX-STATUS-WORK
126172             MOVE ZERO TO WI-MC-TAX-RATE-WORK
126174         ELSE
126176             MOVE 'T' TO WI-MC-TAX-STATUS-WORK
126178             MOVE WI-MC-TAX-TBL-RATE (WI-MC-TAX-SUB)
126180                 TO WI-MC-TAX-RATE-WORK
126182         END-IF
126184     END-IF.
126186 2541-EXIT.
126188     EXIT.
126200
126300******************************************************************
126400* 2550-WRITE-CREDIT-REC - one credit record per add-on: the      *
126410* amount and tax WIMC110 billed, negated, in the                 *
126420* WI_MC_BILLING_REC layout billing already posts.                *
126700******************************************************************
126800 2550-WRITE-CREDIT-REC.
126900     COMPUTE WI-MC-CONV-VALUE-WORK ROUNDED =
127000         WI_MC_TXNH_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
127100         * WI-MC-FX-RATE-WORK.
127200     COMPUTE WI-MC-RATED-AMOUNT ROUNDED =
127300         WI-MC-CONV-VALUE-WORK
127400         * WI-MC-RATE-FACTOR-WORK.
127500     COMPUTE WI-MC-RATED-AMOUNT = ZERO - WI-MC-RATED-AMOUNT.
127510     MOVE ZERO TO WI-MC-TAXABLE-WORK.
127520     MOVE ZERO TO WI-MC-TAX-AMOUNT-WORK.
127530     IF WI-MC-TAX-STATUS-WORK = 'T'
127540         MOVE WI-MC-RATED-AMOUNT TO WI-MC-TAXABLE-WORK
127550         COMPUTE WI-MC-TAX-AMOUNT-WORK ROUNDED =
127560             WI-MC-TAXABLE-WORK * WI-MC-TAX-RATE-WORK
127570     END-IF.
127600     MOVE SPACES TO WI-MC-CREDIT-REC.
127700     MOVE WI_MC_TXNH_PROVIDER    TO WI_MC_BILLING_PROVIDER.
127800     MOVE WI_MC_TXNH_STATE       TO WI_MC_BILLING_STATE.
127900     MOVE WI_MC_TXNH_CODE        TO WI_MC_BILLING_CODE.
128000     MOVE WI_MC_TXNH_TYPE        TO WI_MC_BILLING_TYPE.
128100     MOVE WI_MC_TXNH_OPERATION   TO WI_MC_BILLING_OPERATION.
128200     MOVE WI-MC-RATE-PLAN-WORK   TO WI_MC_BILLING_PLAN_CODE.
128300     MOVE WI_MC_TXNH_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
128400         TO WI_MC_BILLING_ADDON_VALUE.
128500     MOVE WI-MC-RATE-FACTOR-WORK TO WI_MC_BILLING_RATE.
128600     MOVE WI-MC-RATED-AMOUNT     TO WI_MC_BILLING_AMOUNT.
128700     MOVE WI-MC-CARRIER-CURR-WORK TO WI_MC_BILLING_CURRENCY.
128800     MOVE WI-MC-FX-RATE-WORK     TO WI_MC_BILLING_FX_RATE.
128810     MOVE WI-MC-RUN-DATE         TO WI_MC_BILLING_DATE.
128820     MOVE WI-MC-TAX-JURIS-WORK   TO WI_MC_BILLING_TAX_JURIS.
128830     MOVE WI-MC-TAX-STATUS-WORK  TO WI_MC_BILLING_TAX_STATUS.
128840     MOVE WI-MC-TAX-CODE-WORK    TO WI_MC_BILLING_TAX_CODE.
128850     MOVE WI-MC-TAX-RATE-WORK    TO WI_MC_BILLING_TAX_RATE.
128860     MOVE WI-MC-TAXABLE-WORK     TO WI_MC_BILLING_TAXABLE.
128870     MOVE WI-MC-TAX-AMOUNT-WORK  TO WI_MC_BILLING_TAX_AMOUNT.
128900     WRITE WI-MC-CREDIT-REC.
129000     ADD 1 TO WI-MC-CREDIT-WRITTEN.
129100     ADD WI-MC-RATED-AMOUNT TO WI-MC-CREDIT-CONTROL-TOTAL.
129110     ADD WI-MC-TAX-AMOUNT-WORK TO WI-MC-CREDIT-TAX-TOTAL.
129200     ADD WI-MC-RATED-AMOUNT TO WI-MC-CASE-CREDIT-WORK.
129300 2550-EXIT.
129400     EXIT.
129500
129600******************************************************************
129700* 2700-WRITE-APPLIED - one report line for an applied request    *
129800* and the detail line under it.                                  *
129900******************************************************************
130000 2700-WRITE-APPLIED.
130100     ADD 1 TO WI-MC-TXN-APPLIED.
130200     PERFORM 2750-FORMAT-TXN-LINE THRU 2750-EXIT.
130300     MOVE 'APPLIED' TO WI-MC-D-DISP.
130400     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-DTL-1.
130500     PERFORM 2760-FORMAT-DETAIL-LINE THRU 2760-EXIT.
130600     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-DTL-2.
130700 2700-EXIT.
130800     EXIT.
130900
131000 2750-FORMAT-TXN-LINE.
131100     MOVE SPACES TO WI-MC-DSP-DTL-1.
131200     EVALUATE TRUE
131300         WHEN WI_MC_DTXN_OPEN_CASE
131400             MOVE 'OPEN'    TO WI-MC-D-ACTION
131500         WHEN WI_MC_DTXN_LINK
131600             MOVE 'LINK'    TO WI-MC-D-ACTION
131700         WHEN WI_MC_DTXN_UNLINK
131800             MOVE 'UNLINK'  TO WI-MC-D-ACTION
131900         WHEN WI_MC_DTXN_STATUS
132000             MOVE 'STATUS'  TO WI-MC-D-ACTION
132100         WHEN OTHER
132200             MOVE 'UNKNOWN' TO WI-MC-D-ACTION
132300     END-EVALUATE.
132400     MOVE WI_MC_DTXN_CASE_NO  TO WI-MC-D-CASE-NO.
132500     MOVE WI_MC_DTXN_PROVIDER TO WI-MC-D-PROVIDER.
132600     MOVE WI_MC_DTXN_USER     TO WI-MC-D-USER.
132700     MOVE WI-MC-DSP-STAMP     TO WI-MC-D-STAMP.
132800 2750-EXIT.
132900     EXIT.
133000
133100 2760-FORMAT-DETAIL-LINE.
133200     MOVE SPACES TO WI-MC-DSP-DTL-2.
133300     MOVE ZERO TO WI-MC-E-AMOUNT.
133400     IF WI_MC_DTXN_LINK OR WI_MC_DTXN_UNLINK
133500         MOVE WI_MC_DTXN_OPERATION TO WI-MC-E-OPERATION
133600         MOVE WI_MC_DTXN_DATE      TO WI-MC-E-DATE
133700         MOVE WI_MC_DTXN_SEQ       TO WI-MC-E-SEQ
133800         IF WI-MC-HIST-FOUND
133900             MOVE WI_MC_TXNH_TOTAL_VALUE TO WI-MC-E-AMOUNT
134000         END-IF
134100     END-IF.
134200     IF WI-MC-OLD-STATUS-WORD NOT = SPACES
134300         MOVE WI-MC-OLD-STATUS-WORD TO WI-MC-E-OLD-STATUS
134400         MOVE ' -> '                TO WI-MC-E-ARROW
134500         MOVE WI_MC_DTXN_NEW_STATUS TO WI-MC-STATUS-BYTE
134600         IF WI_MC_DTXN_OPEN_CASE
134700             MOVE 'O' TO WI-MC-STATUS-BYTE
134800         END-IF
134900         PERFORM 3500-STATUS-WORD THRU 3500-EXIT
135000         MOVE WI-MC-STATUS-WORD     TO WI-MC-E-NEW-STATUS
135100     END-IF.
135200     IF WI_MC_DTXN_STATUS AND WI_MC_DTXN_NEW_STATUS = 'C'
135300      AND WI-MC-CREDIT-OK AND WI-MC-CREDIT-WRITE
135400         MOVE WI-MC-CASE-CREDIT-WORK TO WI-MC-E-AMOUNT
135500     END-IF.
135600 2760-EXIT.
135700     EXIT.
135800
135900******************************************************************
136000* 2800-WRITE-REJECT - one report line for a rejected request,    *
136100* with the reason, and the detail line under it.  A rejected     *
136200* request flags the run with RETURN-CODE 8 so the scheduler      *
136300* knows the case master did not take every submitted change.     *
136400******************************************************************
136500 2800-WRITE-REJECT.
136600     ADD 1 TO WI-MC-TXN-REJECTED.
136700     PERFORM 2750-FORMAT-TXN-LINE THRU 2750-EXIT.
136800     MOVE 'REJECTED' TO WI-MC-D-DISP.
136900     MOVE WI-MC-REJECT-REASON TO WI-MC-D-REASON.
137000     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-DTL-1.
137100     PERFORM 2760-FORMAT-DETAIL-LINE THRU 2760-EXIT.
137200     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-DTL-2.
137300     IF RETURN-CODE < 8
137400         MOVE 8 TO RETURN-CODE
137500     END-IF.
137600 2800-EXIT.
137700     EXIT.
137800
137900 2900-READ-TXN.
138000     MOVE 'N' TO WI-MC-HIST-FOUND-SW.
138100     MOVE 'N' TO WI-MC-CREDIT-WRITE-SW.
138200     READ WI-MC-DTXN-FILE
138300         AT END
138400             SET WI-MC-TXN-EOF TO TRUE
138500     END-READ.
138600 2900-EXIT.
138700     EXIT.
138800
138900******************************************************************
139000* 2950-READ-HISTORY - random read of the keyed history file on   *
139100* the key already moved to WI_MC_TXNH_KEY.                       *
139200******************************************************************
139300 2950-READ-HISTORY.
139400     MOVE 'Y' TO WI-MC-HIST-FOUND-SW.
139500     READ WI-MC-TXNHIST-FILE
139600         KEY IS WI_MC_TXNH_KEY
139700         INVALID KEY
139800             MOVE 'N' TO WI-MC-HIST-FOUND-SW
139900     END-READ.
140000 2950-EXIT.
140100     EXIT.
140200
140300******************************************************************
140400* 3100-LOCATE-CASE - binary locate of WI-MC-CASE-KEY-WORK.  On a *
140500* hit WI-MC-CASE-POS is the matching entry; on a miss it is the  *
140600* slot an OPEN belongs in.                                       *
140700******************************************************************
140800 3100-LOCATE-CASE.
140900     MOVE 'N' TO WI-MC-CASE-FOUND-SW.
141000     MOVE 1 TO WI-MC-BIN-LO.
141100     MOVE WI-MC-CASE-COUNT TO WI-MC-BIN-HI.
141200     PERFORM 3110-CASE-BINARY-STEP THRU 3110-EXIT
141300         UNTIL WI-MC-BIN-LO > WI-MC-BIN-HI.
141400     IF NOT WI-MC-CASE-FOUND
141500         MOVE WI-MC-BIN-LO TO WI-MC-CASE-POS
141600     END-IF.
141700 3100-EXIT.
141800     EXIT.
141900
142000 3110-CASE-BINARY-STEP.
142100     COMPUTE WI-MC-BIN-MID =
142200         (WI-MC-BIN-LO + WI-MC-BIN-HI) / 2.
142300     IF WI-MC-CASE-TBL-KEY (WI-MC-BIN-MID) = WI-MC-CASE-KEY-WORK
142400         SET WI-MC-CASE-FOUND TO TRUE
142500         MOVE WI-MC-BIN-MID TO WI-MC-CASE-POS
142600         COMPUTE WI-MC-BIN-LO = WI-MC-BIN-HI + 1
142700     ELSE
142800         IF WI-MC-CASE-TBL-KEY (WI-MC-BIN-MID)
142900                 < WI-MC-CASE-KEY-WORK
143000             COMPUTE WI-MC-BIN-LO = WI-MC-BIN-MID + 1
143100         ELSE
143200             COMPUTE WI-MC-BIN-HI = WI-MC-BIN-MID - 1
143300         END-IF
143400     END-IF.
143500 3110-EXIT.
143600     EXIT.
143700
143800******************************************************************
143900* 3200-LOCATE-LINK - binary locate of WI-MC-LINK-KEY-WORK, the   *
144000* same contract as 3100-LOCATE-CASE.                             *
144100******************************************************************
144200 3200-LOCATE-LINK.
144300     MOVE 'N' TO WI-MC-LINK-FOUND-SW.
144400     MOVE 1 TO WI-MC-BIN-LO.
144500     MOVE WI-MC-LINK-COUNT TO WI-MC-BIN-HI.
144600     PERFORM 3210-LINK-BINARY-STEP THRU 3210-EXIT
144700         UNTIL WI-MC-BIN-LO > WI-MC-BIN-HI.
144800     IF NOT WI-MC-LINK-FOUND
144900         MOVE WI-MC-BIN-LO TO WI-MC-LINK-POS
145000     END-IF.
145100 3200-EXIT.
145200     EXIT.
145300
145400 3210-LINK-BINARY-STEP.
145500     COMPUTE WI-MC-BIN-MID =
145600         (WI-MC-BIN-LO + WI-MC-BIN-HI) / 2.
145700     IF WI-MC-LINK-TBL-KEY (WI-MC-BIN-MID) = WI-MC-LINK-KEY-WORK
145800         SET WI-MC-LINK-FOUND TO TRUE
145900         MOVE WI-MC-BIN-MID TO WI-MC-LINK-POS
146000         COMPUTE WI-MC-BIN-LO = WI-MC-BIN-HI + 1
146100     ELSE
146200         IF WI-MC-LINK-TBL-KEY (WI-MC-BIN-MID)
146300                 < WI-MC-LINK-KEY-WORK
146400             COMPUTE WI-MC-BIN-LO = WI-MC-BIN-MID + 1
146500         ELSE
146600             COMPUTE WI-MC-BIN-HI = WI-MC-BIN-MID - 1
146700         END-IF
146800     END-IF.
146900 3210-EXIT.
147000     EXIT.
147100
147200******************************************************************
147300* 3300-CHECK-OTHER-CASES - is the history entry in               *
147400* WI-MC-LKEY-HIST-KEY linked to any other case still open or     *
147500* under review, or already credited - credited, or closed        *
147600* with a credit on it?  A declined case, or one closed without   *
147700* a credit, no longer holds its entries; an entry credited on    *
147710* any case stays held so it cannot be credited a second time.    *
147720* The current case's position is kept across the lookups.        *
147800******************************************************************
147900 3300-CHECK-OTHER-CASES.
148000     MOVE 'N' TO WI-MC-OTHER-CASE-SW.
148100     MOVE WI-MC-CASE-POS TO WI-MC-CASE-SAVE-POS.
148200     PERFORM 3310-TEST-ONE-LINK THRU 3310-EXIT
148300         VARYING WI-MC-LINK-SUB FROM 1 BY 1
148400         UNTIL WI-MC-LINK-SUB > WI-MC-LINK-COUNT
148500            OR WI-MC-ON-OTHER-CASE.
148600     MOVE WI_MC_DTXN_CASE_NO  TO WI-MC-CKEY-CASE-NO.
148700     MOVE WI_MC_DTXN_PROVIDER TO WI-MC-CKEY-PROVIDER.
148800     MOVE WI-MC-CASE-SAVE-POS TO WI-MC-CASE-POS.
148900     SET WI-MC-CASE-FOUND TO TRUE.
149000 3300-EXIT.
149100     EXIT.
149200
149300 3310-TEST-ONE-LINK.
149400     IF WI-MC-LINK-TBL-HIST-KEY (WI-MC-LINK-SUB)
149500             NOT = WI-MC-LKEY-HIST-KEY
149600         GO TO 3310-EXIT
149700     END-IF.
149800     MOVE WI-MC-LINK-TBL-CASE-NO (WI-MC-LINK-SUB)
149900         TO WI-MC-CKEY-CASE-NO.
150000     MOVE WI-MC-LINK-TBL-PROVIDER (WI-MC-LINK-SUB)
150100         TO WI-MC-CKEY-PROVIDER.
150200     PERFORM 3100-LOCATE-CASE THRU 3100-EXIT.
150300     IF WI-MC-CASE-FOUND
150400         IF WI-MC-CASE-TBL-ACTIVE (WI-MC-CASE-POS)
150500             SET WI-MC-ON-OTHER-CASE TO TRUE
150510         ELSE
150520             IF WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS) = 'C'
150530                 SET WI-MC-ON-OTHER-CASE TO TRUE
150540             ELSE
150550                 IF WI-MC-CASE-TBL-STATUS (WI-MC-CASE-POS) = 'X'
150560                  AND WI-MC-CASE-TBL-CREDIT (WI-MC-CASE-POS)
150570                         NOT = ZERO
150580                     SET WI-MC-ON-OTHER-CASE TO TRUE
150590                 END-IF
150595             END-IF
150600         END-IF
150700     END-IF.
150800 3310-EXIT.
150900     EXIT.
151000
151100******************************************************************
151200* 3500-STATUS-WORD - the printable word for the case status in   *
151300* WI-MC-STATUS-BYTE.                                             *
151400******************************************************************
151500 3500-STATUS-WORD.
151600     EVALUATE WI-MC-STATUS-BYTE
151700         WHEN 'O'
151800             MOVE 'OPEN'         TO WI-MC-STATUS-WORD
151900         WHEN 'R'
152000             MOVE 'UNDER REVIEW' TO WI-MC-STATUS-WORD
152100         WHEN 'C'
152200             MOVE 'CREDITED'     TO WI-MC-STATUS-WORD
152300         WHEN 'D'
152400             MOVE 'DECLINED'     TO WI-MC-STATUS-WORD
152500         WHEN 'X'
152600             MOVE 'CLOSED'       TO WI-MC-STATUS-WORD
152700         WHEN OTHER
152800             MOVE 'UNKNOWN'      TO WI-MC-STATUS-WORD
152900     END-EVALUATE.
153000 3500-EXIT.
153100     EXIT.
153200
153300******************************************************************
153400* 8000-TERMINATE - close the credit extract behind its own       *
153500* control trailer, rewrite the case master and link file from    *
153600* the updated in-core tables, print the report totals and        *
153700* summarize the run.                                             *
153800******************************************************************
153900 8000-TERMINATE.
154000     PERFORM 8100-WRITE-CREDIT-TRAILER THRU 8100-EXIT.
154100     PERFORM 8200-WRITE-CASE-OUT THRU 8200-EXIT
154200         VARYING WI-MC-TBL-SUB FROM 1 BY 1
154300         UNTIL WI-MC-TBL-SUB > WI-MC-CASE-COUNT.
154400     PERFORM 8300-WRITE-LINK-OUT THRU 8300-EXIT
154500         VARYING WI-MC-TBL-SUB FROM 1 BY 1
154600         UNTIL WI-MC-TBL-SUB > WI-MC-LINK-COUNT.
154700     MOVE WI-MC-TXN-READ     TO WI-MC-T-READ.
154800     MOVE WI-MC-TXN-APPLIED  TO WI-MC-T-APPLIED.
154900     MOVE WI-MC-TXN-REJECTED TO WI-MC-T-REJECTED.
155000     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-TOT-LINE.
155100     MOVE WI-MC-CASES-CREDITED       TO WI-MC-T-CASES.
155200     MOVE WI-MC-CREDIT-WRITTEN       TO WI-MC-T-CREDIT-RECS.
155300     MOVE WI-MC-CREDIT-CONTROL-TOTAL TO WI-MC-T-CREDIT-TOTAL.
155400     WRITE WI-MC-DSP-RPT-REC FROM WI-MC-DSP-CREDIT-LINE.
155500     CLOSE WI-MC-DTXN-FILE.
155600     CLOSE WI-MC-TXNHIST-FILE.
155700     CLOSE WI-MC-CASE-OUT-FILE.
155800     CLOSE WI-MC-LINK-OUT-FILE.
155900     CLOSE WI-MC-CREDIT-FILE.
156000     CLOSE WI-MC-DSP-RPT-FILE.
156100     DISPLAY 'WIMC440 TRANSACTIONS READ = ' WI-MC-TXN-READ.
156200     DISPLAY 'WIMC440 APPLIED           = ' WI-MC-TXN-APPLIED.
156300     DISPLAY 'WIMC440 REJECTED          = ' WI-MC-TXN-REJECTED.
156400     DISPLAY 'WIMC440 LOAD ERRORS       = ' WI-MC-LOAD-ERRORS.
156500     DISPLAY 'WIMC440 CASES CREDITED    = ' WI-MC-CASES-CREDITED.
156600     DISPLAY 'WIMC440 CREDIT RECORDS    = ' WI-MC-CREDIT-WRITTEN.
156610     DISPLAY 'WIMC440 CREDIT TAX        = '
156620         WI-MC-CREDIT-TAX-TOTAL.
156700     IF RETURN-CODE NOT = ZERO
156800         DISPLAY 'WIMC440 - MAINTENANCE FLAGGED, RETURN-CODE = '
156900             RETURN-CODE
157000     END-IF.
157100 8000-EXIT.
157200     EXIT.
157300
157400 8100-WRITE-CREDIT-TRAILER.
157500     MOVE SPACES TO WI-MC-CREDIT-TRL-REC.
157600     SET WI_MC_TRAILER_IS_TRAILER IN WI-MC-CREDIT-TRL-REC
157700         TO TRUE.
157800     MOVE WI-MC-CREDIT-WRITTEN
157900         TO WI_MC_TRAILER_RECORD_COUNT IN WI-MC-CREDIT-TRL-REC.
158000     MOVE WI-MC-CREDIT-CONTROL-TOTAL
158100         TO WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-CREDIT-TRL-REC.
158110     MOVE WI-MC-CREDIT-TAX-TOTAL
158120         TO WI_MC_TRAILER_TAX_TOTAL IN WI-MC-CREDIT-TRL-REC.
158200     WRITE WI-MC-CREDIT-TRL-REC.
158300 8100-EXIT.
158400     EXIT.
158500
158600 8200-WRITE-CASE-OUT.
158700     MOVE SPACES TO WI-MC-CASE-OUT-REC.
158800     MOVE WI-MC-CASE-TBL-KEY (WI-MC-TBL-SUB)
158900         TO WI_MC_DISPUTE_KEY IN WI-MC-CASE-OUT-REC.
159000     MOVE WI-MC-CASE-TBL-STATUS (WI-MC-TBL-SUB)
159100         TO WI_MC_DISPUTE_STATUS IN WI-MC-CASE-OUT-REC.
159200     MOVE WI-MC-CASE-TBL-OPENED (WI-MC-TBL-SUB)
159300         TO WI_MC_DISPUTE_OPENED_DATE IN WI-MC-CASE-OUT-REC.
159400     MOVE WI-MC-CASE-TBL-STAT-DATE (WI-MC-TBL-SUB)
159500         TO WI_MC_DISPUTE_STATUS_DATE IN WI-MC-CASE-OUT-REC.
159600     MOVE WI-MC-CASE-TBL-LINKS (WI-MC-TBL-SUB)
159700         TO WI_MC_DISPUTE_LINK_COUNT IN WI-MC-CASE-OUT-REC.
159800     MOVE WI-MC-CASE-TBL-VALUE (WI-MC-TBL-SUB)
159900         TO WI_MC_DISPUTE_VALUE IN WI-MC-CASE-OUT-REC.
160000     MOVE WI-MC-CASE-TBL-CREDIT (WI-MC-TBL-SUB)
160100         TO WI_MC_DISPUTE_CREDIT_AMOUNT IN WI-MC-CASE-OUT-REC.
160200     MOVE WI-MC-CASE-TBL-USER (WI-MC-TBL-SUB)
160300         TO WI_MC_DISPUTE_USER IN WI-MC-CASE-OUT-REC.
160400     MOVE WI-MC-CASE-TBL-DESC (WI-MC-TBL-SUB)
160500         TO WI_MC_DISPUTE_DESCRIPTION IN WI-MC-CASE-OUT-REC.
160600     WRITE WI-MC-CASE-OUT-REC.
160700 8200-EXIT.
160800     EXIT.
160900
161000 8300-WRITE-LINK-OUT.
161100     MOVE SPACES TO WI-MC-LINK-OUT-REC.
161200     MOVE WI-MC-LINK-TBL-KEY (WI-MC-TBL-SUB)
161300         TO WI_MC_DSPL_KEY IN WI-MC-LINK-OUT-REC.
161400     MOVE WI-MC-LINK-TBL-LINKED (WI-MC-TBL-SUB)
161500         TO WI_MC_DSPL_LINKED_DATE IN WI-MC-LINK-OUT-REC.
161600     MOVE WI-MC-LINK-TBL-VALUE (WI-MC-TBL-SUB)
161700         TO WI_MC_DSPL_VALUE IN WI-MC-LINK-OUT-REC.
161800     WRITE WI-MC-LINK-OUT-REC.
161900 8300-EXIT.
162000     EXIT.
