000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC430.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC430 - WHAT-IF RATE SIMULATION                              *
000900*                                                                *
001000* On-request simulation run before a renewal's plan versions are *
001100* loaded onto WI_MC_RATE_MASTER.  A proposed rate file in the    *
001200* WIMCRTE layout is read alongside the current master, and a     *
001300* window of actual activity is re-rated against both the way     *
001400* 2300-RATE-AND-EXTRACT in WIMC110 rates it: the version in      *
001500* force for the rating date is found by provider / type /        *
001600* operation, each add-on value converted to the settlement       *
001700* currency through the dated exchange-rate file (WIMCFXR) and    *
001800* multiplied by the factor, a reversal netting negative.  The    *
001900* activity comes either from the keyed transaction-history file  *
002000* (WIMCTHS - billed entries only) or from the accumulated        *
002100* billing extracts (WIMCBIL), named on a one-record parameter    *
002200* file in the style of WIMC420's.  The report shows current      *
002300* against proposed rated amounts per provider / type /           *
002400* operation and plan code with the variance, then the            *
002500* combinations the proposal would leave unrated - the new        *
002600* rating holds the renewal would create - so Finance signs a     *
002700* renewal off on real numbers before it goes live.  Nothing is   *
002800* written back; the run ends RETURN-CODE 4 when the proposal     *
002900* would create a new hold.                                       *
003000*                                                                *
003100* MODIFICATION HISTORY                                           *
003200* ----------------------------------------------------------     *
003300* DATE       BY    DESCRIPTION                                   *
003400* 10/15/2026 RLH   Initial version.                              *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT WI-MC-TXNHIST-FILE
004000         ASSIGN TO WIMCTHST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS WI_MC_TXNH_KEY
004400         FILE STATUS IS WI-MC-TXNHIST-STATUS.
004500
004600     SELECT WI-MC-BILLING-FILE
004700         ASSIGN TO WIMCBILM
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WI-MC-BILLING-STATUS.
005000
005100     SELECT WI-MC-RATE-FILE
005200         ASSIGN TO WIMCRTEM
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WI-MC-RATE-STATUS.
005500
005600     SELECT WI-MC-PROP-RATE-FILE
005700         ASSIGN TO WIMCRTEP
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WI-MC-PROP-RATE-STATUS.
006000
006100     SELECT WI-MC-CARRIER-FILE
006200         ASSIGN TO WIMCCARM
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WI-MC-CARRIER-STATUS.
006500
006600     SELECT WI-MC-FX-FILE
006700         ASSIGN TO WIMCFXRM
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WI-MC-FX-STATUS.
007000
007100     SELECT WI-MC-PROC-DATE-FILE
007200         ASSIGN TO WIMCPDTE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
007500
007600     SELECT WI-MC-PARM-FILE
007700         ASSIGN TO WIMCPARM
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WI-MC-PARM-STATUS.
008000
008100     SELECT WI-MC-SIM-RPT-FILE
008200         ASSIGN TO WIMCWIFR
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WI-MC-SIM-RPT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  WI-MC-TXNHIST-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  WI-MC-TXNHIST-REC.
009100     COPY WIMCTHS.
009200
009300 FD  WI-MC-BILLING-FILE
009400     LABEL RECORDS ARE STANDARD.
009500 01  WI-MC-BILLING-REC.
009600     COPY WIMCBIL.
009700 01  WI-MC-BILLING-TRL-REC.
009800     COPY WIMCTRL.
009900
010000 FD  WI-MC-RATE-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  WI-MC-RATE-REC.
010300     COPY WIMCRTE.
010400
010500******************************************************************
010600* The proposed rate file is in the WIMCRTE layout itself, so a   *
010700* proposal that signs off can be loaded onto the master as it    *
010800* stands.                                                        *
010900******************************************************************
011000 FD  WI-MC-PROP-RATE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  WI-MC-PROP-RATE-REC.
011300     COPY WIMCRTE.
011400
011500 FD  WI-MC-CARRIER-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  WI-MC-CARRIER-REC.
011800     COPY WIMCCAR.
011900
012000 FD  WI-MC-FX-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  WI-MC-FX-REC.
012300     COPY WIMCFXR.
012400
012500 FD  WI-MC-PROC-DATE-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  WI-MC-PROC-DATE-REC.
012800     COPY WIMCPDT.
012900
013000 FD  WI-MC-PARM-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  WI-MC-PARM-REC.
013300     05 WI-MC-P-PROVIDER            PIC X(12).
013400     05 WI-MC-P-FROM-DATE           PIC X(06).
013500     05 WI-MC-P-TO-DATE             PIC X(06).
013600     05 WI-MC-P-SOURCE              PIC X(01).
013700     05 WI-MC-P-RATE-DATE           PIC X(06).
013800     05 FILLER                      PIC X(49).
013900
014000 FD  WI-MC-SIM-RPT-FILE
014100     LABEL RECORDS ARE STANDARD.
014200 01  WI-MC-SIM-RPT-REC              PIC X(132).
014300
014400 WORKING-STORAGE SECTION.
014500
014600 77  WI-MC-TXNHIST-STATUS           PIC X(02) VALUE SPACES.
014700 77  WI-MC-BILLING-STATUS           PIC X(02) VALUE SPACES.
014800 77  WI-MC-RATE-STATUS              PIC X(02) VALUE SPACES.
014900 77  WI-MC-PROP-RATE-STATUS         PIC X(02) VALUE SPACES.
015000 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
015100 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
015200 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
015300 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
015400 77  WI-MC-SIM-RPT-STATUS           PIC X(02) VALUE SPACES.
015500
015600 01  WI-MC-SWITCHES.
015700     05 WI-MC-ACTIVITY-EOF-SW       PIC X(01) VALUE 'N'.
015800        88 WI-MC-ACTIVITY-EOF             VALUE 'Y'.
015900     05 WI-MC-RATE-EOF-SW           PIC X(01) VALUE 'N'.
016000        88 WI-MC-RATE-EOF                 VALUE 'Y'.
016100     05 WI-MC-PROP-RATE-EOF-SW      PIC X(01) VALUE 'N'.
016200        88 WI-MC-PROP-RATE-EOF            VALUE 'Y'.
016300     05 WI-MC-CARRIER-EOF-SW        PIC X(01) VALUE 'N'.
016400        88 WI-MC-CARRIER-EOF              VALUE 'Y'.
016500     05 WI-MC-FX-EOF-SW             PIC X(01) VALUE 'N'.
016600        88 WI-MC-FX-EOF                   VALUE 'Y'.
016700     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
016800        88 WI-MC-PARM-EOF                 VALUE 'Y'.
016900     05 WI-MC-FX-FOUND-SW           PIC X(01) VALUE 'N'.
017000        88 WI-MC-FX-FOUND                 VALUE 'Y'.
017100     05 WI-MC-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
017200        88 WI-MC-RATE-FOUND               VALUE 'Y'.
017300     05 WI-MC-RATE-KEY-FOUND-SW     PIC X(01) VALUE 'N'.
017400        88 WI-MC-RATE-KEY-FOUND           VALUE 'Y'.
017500     05 WI-MC-RATE-SCAN-SW          PIC X(01) VALUE 'N'.
017600        88 WI-MC-RATE-SCAN-DONE           VALUE 'Y'.
017700     05 WI-MC-CUR-FOUND-SW          PIC X(01) VALUE 'N'.
017800        88 WI-MC-CUR-FOUND                VALUE 'Y'.
017900     05 WI-MC-PROP-FOUND-SW         PIC X(01) VALUE 'N'.
018000        88 WI-MC-PROP-FOUND               VALUE 'Y'.
018100     05 WI-MC-REVERSAL-SW           PIC X(01) VALUE 'N'.
018200        88 WI-MC-REVERSAL                 VALUE 'Y'.
018300     05 WI-MC-KEY-FOUND-SW          PIC X(01) VALUE 'N'.
018400        88 WI-MC-KEY-FOUND                VALUE 'Y'.
018500
018600 01  WI-MC-COUNTERS.
018700     05 WI-MC-RATE-COUNT            PIC 9(05) COMP VALUE ZERO.
018800     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
018900     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
019000     05 WI-MC-SIM-COUNT             PIC 9(05) COMP VALUE ZERO.
019100     05 WI-MC-ACTIVITY-READ         PIC 9(09) COMP VALUE ZERO.
019200     05 WI-MC-ACTIVITY-SELECTED     PIC 9(09) COMP VALUE ZERO.
019300     05 WI-MC-ADDONS-RERATED        PIC 9(09) COMP VALUE ZERO.
019400     05 WI-MC-NO-FX-SKIPPED         PIC 9(09) COMP VALUE ZERO.
019500     05 WI-MC-NEW-HOLD-COUNT        PIC 9(05) COMP VALUE ZERO.
019600
019700 01  WI-MC-CUR-TOTAL                PIC S9(09)V99 COMP-3
019800                                     VALUE ZERO.
019900 01  WI-MC-PROP-TOTAL               PIC S9(09)V99 COMP-3
020000                                     VALUE ZERO.
020100 01  WI-MC-VARIANCE-TOTAL           PIC S9(09)V99 COMP-3
020200                                     VALUE ZERO.
020300 01  WI-MC-NEW-HOLD-TOTAL           PIC S9(09)V99 COMP-3
020400                                     VALUE ZERO.
020500 01  WI-MC-VARIANCE-WORK            PIC S9(09)V99 COMP-3
020600                                     VALUE ZERO.
020700 01  WI-MC-CUR-AMOUNT               PIC S9(09)V99 COMP-3
020800                                     VALUE ZERO.
020900 01  WI-MC-PROP-AMOUNT              PIC S9(09)V99 COMP-3
021000                                     VALUE ZERO.
021100 01  WI-MC-ADDON-SUBSCRIPT          PIC 9(01) COMP VALUE ZERO.
021200 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
021300
021400******************************************************************
021500* WI-MC-SELECT-CRITERIA - the selection loaded from the          *
021600* parameter file.  A blank provider selects every carrier and a  *
021700* blank date selects everything on that side of the window; the  *
021800* window applies to the history source only, the billing         *
021900* extracts being concatenated for the window in the JCL.  The    *
022000* source is H (history, the default) or B (billing extracts).    *
022100* The rating date, when given, rates every add-on as of that one *
022200* date - typically the renewal's go-live date - so the proposal  *
022300* is priced on its own effective dating; blank rates history     *
022400* activity as of its own business date and billing activity as  *
022500* of the processing date.                                        *
022600******************************************************************
022700 01  WI-MC-SELECT-CRITERIA.
022800     05 WI-MC-SEL-PROVIDER          PIC X(12) VALUE SPACES.
022900     05 WI-MC-SEL-FROM-DATE         PIC 9(06) VALUE ZERO.
023000     05 WI-MC-SEL-TO-DATE           PIC 9(06) VALUE ZERO.
023100     05 WI-MC-SEL-RATE-DATE         PIC 9(06) VALUE ZERO.
023200     05 WI-MC-SEL-SOURCE            PIC X(01) VALUE 'H'.
023300        88 WI-MC-SOURCE-HISTORY           VALUE 'H'.
023400        88 WI-MC-SOURCE-BILLING           VALUE 'B'.
023500
023600******************************************************************
023700* WI-MC-CARRIER-TABLE - WI_MC_CARRIER_MASTER, probed with SEARCH *
023800* ALL for the currency a history entry's add-on values are in.   *
023900* A billing record carries its own currency.                     *
024000******************************************************************
024100 01  WI-MC-CARRIER-TABLE.
024200     05 WI-MC-CARRIER-ENTRY OCCURS 1 TO 5000 TIMES
024300           DEPENDING ON WI-MC-CARRIER-COUNT
024400           ASCENDING KEY IS WI-MC-CARRIER-TBL-CODE
024500           INDEXED BY WI-MC-CARRIER-IDX.
024600        10 WI-MC-CARRIER-TBL-CODE   PIC X(12).
024700        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
024800
024900******************************************************************
025000* WI-MC-FX-TABLE - the dated exchange-rate file, the version in  *
025100* force on the rating date converting a foreign carrier's        *
025200* add-on values exactly as WIMC110 converts them.                *
025300******************************************************************
025400 01  WI-MC-SETTLE-CURRENCY          PIC X(03) VALUE 'USD'.
025500
025600 01  WI-MC-FX-TABLE.
025700     05 WI-MC-FX-ENTRY OCCURS 1 TO 500 TIMES
025800           DEPENDING ON WI-MC-FX-COUNT.
025900        10 WI-MC-FX-TBL-CURRENCY    PIC X(03).
026000        10 WI-MC-FX-TBL-EFF-FROM    PIC 9(06).
026100        10 WI-MC-FX-TBL-EFF-TO      PIC 9(06).
026200        10 WI-MC-FX-TBL-RATE        PIC 9(03)V9(06) COMP-3.
026300 01  WI-MC-FX-SUB                   PIC 9(03) COMP VALUE ZERO.
026400 01  WI-MC-CARRIER-CURR-WORK        PIC X(03) VALUE SPACES.
026500 01  WI-MC-FX-RATE-WORK             PIC 9(03)V9(06) COMP-3
026600                                     VALUE ZERO.
026700 01  WI-MC-RATE-DATE-WORK           PIC 9(06) VALUE ZERO.
026800 01  WI-MC-CONV-VALUE-WORK          PIC S9(09)V99 COMP-3
026900                                     VALUE ZERO.
027000
027100******************************************************************
027200* WI-MC-RATE-TABLE - the current master and the proposed file    *
027300* in one table, each entry's key led by a set byte: C for the    *
027400* current master, P for the proposal.  Both files are maintained *
027500* in ascending provider / type / operation / effective-from      *
027600* sequence and the current master is loaded first, so the table  *
027700* stays in key sequence for the same binary locate and version   *
027800* scan WIMC110 rates with.                                       *
027900******************************************************************
028000 01  WI-MC-RATE-TABLE.
028100     05 WI-MC-RATE-ENTRY OCCURS 1 TO 40000 TIMES
028200           DEPENDING ON WI-MC-RATE-COUNT.
028300        10 WI-MC-RATE-TBL-KEY.
028400           15 WI-MC-RATE-TBL-SET       PIC X(01).
028500           15 WI-MC-RATE-TBL-PROVIDER  PIC X(12).
028600           15 WI-MC-RATE-TBL-TYPE      PIC X(16).
028700           15 WI-MC-RATE-TBL-OPERATION PIC X(24).
028800        10 WI-MC-RATE-TBL-PLAN      PIC X(08).
028900        10 WI-MC-RATE-TBL-FACTOR    PIC 9(03)V9(04) COMP-3.
029000        10 WI-MC-RATE-TBL-EFF-FROM  PIC 9(06).
029100        10 WI-MC-RATE-TBL-EFF-TO    PIC 9(06).
029200
029300 01  WI-MC-RATE-KEY-WORK.
029400     05 WI-MC-RKEY-SET              PIC X(01).
029500     05 WI-MC-RKEY-PROVIDER         PIC X(12).
029600     05 WI-MC-RKEY-TYPE             PIC X(16).
029700     05 WI-MC-RKEY-OPERATION        PIC X(24).
029800 01  WI-MC-RATE-BIN-LO              PIC 9(05) COMP VALUE ZERO.
029900 01  WI-MC-RATE-BIN-HI              PIC 9(05) COMP VALUE ZERO.
030000 01  WI-MC-RATE-BIN-MID             PIC 9(05) COMP VALUE ZERO.
030100 01  WI-MC-RATE-POS                 PIC 9(05) COMP VALUE ZERO.
030200 01  WI-MC-RATE-FACTOR-WORK         PIC 9(03)V9(04) COMP-3
030300                                     VALUE ZERO.
030400 01  WI-MC-RATE-PLAN-WORK           PIC X(08) VALUE SPACES.
030500 01  WI-MC-CUR-FACTOR               PIC 9(03)V9(04) COMP-3
030600                                     VALUE ZERO.
030700 01  WI-MC-PROP-FACTOR              PIC 9(03)V9(04) COMP-3
030800                                     VALUE ZERO.
030900
031000******************************************************************
031100* WI-MC-SIM-TABLE - one entry per provider / type / operation /  *
031200* current plan / proposed plan, kept in ascending key sequence   *
031300* by sorted insert and probed with a binary locate, the same     *
031400* shape WIMC210 ties out with.  An add-on the proposal cannot    *
031500* rate posts with a blank proposed plan and its hold reason -    *
031600* N not on the proposed file, F no proposed version in force -   *
031700* the same reasons WIMC110 would hold it under; its settlement-  *
031800* currency value is carried as the value the hold would sit on.  *
031900******************************************************************
032000 01  WI-MC-SIM-TABLE.
032100     05 WI-MC-SIM-ENTRY OCCURS 1 TO 20000 TIMES
032200           DEPENDING ON WI-MC-SIM-COUNT.
032300        10 WI-MC-SIM-KEY.
032400           15 WI-MC-SIM-PROVIDER    PIC X(12).
032500           15 WI-MC-SIM-TYPE        PIC X(16).
032600           15 WI-MC-SIM-OPERATION   PIC X(24).
032700           15 WI-MC-SIM-CUR-PLAN    PIC X(08).
032800           15 WI-MC-SIM-PROP-PLAN   PIC X(08).
032900           15 WI-MC-SIM-HOLD-REASON PIC X(01).
033000        10 WI-MC-SIM-ADDONS         PIC 9(09) COMP.
033100        10 WI-MC-SIM-CUR-AMOUNT     PIC S9(09)V99 COMP-3.
033200        10 WI-MC-SIM-PROP-AMOUNT    PIC S9(09)V99 COMP-3.
033300        10 WI-MC-SIM-HELD-VALUE     PIC S9(09)V99 COMP-3.
033400
033500 01  WI-MC-SIM-KEY-WORK.
033600     05 WI-MC-KEY-PROVIDER          PIC X(12).
033700     05 WI-MC-KEY-TYPE              PIC X(16).
033800     05 WI-MC-KEY-OPERATION         PIC X(24).
033900     05 WI-MC-KEY-CUR-PLAN          PIC X(08).
034000     05 WI-MC-KEY-PROP-PLAN         PIC X(08).
034100     05 WI-MC-KEY-HOLD-REASON       PIC X(01).
034200 01  WI-MC-BIN-LO                   PIC 9(05) COMP VALUE ZERO.
034300 01  WI-MC-BIN-HI                   PIC 9(05) COMP VALUE ZERO.
034400 01  WI-MC-BIN-MID                  PIC 9(05) COMP VALUE ZERO.
034500 01  WI-MC-TBL-POS                  PIC 9(05) COMP VALUE ZERO.
034600 01  WI-MC-TBL-SUB                  PIC 9(05) COMP VALUE ZERO.
034700
034800 01  WI-MC-RPT-TIMESTAMP-WORK.
034900     05 WI-MC-RPT-DATE              PIC 9(06).
035000     05 WI-MC-RPT-TIME              PIC 9(08).
035100 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
035200
035300 01  WI-MC-SIM-HDR-1.
035400     05 FILLER                      PIC X(01) VALUE SPACE.
035500     05 FILLER                      PIC X(34) VALUE
035600        'WIMC430 WHAT-IF RATE SIMULATION - '.
035700     05 WI-MC-H-STAMP               PIC X(15).
035800     05 FILLER                      PIC X(10) VALUE
035900        '  SOURCE  '.
036000     05 WI-MC-H-SOURCE              PIC X(16).
036100     05 FILLER                      PIC X(56) VALUE SPACES.
036200
036300 01  WI-MC-SIM-HDR-2.
036400     05 FILLER                      PIC X(01) VALUE SPACE.
036500     05 FILLER                      PIC X(09) VALUE 'PROVIDER='.
036600     05 WI-MC-H-PROVIDER            PIC X(12).
036700     05 FILLER                      PIC X(07) VALUE '  FROM='.
036800     05 WI-MC-H-FROM                PIC 9(06).
036900     05 FILLER                      PIC X(05) VALUE '  TO='.
037000     05 WI-MC-H-TO                  PIC 9(06).
037100     05 FILLER                      PIC X(13) VALUE
037200        '  RATED AS OF'.
037300     05 FILLER                      PIC X(01) VALUE '='.
037400     05 WI-MC-H-RATE-DATE           PIC X(15).
037500     05 FILLER                      PIC X(57) VALUE SPACES.
037600
037700 01  WI-MC-SIM-HDR-3.
037800     05 FILLER                      PIC X(01) VALUE SPACE.
037900     05 FILLER                      PIC X(12) VALUE 'PROVIDER'.
038000     05 FILLER                      PIC X(01) VALUE SPACE.
038100     05 FILLER                      PIC X(16) VALUE 'TYPE'.
038200     05 FILLER                      PIC X(01) VALUE SPACE.
038300     05 FILLER                      PIC X(24) VALUE 'OPERATION'.
038400     05 FILLER                      PIC X(01) VALUE SPACE.
038500     05 FILLER                      PIC X(08) VALUE 'CUR PLAN'.
038600     05 FILLER                      PIC X(13) VALUE
038700        '      CURRENT'.
038800     05 FILLER                      PIC X(02) VALUE SPACES.
038900     05 FILLER                      PIC X(08) VALUE 'NEW PLAN'.
039000     05 FILLER                      PIC X(13) VALUE
039100        '     PROPOSED'.
039200     05 FILLER                      PIC X(13) VALUE
039300        '     VARIANCE'.
039400     05 FILLER                      PIC X(19) VALUE SPACES.
039500
039600******************************************************************
039700* One line per combination: the current plan and rated amount,   *
039800* the proposed plan and rated amount, and the variance.  A       *
039900* combination the proposal leaves unrated shows *NONE* for the   *
040000* proposed plan and is flagged; it is listed again, with its     *
040100* reason, in the new-holds section.                              *
040200******************************************************************
040300 01  WI-MC-SIM-DTL-LINE.
040400     05 FILLER                      PIC X(01) VALUE SPACE.
040500     05 WI-MC-D-PROVIDER            PIC X(12).
040600     05 FILLER                      PIC X(01) VALUE SPACE.
040700     05 WI-MC-D-TYPE                PIC X(16).
040800     05 FILLER                      PIC X(01) VALUE SPACE.
040900     05 WI-MC-D-OPERATION           PIC X(24).
041000     05 FILLER                      PIC X(01) VALUE SPACE.
041100     05 WI-MC-D-CUR-PLAN            PIC X(08).
041200     05 WI-MC-D-CUR-AMT             PIC -ZZZZZZZZ9.99.
041300     05 FILLER                      PIC X(02) VALUE SPACES.
041400     05 WI-MC-D-PROP-PLAN           PIC X(08).
041500     05 WI-MC-D-PROP-AMT            PIC -ZZZZZZZZ9.99.
041600     05 WI-MC-D-VARIANCE            PIC -ZZZZZZZZ9.99.
041700     05 WI-MC-D-FLAG                PIC X(02).
041800     05 FILLER                      PIC X(17) VALUE SPACES.
041900
042000 01  WI-MC-HOLD-HDR-1.
042100     05 FILLER                      PIC X(01) VALUE SPACE.
042200     05 FILLER                      PIC X(46) VALUE
042300        'COMBINATIONS THE PROPOSAL WOULD LEAVE UNRATED'.
042400     05 FILLER                      PIC X(85) VALUE SPACES.
042500
042600 01  WI-MC-HOLD-HDR-2.
042700     05 FILLER                      PIC X(01) VALUE SPACE.
042800     05 FILLER                      PIC X(12) VALUE 'PROVIDER'.
042900     05 FILLER                      PIC X(01) VALUE SPACE.
043000     05 FILLER                      PIC X(16) VALUE 'TYPE'.
043100     05 FILLER                      PIC X(01) VALUE SPACE.
043200     05 FILLER                      PIC X(24) VALUE 'OPERATION'.
043300     05 FILLER                      PIC X(01) VALUE SPACE.
043400     05 FILLER                      PIC X(08) VALUE 'CUR PLAN'.
043500     05 FILLER                      PIC X(13) VALUE
043600        '      CURRENT'.
043700     05 FILLER                      PIC X(02) VALUE SPACES.
043800     05 FILLER                      PIC X(13) VALUE
043900        '   HELD VALUE'.
044000     05 FILLER                      PIC X(02) VALUE SPACES.
044100     05 FILLER                      PIC X(38) VALUE 'REASON'.
044200
044300 01  WI-MC-HOLD-DTL-LINE.
044400     05 FILLER                      PIC X(01) VALUE SPACE.
044500     05 WI-MC-U-PROVIDER            PIC X(12).
044600     05 FILLER                      PIC X(01) VALUE SPACE.
044700     05 WI-MC-U-TYPE                PIC X(16).
044800     05 FILLER                      PIC X(01) VALUE SPACE.
044900     05 WI-MC-U-OPERATION           PIC X(24).
045000     05 FILLER                      PIC X(01) VALUE SPACE.
045100     05 WI-MC-U-CUR-PLAN            PIC X(08).
045200     05 WI-MC-U-CUR-AMT             PIC -ZZZZZZZZ9.99.
045300     05 FILLER                      PIC X(02) VALUE SPACES.
045400     05 WI-MC-U-HELD-VAL            PIC -ZZZZZZZZ9.99.
045500     05 FILLER                      PIC X(02) VALUE SPACES.
045600     05 WI-MC-U-MESSAGE             PIC X(38).
045700
045800 01  WI-MC-SIM-TOT-LINE-1.
045900     05 FILLER                      PIC X(01) VALUE SPACE.
046000     05 FILLER                      PIC X(13) VALUE
046100        'COMBINATIONS '.
046200     05 WI-MC-T-COMBOS              PIC ZZZ,ZZ9.
046300     05 FILLER                      PIC X(19) VALUE
046400        '  ADD-ONS RE-RATED '.
046500     05 WI-MC-T-ADDONS              PIC ZZZ,ZZZ,ZZ9.
046600     05 FILLER                      PIC X(12) VALUE
046700        '  NEW HOLDS '.
046800     05 WI-MC-T-NEW-HOLDS           PIC ZZZ,ZZ9.
046900     05 FILLER                      PIC X(62) VALUE SPACES.
047000
047100 01  WI-MC-SIM-TOT-LINE-2.
047200     05 FILLER                      PIC X(01) VALUE SPACE.
047300     05 FILLER                      PIC X(15) VALUE
047400        'CURRENT TOTAL  '.
047500     05 WI-MC-T-CUR-TOTAL           PIC -ZZZ,ZZZ,ZZ9.99.
047600     05 FILLER                      PIC X(18) VALUE
047700        '  PROPOSED TOTAL  '.
047800     05 WI-MC-T-PROP-TOTAL          PIC -ZZZ,ZZZ,ZZ9.99.
047900     05 FILLER                      PIC X(12) VALUE
048000        '  VARIANCE  '.
048100     05 WI-MC-T-VARIANCE            PIC -ZZZ,ZZZ,ZZ9.99.
048200     05 FILLER                      PIC X(41) VALUE SPACES.
048300
048400 01  WI-MC-SIM-TOT-LINE-3.
048500     05 FILLER                      PIC X(01) VALUE SPACE.
048600     05 FILLER                      PIC X(27) VALUE
048700        'CURRENT REVENUE NEWLY HELD '.
048800     05 WI-MC-T-NEW-HOLD-VAL        PIC -ZZZ,ZZZ,ZZ9.99.
048900     05 FILLER                      PIC X(20) VALUE
049000        '  NO EXCHANGE RATE  '.
049100     05 WI-MC-T-NO-FX               PIC ZZZ,ZZZ,ZZ9.
049200     05 FILLER                      PIC X(58) VALUE SPACES.
049300
049400 PROCEDURE DIVISION.
049500
049600******************************************************************
049700* 0000-MAINLINE                                                  *
049800******************************************************************
049900 0000-MAINLINE.
050000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
050100     IF WI-MC-SOURCE-HISTORY
050200         PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
050300             UNTIL WI-MC-ACTIVITY-EOF
050400     ELSE
050500         PERFORM 3000-PROCESS-BILLING THRU 3000-EXIT
050600             UNTIL WI-MC-ACTIVITY-EOF
050700     END-IF.
050800     PERFORM 6000-WRITE-SIMULATION THRU 6000-EXIT
050900         VARYING WI-MC-TBL-SUB FROM 1 BY 1
051000         UNTIL WI-MC-TBL-SUB > WI-MC-SIM-COUNT.
051100     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-HOLD-HDR-1.
051200     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-HOLD-HDR-2.
051300     PERFORM 6500-WRITE-NEW-HOLD THRU 6500-EXIT
051400         VARYING WI-MC-TBL-SUB FROM 1 BY 1
051500         UNTIL WI-MC-TBL-SUB > WI-MC-SIM-COUNT.
051600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
051700     STOP RUN.
051800
051900******************************************************************
052000* 1000-INITIALIZE - pick up the selection, load the carrier      *
052100* master, the exchange-rate file and both rate files, open the   *
052200* activity source and write the report headings.                 *
052300******************************************************************
052400 1000-INITIALIZE.
052500     OPEN INPUT WI-MC-PARM-FILE.
052600     IF WI-MC-PARM-STATUS = '00'
052700         PERFORM 1100-READ-PARM THRU 1100-EXIT
052800         CLOSE WI-MC-PARM-FILE
052900     END-IF.
053000     IF NOT WI-MC-SOURCE-HISTORY
053100      AND NOT WI-MC-SOURCE-BILLING
053200         DISPLAY 'WIMC430 - INVALID SOURCE IN PARAMETER FILE: '
053300             WI-MC-SEL-SOURCE
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN
053600     END-IF.
053700
053800     OPEN INPUT WI-MC-PROC-DATE-FILE.
053900     IF WI-MC-PROC-DATE-STATUS = '00'
054000         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
054100         CLOSE WI-MC-PROC-DATE-FILE
054200     END-IF.
054300     IF WI-MC-RUN-DATE = ZERO
054400         DISPLAY 'WIMC430 - NO PROCESSING DATE CONTROL, '
054500             'CLOCK DATE USED'
054600         ACCEPT WI-MC-RUN-DATE FROM DATE
054700     END-IF.
054800
054900     OPEN INPUT WI-MC-CARRIER-FILE.
055000     IF WI-MC-CARRIER-STATUS NOT = '00'
055100         DISPLAY 'WIMC430 - CARRIER MASTER OPEN FAILED, STATUS '
055200             WI-MC-CARRIER-STATUS
055300         MOVE 16 TO RETURN-CODE
055400         STOP RUN
055500     END-IF.
055600     PERFORM 1150-LOAD-CARRIER-TABLE THRU 1150-EXIT
055700         UNTIL WI-MC-CARRIER-EOF.
055800     CLOSE WI-MC-CARRIER-FILE.
055900
056000     OPEN INPUT WI-MC-FX-FILE.
056100     IF WI-MC-FX-STATUS = '00'
056200         PERFORM 1450-LOAD-FX-TABLE THRU 1450-EXIT
056300             UNTIL WI-MC-FX-EOF
056400         CLOSE WI-MC-FX-FILE
056500     END-IF.
056600
056700     OPEN INPUT WI-MC-RATE-FILE.
056800     IF WI-MC-RATE-STATUS NOT = '00'
056900         DISPLAY 'WIMC430 - RATE MASTER OPEN FAILED, STATUS '
057000             WI-MC-RATE-STATUS
057100         MOVE 16 TO RETURN-CODE
057200         STOP RUN
057300     END-IF.
057400     PERFORM 1250-LOAD-RATE-TABLE THRU 1250-EXIT
057500         UNTIL WI-MC-RATE-EOF.
057600     CLOSE WI-MC-RATE-FILE.
057700
057800     OPEN INPUT WI-MC-PROP-RATE-FILE.
057900     IF WI-MC-PROP-RATE-STATUS NOT = '00'
058000         DISPLAY 'WIMC430 - PROPOSED RATE FILE OPEN FAILED, '
058100             'STATUS ' WI-MC-PROP-RATE-STATUS
058200         MOVE 16 TO RETURN-CODE
058300         STOP RUN
058400     END-IF.
058500     PERFORM 1260-LOAD-PROP-RATES THRU 1260-EXIT
058600         UNTIL WI-MC-PROP-RATE-EOF.
058700     CLOSE WI-MC-PROP-RATE-FILE.
058800
058900     IF WI-MC-SOURCE-HISTORY
059000         PERFORM 1500-OPEN-HISTORY THRU 1500-EXIT
059100     ELSE
059200         OPEN INPUT WI-MC-BILLING-FILE
059300         IF WI-MC-BILLING-STATUS NOT = '00'
059400             DISPLAY 'WIMC430 - BILLING EXTRACTS OPEN FAILED, '
059500                 'STATUS ' WI-MC-BILLING-STATUS
059600             MOVE 16 TO RETURN-CODE
059700             STOP RUN
059800         END-IF
059900     END-IF.
060000
060100     OPEN OUTPUT WI-MC-SIM-RPT-FILE.
060200     ACCEPT WI-MC-RPT-DATE FROM DATE.
060300     ACCEPT WI-MC-RPT-TIME FROM TIME.
060400     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
060500            SPACE          DELIMITED BY SIZE
060600            WI-MC-RPT-TIME DELIMITED BY SIZE
060700         INTO WI-MC-RPT-STAMP.
060800     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
060900     IF WI-MC-SOURCE-HISTORY
061000         MOVE 'HISTORY' TO WI-MC-H-SOURCE
061100     ELSE
061200         MOVE 'BILLING EXTRACTS' TO WI-MC-H-SOURCE
061300     END-IF.
061400     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-HDR-1.
061500     IF WI-MC-SEL-PROVIDER = SPACES
061600         MOVE 'ALL' TO WI-MC-H-PROVIDER
061700     ELSE
061800         MOVE WI-MC-SEL-PROVIDER TO WI-MC-H-PROVIDER
061900     END-IF.
062000     MOVE WI-MC-SEL-FROM-DATE TO WI-MC-H-FROM.
062100     MOVE WI-MC-SEL-TO-DATE   TO WI-MC-H-TO.
062200     IF WI-MC-SEL-RATE-DATE = ZERO
062300         MOVE 'ACTIVITY DATE' TO WI-MC-H-RATE-DATE
062400     ELSE
062500         MOVE WI-MC-SEL-RATE-DATE TO WI-MC-H-RATE-DATE
062600     END-IF.
062700     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-HDR-2.
062800     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-HDR-3.
062900 1000-EXIT.
063000     EXIT.
063100
063200 1100-READ-PARM.
063300     READ WI-MC-PARM-FILE
063400         AT END
063500             SET WI-MC-PARM-EOF TO TRUE
063600         NOT AT END
063700             MOVE WI-MC-P-PROVIDER TO WI-MC-SEL-PROVIDER
063800             IF WI-MC-P-FROM-DATE NUMERIC
063900                 MOVE WI-MC-P-FROM-DATE TO WI-MC-SEL-FROM-DATE
064000             END-IF
064100             IF WI-MC-P-TO-DATE NUMERIC
064200                 MOVE WI-MC-P-TO-DATE TO WI-MC-SEL-TO-DATE
064300             END-IF
064400             IF WI-MC-P-RATE-DATE NUMERIC
064500                 MOVE WI-MC-P-RATE-DATE TO WI-MC-SEL-RATE-DATE
064600             END-IF
064700             IF WI-MC-P-SOURCE NOT = SPACE
064800                 MOVE WI-MC-P-SOURCE TO WI-MC-SEL-SOURCE
064900             END-IF
065000     END-READ.
065100 1100-EXIT.
065200     EXIT.
065300
065400 1150-LOAD-CARRIER-TABLE.
065500     READ WI-MC-CARRIER-FILE
065600         AT END
065700             SET WI-MC-CARRIER-EOF TO TRUE
065800         NOT AT END
065900             IF WI-MC-CARRIER-COUNT = 5000
066000                 DISPLAY 'WIMC430 - CARRIER TABLE FULL'
066100                 MOVE 16 TO RETURN-CODE
066200                 STOP RUN
066300             END-IF
066400             ADD 1 TO WI-MC-CARRIER-COUNT
066500             SET WI-MC-CARRIER-IDX TO WI-MC-CARRIER-COUNT
066600             MOVE WI_MC_CARRIER_CODE
066700                 TO WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
066800             MOVE WI_MC_CARRIER_CURRENCY
066900                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
067000     END-READ.
067100 1150-EXIT.
067200     EXIT.
067300
067400******************************************************************
067500* 1250-LOAD-RATE-TABLE / 1260-LOAD-PROP-RATES - the current      *
067600* master under set byte C, then the proposal under set byte P.   *
067700******************************************************************
067800 1250-LOAD-RATE-TABLE.
067900     READ WI-MC-RATE-FILE
068000         AT END
068100             SET WI-MC-RATE-EOF TO TRUE
068200         NOT AT END
068300             PERFORM 1270-CHECK-RATE-ROOM THRU 1270-EXIT
068400             MOVE 'C' TO WI-MC-RATE-TBL-SET (WI-MC-RATE-COUNT)
068500             MOVE WI_MC_RATE_PROVIDER IN WI-MC-RATE-REC
068600                 TO WI-MC-RATE-TBL-PROVIDER (WI-MC-RATE-COUNT)
068700             MOVE WI_MC_RATE_TYPE IN WI-MC-RATE-REC
068800                 TO WI-MC-RATE-TBL-TYPE (WI-MC-RATE-COUNT)
068900             MOVE WI_MC_RATE_OPERATION IN WI-MC-RATE-REC
069000                 TO WI-MC-RATE-TBL-OPERATION (WI-MC-RATE-COUNT)
069100             MOVE WI_MC_RATE_PLAN_CODE IN WI-MC-RATE-REC
069200                 TO WI-MC-RATE-TBL-PLAN (WI-MC-RATE-COUNT)
069300             MOVE WI_MC_RATE_FACTOR IN WI-MC-RATE-REC
069400                 TO WI-MC-RATE-TBL-FACTOR (WI-MC-RATE-COUNT)
069500             MOVE WI_MC_RATE_EFF_FROM IN WI-MC-RATE-REC
069600                 TO WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-COUNT)
069700             MOVE WI_MC_RATE_EFF_TO IN WI-MC-RATE-REC
069800                 TO WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-COUNT)
069900     END-READ.
070000 1250-EXIT.
070100     EXIT.
070200
070300 1260-LOAD-PROP-RATES.
070400     READ WI-MC-PROP-RATE-FILE
070500         AT END
070600             SET WI-MC-PROP-RATE-EOF TO TRUE
070700         NOT AT END
070800             PERFORM 1270-CHECK-RATE-ROOM THRU 1270-EXIT
070900             MOVE 'P' TO WI-MC-RATE-TBL-SET (WI-MC-RATE-COUNT)
071000             MOVE WI_MC_RATE_PROVIDER IN WI-MC-PROP-RATE-REC
071100                 TO WI-MC-RATE-TBL-PROVIDER (WI-MC-RATE-COUNT)
071200             MOVE WI_MC_RATE_TYPE IN WI-MC-PROP-RATE-REC
071300                 TO WI-MC-RATE-TBL-TYPE (WI-MC-RATE-COUNT)
071400             MOVE WI_MC_RATE_OPERATION IN WI-MC-PROP-RATE-REC
071500                 TO WI-MC-RATE-TBL-OPERATION (WI-MC-RATE-COUNT)
071600             MOVE WI_MC_RATE_PLAN_CODE IN WI-MC-PROP-RATE-REC
071700                 TO WI-MC-RATE-TBL-PLAN (WI-MC-RATE-COUNT)
071800             MOVE WI_MC_RATE_FACTOR IN WI-MC-PROP-RATE-REC
071900                 TO WI-MC-RATE-TBL-FACTOR (WI-MC-RATE-COUNT)
072000             MOVE WI_MC_RATE_EFF_FROM IN WI-MC-PROP-RATE-REC
072100                 TO WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-COUNT)
072200             MOVE WI_MC_RATE_EFF_TO IN WI-MC-PROP-RATE-REC
072300                 TO WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-COUNT)
072400     END-READ.
072500 1260-EXIT.
072600     EXIT.
072700
072800 1270-CHECK-RATE-ROOM.
072900     IF WI-MC-RATE-COUNT = 40000
073000         DISPLAY 'WIMC430 - RATE TABLE FULL'
073100         MOVE 16 TO RETURN-CODE
073200         STOP RUN
073300     END-IF.
073400     ADD 1 TO WI-MC-RATE-COUNT.
073500 1270-EXIT.
073600     EXIT.
073700
073800 1320-READ-PROCESS-DATE.
073900     READ WI-MC-PROC-DATE-FILE
074000         AT END
074100             CONTINUE
074200         NOT AT END
074300             IF WI_MC_PROCESS_DATE NUMERIC
074400              AND WI_MC_PROCESS_DATE > ZERO
074500                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
074600             END-IF
074700     END-READ.
074800 1320-EXIT.
074900     EXIT.
075000
075100 1450-LOAD-FX-TABLE.
075200     READ WI-MC-FX-FILE
075300         AT END
075400             SET WI-MC-FX-EOF TO TRUE
075500         NOT AT END
075600             IF WI-MC-FX-COUNT = 500
075700                 DISPLAY 'WIMC430 - EXCHANGE RATE TABLE FULL'
075800                 MOVE 16 TO RETURN-CODE
075900                 STOP RUN
076000             END-IF
076100             ADD 1 TO WI-MC-FX-COUNT
076200             MOVE WI_MC_FX_CURRENCY
076300                 TO WI-MC-FX-TBL-CURRENCY (WI-MC-FX-COUNT)
076400             MOVE WI_MC_FX_EFF_FROM
076500                 TO WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-COUNT)
076600             MOVE WI_MC_FX_EFF_TO
076700                 TO WI-MC-FX-TBL-EFF-TO (WI-MC-FX-COUNT)
076800             MOVE WI_MC_FX_RATE
076900                 TO WI-MC-FX-TBL-RATE (WI-MC-FX-COUNT)
077000     END-READ.
077100 1450-EXIT.
077200     EXIT.
077300
077400******************************************************************
077500* 1500-OPEN-HISTORY - open the keyed history file and position   *
077600* on the selected provider's first entry, or on the first entry  *
077700* of the file when every carrier is selected, the same way       *
077800* WIMC420 positions.                                             *
077900******************************************************************
078000 1500-OPEN-HISTORY.
078100     OPEN INPUT WI-MC-TXNHIST-FILE.
078200     IF WI-MC-TXNHIST-STATUS NOT = '00'
078300         DISPLAY 'WIMC430 - HISTORY FILE OPEN FAILED, STATUS '
078400             WI-MC-TXNHIST-STATUS
078500         MOVE 16 TO RETURN-CODE
078600         STOP RUN
078700     END-IF.
078800     MOVE LOW-VALUES TO WI_MC_TXNH_KEY.
078900     IF WI-MC-SEL-PROVIDER NOT = SPACES
079000         MOVE WI-MC-SEL-PROVIDER TO WI_MC_TXNH_PROVIDER
079100     END-IF.
079200     START WI-MC-TXNHIST-FILE
079300         KEY NOT < WI_MC_TXNH_KEY
079400         INVALID KEY
079500             SET WI-MC-ACTIVITY-EOF TO TRUE
079600     END-START.
079700     IF NOT WI-MC-ACTIVITY-EOF
079800         PERFORM 2900-READ-HISTORY THRU 2900-EXIT
079900     END-IF.
080000 1500-EXIT.
080100     EXIT.
080200
080300******************************************************************
080400* 2000-PROCESS-HISTORY - one history entry.  A provider change   *
080500* ends a single-provider selection; only entries dispositioned   *
080600* billed inside the date window are re-rated, since only those   *
080700* ever reached WIMC110's rating.  A billed entry carried with a  *
080800* negative total is a matched reversal and nets negative.        *
080900******************************************************************
081000 2000-PROCESS-HISTORY.
081100     IF WI-MC-SEL-PROVIDER NOT = SPACES
081200      AND WI_MC_TXNH_PROVIDER NOT = WI-MC-SEL-PROVIDER
081300         SET WI-MC-ACTIVITY-EOF TO TRUE
081400         GO TO 2000-EXIT
081500     END-IF.
081600     ADD 1 TO WI-MC-ACTIVITY-READ.
081700     PERFORM 2100-SELECT-HISTORY THRU 2100-EXIT.
081800     PERFORM 2900-READ-HISTORY THRU 2900-EXIT.
081900 2000-EXIT.
082000     EXIT.
082100
082200 2100-SELECT-HISTORY.
082300     IF NOT WI_MC_TXNH_BILLED
082400         GO TO 2100-EXIT
082500     END-IF.
082600     IF WI-MC-SEL-FROM-DATE NOT = ZERO
082700      AND WI_MC_TXNH_DATE < WI-MC-SEL-FROM-DATE
082800         GO TO 2100-EXIT
082900     END-IF.
083000     IF WI-MC-SEL-TO-DATE NOT = ZERO
083100      AND WI_MC_TXNH_DATE > WI-MC-SEL-TO-DATE
083200         GO TO 2100-EXIT
083300     END-IF.
083400     ADD 1 TO WI-MC-ACTIVITY-SELECTED.
083500     PERFORM 2200-SIMULATE-HISTORY THRU 2200-EXIT.
083600 2100-EXIT.
083700     EXIT.
083800
083900******************************************************************
084000* 2200-SIMULATE-HISTORY - find the carrier's currency and the    *
084100* exchange rate in force on the rating date, then the current    *
084200* and proposed rate versions in force, and post every add-on to  *
084300* its combination.  An entry whose currency has no exchange      *
084400* rate would be held under either rate file and is only counted. *
084500******************************************************************
084600 2200-SIMULATE-HISTORY.
084700     IF WI-MC-SEL-RATE-DATE = ZERO
084800         MOVE WI_MC_TXNH_DATE TO WI-MC-RATE-DATE-WORK
084900     ELSE
085000         MOVE WI-MC-SEL-RATE-DATE TO WI-MC-RATE-DATE-WORK
085100     END-IF.
085200     MOVE 'N' TO WI-MC-REVERSAL-SW.
085300     IF WI_MC_TXNH_TOTAL_VALUE < ZERO
085400         SET WI-MC-REVERSAL TO TRUE
085500     END-IF.
085600     MOVE SPACES TO WI-MC-CARRIER-CURR-WORK.
085700     SEARCH ALL WI-MC-CARRIER-ENTRY
085800         AT END
085900             CONTINUE
086000         WHEN WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
086100                 = WI_MC_TXNH_PROVIDER
086200             MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
086300                 TO WI-MC-CARRIER-CURR-WORK
086400     END-SEARCH.
086500     PERFORM 2305-FIND-FX-RATE THRU 2305-EXIT.
086600     IF NOT WI-MC-FX-FOUND
086700         ADD 1 TO WI-MC-NO-FX-SKIPPED
086800         GO TO 2200-EXIT
086900     END-IF.
087000     MOVE WI_MC_TXNH_PROVIDER  TO WI-MC-RKEY-PROVIDER.
087100     MOVE WI_MC_TXNH_TYPE      TO WI-MC-RKEY-TYPE.
087200     MOVE WI_MC_TXNH_OPERATION TO WI-MC-RKEY-OPERATION.
087300     PERFORM 2400-FIND-CURRENT-RATE THRU 2400-EXIT.
087400     PERFORM 2450-FIND-PROPOSED-RATE THRU 2450-EXIT.
087500     PERFORM 2500-LOCATE-COMBINATION THRU 2500-EXIT.
087600     PERFORM 2250-RATE-ONE-ADDON THRU 2250-EXIT
087700         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
087800         UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_TXNH_ADDON_COUNT.
087900 2200-EXIT.
088000     EXIT.
088100
088200******************************************************************
088300* 2250-RATE-ONE-ADDON - WIMC110's arithmetic: the add-on value   *
088400* converted to the settlement currency, then rated by the        *
088500* factor, each step rounded, a reversal netting negative.        *
088600******************************************************************
088700 2250-RATE-ONE-ADDON.
088800     COMPUTE WI-MC-CONV-VALUE-WORK ROUNDED =
088900         WI_MC_TXNH_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
089000         * WI-MC-FX-RATE-WORK.
089100     MOVE ZERO TO WI-MC-CUR-AMOUNT.
089200     MOVE ZERO TO WI-MC-PROP-AMOUNT.
089300     IF WI-MC-CUR-FOUND
089400         COMPUTE WI-MC-CUR-AMOUNT ROUNDED =
089500             WI-MC-CONV-VALUE-WORK * WI-MC-CUR-FACTOR
089600     END-IF.
089700     IF WI-MC-PROP-FOUND
089800         COMPUTE WI-MC-PROP-AMOUNT ROUNDED =
089900             WI-MC-CONV-VALUE-WORK * WI-MC-PROP-FACTOR
090000     END-IF.
090100     PERFORM 2600-POST-AMOUNTS THRU 2600-EXIT.
090200 2250-EXIT.
090300     EXIT.
090400
090500******************************************************************
090600* 2305-FIND-FX-RATE - a blank or settlement-currency carrier     *
090700* converts at a rate of one; any other currency takes the        *
090800* exchange-rate version in force on the rating date, the last   *
090900* version in force winning as in WIMC110.                        *
091000******************************************************************
091100 2305-FIND-FX-RATE.
091200     MOVE 'N' TO WI-MC-FX-FOUND-SW.
091300     MOVE 1 TO WI-MC-FX-RATE-WORK.
091400     IF WI-MC-CARRIER-CURR-WORK = SPACES
091500      OR WI-MC-CARRIER-CURR-WORK = WI-MC-SETTLE-CURRENCY
091600         SET WI-MC-FX-FOUND TO TRUE
091700         GO TO 2305-EXIT
091800     END-IF.
091900     PERFORM 2306-TEST-ONE-FX THRU 2306-EXIT
092000         VARYING WI-MC-FX-SUB FROM 1 BY 1
092100         UNTIL WI-MC-FX-SUB > WI-MC-FX-COUNT.
092200 2305-EXIT.
092300     EXIT.
092400
092500 2306-TEST-ONE-FX.
092600     IF WI-MC-FX-TBL-CURRENCY (WI-MC-FX-SUB)
092700             = WI-MC-CARRIER-CURR-WORK
092800      AND (WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB) = ZERO
092900         OR WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB)
093000             NOT > WI-MC-RATE-DATE-WORK)
093100      AND (WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB) = ZERO
093200         OR WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB)
093300             NOT < WI-MC-RATE-DATE-WORK)
093400         SET WI-MC-FX-FOUND TO TRUE
093500         MOVE WI-MC-FX-TBL-RATE (WI-MC-FX-SUB)
093600             TO WI-MC-FX-RATE-WORK
093700     END-IF.
093800 2306-EXIT.
093900     EXIT.
094000
094100******************************************************************
094200* 2310-FIND-RATE - WIMC110's locate against the set named in     *
094300* WI-MC-RKEY-SET: binary-locate the combination, back up to its  *
094400* first plan version and scan the versions for the one in force  *
094500* on the rating date.  WI-MC-RATE-KEY-FOUND says the             *
094600* combination is on the file at all; WI-MC-RATE-FOUND says a     *
094700* version is in force.                                           *
094800******************************************************************
094900 2310-FIND-RATE.
095000     MOVE 'N' TO WI-MC-RATE-FOUND-SW.
095100     MOVE 'N' TO WI-MC-RATE-KEY-FOUND-SW.
095200     MOVE 'N' TO WI-MC-RATE-SCAN-SW.
095300     MOVE ZERO TO WI-MC-RATE-FACTOR-WORK.
095400     MOVE SPACES TO WI-MC-RATE-PLAN-WORK.
095500     IF WI-MC-RATE-COUNT = ZERO
095600         GO TO 2310-EXIT
095700     END-IF.
095800     MOVE 1 TO WI-MC-RATE-BIN-LO.
095900     MOVE WI-MC-RATE-COUNT TO WI-MC-RATE-BIN-HI.
096000     PERFORM 2315-RATE-BINARY-STEP THRU 2315-EXIT
096100         UNTIL WI-MC-RATE-BIN-LO > WI-MC-RATE-BIN-HI.
096200     IF NOT WI-MC-RATE-KEY-FOUND
096300         GO TO 2310-EXIT
096400     END-IF.
096500     PERFORM 2320-BACK-ONE-VERSION THRU 2320-EXIT
096600         UNTIL WI-MC-RATE-POS = 1
096700         OR WI-MC-RATE-TBL-KEY (WI-MC-RATE-POS - 1)
096800             NOT = WI-MC-RATE-KEY-WORK.
096900     PERFORM 2325-TEST-ONE-VERSION THRU 2325-EXIT
097000         UNTIL WI-MC-RATE-SCAN-DONE.
097100 2310-EXIT.
097200     EXIT.
097300
097400 2315-RATE-BINARY-STEP.
097500     COMPUTE WI-MC-RATE-BIN-MID =
097600         (WI-MC-RATE-BIN-LO + WI-MC-RATE-BIN-HI) / 2.
097700     IF WI-MC-RATE-TBL-KEY (WI-MC-RATE-BIN-MID)
097800             = WI-MC-RATE-KEY-WORK
097900         SET WI-MC-RATE-KEY-FOUND TO TRUE
098000         MOVE WI-MC-RATE-BIN-MID TO WI-MC-RATE-POS
098100         COMPUTE WI-MC-RATE-BIN-LO = WI-MC-RATE-BIN-HI + 1
098200     ELSE
098300         IF WI-MC-RATE-TBL-KEY (WI-MC-RATE-BIN-MID)
098400                 < WI-MC-RATE-KEY-WORK
098500             COMPUTE WI-MC-RATE-BIN-LO = WI-MC-RATE-BIN-MID + 1
098600         ELSE
098700             COMPUTE WI-MC-RATE-BIN-HI = WI-MC-RATE-BIN-MID - 1
098800         END-IF
098900     END-IF.
099000 2315-EXIT.
099100     EXIT.
099200
099300 2320-BACK-ONE-VERSION.
099400     SUBTRACT 1 FROM WI-MC-RATE-POS.
099500 2320-EXIT.
099600     EXIT.
099700
099800 2325-TEST-ONE-VERSION.
099900     IF WI-MC-RATE-POS > WI-MC-RATE-COUNT
100000         SET WI-MC-RATE-SCAN-DONE TO TRUE
100100         GO TO 2325-EXIT
100200     END-IF.
100300     IF WI-MC-RATE-TBL-KEY (WI-MC-RATE-POS)
100400             NOT = WI-MC-RATE-KEY-WORK
100500         SET WI-MC-RATE-SCAN-DONE TO TRUE
100600         GO TO 2325-EXIT
100700     END-IF.
100800     IF (WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-POS) = ZERO
100900         OR WI-MC-RATE-TBL-EFF-FROM (WI-MC-RATE-POS)
101000             NOT > WI-MC-RATE-DATE-WORK)
101100      AND (WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-POS) = ZERO
101200         OR WI-MC-RATE-TBL-EFF-TO (WI-MC-RATE-POS)
101300             NOT < WI-MC-RATE-DATE-WORK)
101400         SET WI-MC-RATE-FOUND TO TRUE
101500         MOVE WI-MC-RATE-TBL-FACTOR (WI-MC-RATE-POS)
101600             TO WI-MC-RATE-FACTOR-WORK
101700         MOVE WI-MC-RATE-TBL-PLAN (WI-MC-RATE-POS)
101800             TO WI-MC-RATE-PLAN-WORK
101900     END-IF.
102000     ADD 1 TO WI-MC-RATE-POS.
102100 2325-EXIT.
102200     EXIT.
102300
102400******************************************************************
102500* 2400-FIND-CURRENT-RATE / 2450-FIND-PROPOSED-RATE - the same    *
102600* locate against each set.  The combination key fields are set   *
102700* by the caller.  A proposal that cannot rate the combination    *
102800* records the reason WIMC110 would hold it under.                *
102900******************************************************************
103000 2400-FIND-CURRENT-RATE.
103100     MOVE 'C' TO WI-MC-RKEY-SET.
103200     PERFORM 2310-FIND-RATE THRU 2310-EXIT.
103300     MOVE WI-MC-RATE-FOUND-SW    TO WI-MC-CUR-FOUND-SW.
103400     MOVE WI-MC-RATE-FACTOR-WORK TO WI-MC-CUR-FACTOR.
103500     MOVE WI-MC-RATE-PLAN-WORK   TO WI-MC-KEY-CUR-PLAN.
103600 2400-EXIT.
103700     EXIT.
103800
103900 2450-FIND-PROPOSED-RATE.
104000     MOVE 'P' TO WI-MC-RKEY-SET.
104100     PERFORM 2310-FIND-RATE THRU 2310-EXIT.
104200     MOVE WI-MC-RATE-FOUND-SW    TO WI-MC-PROP-FOUND-SW.
104300     MOVE WI-MC-RATE-FACTOR-WORK TO WI-MC-PROP-FACTOR.
104400     MOVE WI-MC-RATE-PLAN-WORK   TO WI-MC-KEY-PROP-PLAN.
104500     MOVE SPACE TO WI-MC-KEY-HOLD-REASON.
104600     IF NOT WI-MC-PROP-FOUND
104700         IF WI-MC-RATE-KEY-FOUND
104800             MOVE 'F' TO WI-MC-KEY-HOLD-REASON
104900         ELSE
105000             MOVE 'N' TO WI-MC-KEY-HOLD-REASON
105100         END-IF
105200     END-IF.
105300 2450-EXIT.
105400     EXIT.
105500
105600******************************************************************
105700* 2500-LOCATE-COMBINATION - binary locate of WI-MC-SIM-KEY-WORK, *
105800* slotting a zeroed entry into key sequence the first time a     *
105900* combination is seen.  WI-MC-TBL-POS is left on the entry.      *
106000******************************************************************
106100 2500-LOCATE-COMBINATION.
106200     MOVE WI-MC-RKEY-PROVIDER  TO WI-MC-KEY-PROVIDER.
106300     MOVE WI-MC-RKEY-TYPE      TO WI-MC-KEY-TYPE.
106400     MOVE WI-MC-RKEY-OPERATION TO WI-MC-KEY-OPERATION.
106500     MOVE 'N' TO WI-MC-KEY-FOUND-SW.
106600     MOVE 1 TO WI-MC-BIN-LO.
106700     MOVE WI-MC-SIM-COUNT TO WI-MC-BIN-HI.
106800     PERFORM 2510-SIM-BINARY-STEP THRU 2510-EXIT
106900         UNTIL WI-MC-BIN-LO > WI-MC-BIN-HI.
107000     IF WI-MC-KEY-FOUND
107100         GO TO 2500-EXIT
107200     END-IF.
107300     MOVE WI-MC-BIN-LO TO WI-MC-TBL-POS.
107400     IF WI-MC-SIM-COUNT = 20000
107500         DISPLAY 'WIMC430 - SIMULATION TABLE FULL'
107600         MOVE 16 TO RETURN-CODE
107700         STOP RUN
107800     END-IF.
107900     ADD 1 TO WI-MC-SIM-COUNT.
108000     PERFORM 2520-SIM-SHIFT-UP THRU 2520-EXIT
108100         VARYING WI-MC-TBL-SUB FROM WI-MC-SIM-COUNT BY -1
108200         UNTIL WI-MC-TBL-SUB NOT > WI-MC-TBL-POS.
108300     MOVE WI-MC-SIM-KEY-WORK TO WI-MC-SIM-KEY (WI-MC-TBL-POS).
108400     MOVE ZERO TO WI-MC-SIM-ADDONS (WI-MC-TBL-POS).
108500     MOVE ZERO TO WI-MC-SIM-CUR-AMOUNT (WI-MC-TBL-POS).
108600     MOVE ZERO TO WI-MC-SIM-PROP-AMOUNT (WI-MC-TBL-POS).
108700     MOVE ZERO TO WI-MC-SIM-HELD-VALUE (WI-MC-TBL-POS).
108800 2500-EXIT.
108900     EXIT.
109000
109100 2510-SIM-BINARY-STEP.
109200     COMPUTE WI-MC-BIN-MID =
109300         (WI-MC-BIN-LO + WI-MC-BIN-HI) / 2.
109400     IF WI-MC-SIM-KEY (WI-MC-BIN-MID) = WI-MC-SIM-KEY-WORK
109500         SET WI-MC-KEY-FOUND TO TRUE
109600         MOVE WI-MC-BIN-MID TO WI-MC-TBL-POS
109700         COMPUTE WI-MC-BIN-LO = WI-MC-BIN-HI + 1
109800     ELSE
109900         IF WI-MC-SIM-KEY (WI-MC-BIN-MID) < WI-MC-SIM-KEY-WORK
110000             COMPUTE WI-MC-BIN-LO = WI-MC-BIN-MID + 1
110100         ELSE
110200             COMPUTE WI-MC-BIN-HI = WI-MC-BIN-MID - 1
110300         END-IF
110400     END-IF.
110500 2510-EXIT.
110600     EXIT.
110700
110800 2520-SIM-SHIFT-UP.
110900     MOVE WI-MC-SIM-ENTRY (WI-MC-TBL-SUB - 1)
111000         TO WI-MC-SIM-ENTRY (WI-MC-TBL-SUB).
111100 2520-EXIT.
111200     EXIT.
111300
111400******************************************************************
111500* 2600-POST-AMOUNTS - post one add-on's current and proposed     *
111600* amounts, and its converted value, to the located combination   *
111700* and the run totals; a reversal nets all three negative.        *
111800******************************************************************
111900 2600-POST-AMOUNTS.
112000     IF WI-MC-REVERSAL
112100         COMPUTE WI-MC-CUR-AMOUNT = ZERO - WI-MC-CUR-AMOUNT
112200         COMPUTE WI-MC-PROP-AMOUNT = ZERO - WI-MC-PROP-AMOUNT
112300         COMPUTE WI-MC-CONV-VALUE-WORK =
112400             ZERO - WI-MC-CONV-VALUE-WORK
112500     END-IF.
112600     ADD 1 TO WI-MC-ADDONS-RERATED.
112700     ADD 1 TO WI-MC-SIM-ADDONS (WI-MC-TBL-POS).
112800     ADD WI-MC-CUR-AMOUNT
112900         TO WI-MC-SIM-CUR-AMOUNT (WI-MC-TBL-POS).
113000     ADD WI-MC-PROP-AMOUNT
113100         TO WI-MC-SIM-PROP-AMOUNT (WI-MC-TBL-POS).
113200     ADD WI-MC-CONV-VALUE-WORK
113300         TO WI-MC-SIM-HELD-VALUE (WI-MC-TBL-POS).
113400     ADD WI-MC-CUR-AMOUNT  TO WI-MC-CUR-TOTAL.
113500     ADD WI-MC-PROP-AMOUNT TO WI-MC-PROP-TOTAL.
113600 2600-EXIT.
113700     EXIT.
113800
113900 2900-READ-HISTORY.
114000     READ WI-MC-TXNHIST-FILE NEXT RECORD
114100         AT END
114200             SET WI-MC-ACTIVITY-EOF TO TRUE
114300     END-READ.
114400 2900-EXIT.
114500     EXIT.
114600
114700******************************************************************
114800* 3000-PROCESS-BILLING - one record from the concatenated        *
114900* billing extracts, the interior trailers passed over.  The      *
115000* current side is what was actually billed - the plan code and   *
115100* rated amount on the record - so the variance is the renewal    *
115200* against real invoiced revenue.  The proposed side re-rates the *
115300* carried add-on value at the exchange rate WIMC110 applied to   *
115400* it, so only the rate plan moves.                               *
115500******************************************************************
115600 3000-PROCESS-BILLING.
115700     READ WI-MC-BILLING-FILE
115800         AT END
115900             SET WI-MC-ACTIVITY-EOF TO TRUE
116000         NOT AT END
116100             IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-BILLING-TRL-REC
116200                 CONTINUE
116300             ELSE
116400                 ADD 1 TO WI-MC-ACTIVITY-READ
116500                 PERFORM 3100-SIMULATE-BILLING THRU 3100-EXIT
116600             END-IF
116700     END-READ.
116800 3000-EXIT.
116900     EXIT.
117000
117100 3100-SIMULATE-BILLING.
117200     IF WI-MC-SEL-PROVIDER NOT = SPACES
117300      AND WI_MC_BILLING_PROVIDER NOT = WI-MC-SEL-PROVIDER
117400         GO TO 3100-EXIT
117500     END-IF.
117600     ADD 1 TO WI-MC-ACTIVITY-SELECTED.
117700     IF WI-MC-SEL-RATE-DATE = ZERO
117800         MOVE WI-MC-RUN-DATE TO WI-MC-RATE-DATE-WORK
117900     ELSE
118000         MOVE WI-MC-SEL-RATE-DATE TO WI-MC-RATE-DATE-WORK
118100     END-IF.
118200     MOVE 'N' TO WI-MC-REVERSAL-SW.
118300     IF WI_MC_BILLING_AMOUNT < ZERO
118400         SET WI-MC-REVERSAL TO TRUE
118500     END-IF.
118600     MOVE WI_MC_BILLING_PROVIDER  TO WI-MC-RKEY-PROVIDER.
118700     MOVE WI_MC_BILLING_TYPE      TO WI-MC-RKEY-TYPE.
118800     MOVE WI_MC_BILLING_OPERATION TO WI-MC-RKEY-OPERATION.
118900     SET WI-MC-CUR-FOUND TO TRUE.
119000     MOVE WI_MC_BILLING_PLAN_CODE TO WI-MC-KEY-CUR-PLAN.
119100     PERFORM 2450-FIND-PROPOSED-RATE THRU 2450-EXIT.
119200     PERFORM 2500-LOCATE-COMBINATION THRU 2500-EXIT.
119300     MOVE WI_MC_BILLING_FX_RATE TO WI-MC-FX-RATE-WORK.
119400     IF WI-MC-FX-RATE-WORK = ZERO
119500         MOVE 1 TO WI-MC-FX-RATE-WORK
119600     END-IF.
119700     COMPUTE WI-MC-CONV-VALUE-WORK ROUNDED =
119800         WI_MC_BILLING_ADDON_VALUE * WI-MC-FX-RATE-WORK.
119900     MOVE ZERO TO WI-MC-PROP-AMOUNT.
120000     IF WI-MC-PROP-FOUND
120100         COMPUTE WI-MC-PROP-AMOUNT ROUNDED =
120200             WI-MC-CONV-VALUE-WORK * WI-MC-PROP-FACTOR
120300     END-IF.
120400******************************************************************
120500* The billed amount is already signed; it is made positive here  *
120600* so 2600-POST-AMOUNTS nets it along with the proposed side.     *
120700******************************************************************
120800     IF WI-MC-REVERSAL
120900         COMPUTE WI-MC-CUR-AMOUNT = ZERO - WI_MC_BILLING_AMOUNT
121000     ELSE
121100         MOVE WI_MC_BILLING_AMOUNT TO WI-MC-CUR-AMOUNT
121200     END-IF.
121300     PERFORM 2600-POST-AMOUNTS THRU 2600-EXIT.
121400 3100-EXIT.
121500     EXIT.
121600
121700******************************************************************
121800* 6000-WRITE-SIMULATION - one line per combination.  A           *
121900* combination the proposal leaves unrated is flagged and its     *
122000* current amount counted as revenue newly held when the current  *
122100* master rates it today; the run is then flagged RETURN-CODE 4.  *
122200******************************************************************
122300 6000-WRITE-SIMULATION.
122400     COMPUTE WI-MC-VARIANCE-WORK =
122500         WI-MC-SIM-PROP-AMOUNT (WI-MC-TBL-SUB)
122600         - WI-MC-SIM-CUR-AMOUNT (WI-MC-TBL-SUB).
122700     ADD WI-MC-VARIANCE-WORK TO WI-MC-VARIANCE-TOTAL.
122800     MOVE SPACES TO WI-MC-SIM-DTL-LINE.
122900     MOVE WI-MC-SIM-PROVIDER (WI-MC-TBL-SUB) TO WI-MC-D-PROVIDER.
123000     MOVE WI-MC-SIM-TYPE (WI-MC-TBL-SUB)     TO WI-MC-D-TYPE.
123100     MOVE WI-MC-SIM-OPERATION (WI-MC-TBL-SUB)
123200         TO WI-MC-D-OPERATION.
123300     MOVE WI-MC-SIM-CUR-PLAN (WI-MC-TBL-SUB) TO WI-MC-D-CUR-PLAN.
123400     IF WI-MC-SIM-CUR-PLAN (WI-MC-TBL-SUB) = SPACES
123500         MOVE '*NONE*' TO WI-MC-D-CUR-PLAN
123600     END-IF.
123700     MOVE WI-MC-SIM-CUR-AMOUNT (WI-MC-TBL-SUB)
123800         TO WI-MC-D-CUR-AMT.
123900     MOVE WI-MC-SIM-PROP-PLAN (WI-MC-TBL-SUB)
124000         TO WI-MC-D-PROP-PLAN.
124100     MOVE WI-MC-SIM-PROP-AMOUNT (WI-MC-TBL-SUB)
124200         TO WI-MC-D-PROP-AMT.
124300     MOVE WI-MC-VARIANCE-WORK TO WI-MC-D-VARIANCE.
124400     IF WI-MC-SIM-HOLD-REASON (WI-MC-TBL-SUB) NOT = SPACE
124500         MOVE '*NONE*' TO WI-MC-D-PROP-PLAN
124600         MOVE ' H' TO WI-MC-D-FLAG
124700         IF WI-MC-SIM-CUR-PLAN (WI-MC-TBL-SUB) NOT = SPACES
124800             ADD 1 TO WI-MC-NEW-HOLD-COUNT
124900             ADD WI-MC-SIM-CUR-AMOUNT (WI-MC-TBL-SUB)
125000                 TO WI-MC-NEW-HOLD-TOTAL
125100             IF RETURN-CODE < 4
125200                 MOVE 4 TO RETURN-CODE
125300             END-IF
125400         END-IF
125500     END-IF.
125600     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-DTL-LINE.
125700 6000-EXIT.
125800     EXIT.
125900
126000******************************************************************
126100* 6500-WRITE-NEW-HOLD - the combinations the proposal leaves     *
126200* unrated, with the settlement-currency value a rating hold      *
126300* would sit on and why.  A combination the current master does   *
126400* not rate either is already a hold today and is labelled so.    *
126500******************************************************************
126600 6500-WRITE-NEW-HOLD.
126700     IF WI-MC-SIM-HOLD-REASON (WI-MC-TBL-SUB) = SPACE
126800         GO TO 6500-EXIT
126900     END-IF.
127000     MOVE SPACES TO WI-MC-HOLD-DTL-LINE.
127100     MOVE WI-MC-SIM-PROVIDER (WI-MC-TBL-SUB) TO WI-MC-U-PROVIDER.
127200     MOVE WI-MC-SIM-TYPE (WI-MC-TBL-SUB)     TO WI-MC-U-TYPE.
127300     MOVE WI-MC-SIM-OPERATION (WI-MC-TBL-SUB)
127400         TO WI-MC-U-OPERATION.
127500     MOVE WI-MC-SIM-CUR-PLAN (WI-MC-TBL-SUB) TO WI-MC-U-CUR-PLAN.
127600     MOVE WI-MC-SIM-CUR-AMOUNT (WI-MC-TBL-SUB)
127700         TO WI-MC-U-CUR-AMT.
127800     MOVE WI-MC-SIM-HELD-VALUE (WI-MC-TBL-SUB)
127900         TO WI-MC-U-HELD-VAL.
128000     EVALUATE TRUE
128100         WHEN WI-MC-SIM-CUR-PLAN (WI-MC-TBL-SUB) = SPACES
128200             MOVE '*NONE*' TO WI-MC-U-CUR-PLAN
128300             MOVE 'UNRATED TODAY AND UNDER PROPOSAL'
128400                 TO WI-MC-U-MESSAGE
128500         WHEN WI-MC-SIM-HOLD-REASON (WI-MC-TBL-SUB) = 'F'
128600             MOVE 'NEW HOLD - NO PROPOSED RATE IN FORCE'
128700                 TO WI-MC-U-MESSAGE
128800         WHEN OTHER
128900             MOVE 'NEW HOLD - NOT ON PROPOSED RATE FILE'
129000                 TO WI-MC-U-MESSAGE
129100     END-EVALUATE.
129200     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-HOLD-DTL-LINE.
129300 6500-EXIT.
129400     EXIT.
129500
129600******************************************************************
129700* 8000-TERMINATE                                                 *
129800******************************************************************
129900 8000-TERMINATE.
130000     MOVE WI-MC-SIM-COUNT        TO WI-MC-T-COMBOS.
130100     MOVE WI-MC-ADDONS-RERATED   TO WI-MC-T-ADDONS.
130200     MOVE WI-MC-NEW-HOLD-COUNT   TO WI-MC-T-NEW-HOLDS.
130300     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-TOT-LINE-1.
130400     MOVE WI-MC-CUR-TOTAL        TO WI-MC-T-CUR-TOTAL.
130500     MOVE WI-MC-PROP-TOTAL       TO WI-MC-T-PROP-TOTAL.
130600     MOVE WI-MC-VARIANCE-TOTAL   TO WI-MC-T-VARIANCE.
130700     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-TOT-LINE-2.
130800     MOVE WI-MC-NEW-HOLD-TOTAL   TO WI-MC-T-NEW-HOLD-VAL.
130900     MOVE WI-MC-NO-FX-SKIPPED    TO WI-MC-T-NO-FX.
131000     WRITE WI-MC-SIM-RPT-REC FROM WI-MC-SIM-TOT-LINE-3.
131100     IF WI-MC-SOURCE-HISTORY
131200         CLOSE WI-MC-TXNHIST-FILE
131300     ELSE
131400         CLOSE WI-MC-BILLING-FILE
131500     END-IF.
131600     CLOSE WI-MC-SIM-RPT-FILE.
131700     DISPLAY 'WIMC430 ACTIVITY READ     = ' WI-MC-ACTIVITY-READ.
131800     DISPLAY 'WIMC430 ACTIVITY SELECTED = '
131900         WI-MC-ACTIVITY-SELECTED.
132000     DISPLAY 'WIMC430 ADD-ONS RE-RATED  = ' WI-MC-ADDONS-RERATED.
132100     DISPLAY 'WIMC430 COMBINATIONS      = ' WI-MC-SIM-COUNT.
132200     DISPLAY 'WIMC430 NEW HOLDS         = ' WI-MC-NEW-HOLD-COUNT.
132300     DISPLAY 'WIMC430 NO EXCHANGE RATE  = ' WI-MC-NO-FX-SKIPPED.
132400     IF RETURN-CODE NOT = ZERO
132500         DISPLAY 'WIMC430 - SIMULATION FLAGGED, RETURN-CODE = '
132600             RETURN-CODE
132700     END-IF.
132800 8000-EXIT.
132900     EXIT.
