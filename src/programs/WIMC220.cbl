000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC220.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC220 - MONTHLY CARRIER SETTLEMENT STATEMENT                 *
000900*                                                                *
001000* Runs at month-end alongside WIMC210 and gives every carrier    *
001100* one statement of what we billed against its activity, in       *
001200* place of the month's pile of WIMC120 acknowledgements, which   *
001300* show neither rated amounts, plan codes nor exchange rates.     *
001400* Reads the month's accumulated billing extracts (WIMCBIL -      *
001500* WIMC110's daily extracts, WIMC140's release extracts and any   *
001600* WIMC440 credit extracts, each behind its own trailer), sorts   *
001700* them by WI_MC_BILLING_PROVIDER and processing date, and for    *
001800* each carrier prints: the opening balance carried from last     *
001900* month's statement file; a sub-total for each day billed,       *
002000* charges and credits apart; every reversal as its own credit    *
002100* line; a sub-total for each plan code and billing rate; and     *
002200* the closing balance - opening balance plus the month's net.    *
002300* Every amount shows the carrier-currency value beside the       *
002400* settlement-currency amount, with the WI_MC_BILLING_FX_RATE     *
002500* that converted it.  The same content is written to a fixed-    *
002600* layout statement file (WIMCSTM), one statement per carrier,    *
002700* each opening with the 'PROVIDER ' header record and closing    *
002800* with its own control trailer in the WIMCTRL layout, so the     *
002900* transmission step splits it one file per carrier exactly as    *
003000* it splits WIMC120's acknowledgements.  A carrier with a        *
003100* balance but no billing in the month still gets a statement.    *
003200* This run's statement file is left for the next month-end JCL   *
003300* to rename into the prior-statement file, the way WIMC200's     *
003400* totals extract is.  An optional one-record parameter file      *
003500* names the statement month (YYMM); otherwise it is the month    *
003600* of the processing date.  An extract whose trailer disagrees    *
003700* with its detail flags RETURN-CODE 16; billing dated outside    *
003800* the statement month flags RETURN-CODE 4.                       *
003810* Each record's WI_MC_BILLING_TAX_AMOUNT is shown beside its     *
003820* settlement amount and sub-totalled with it; the balances take  *
003830* the net plus tax, the amount actually billed, and each         *
003840* extract's tax is proved against its trailer's tax total.       *
003900*                                                                *
004000* MODIFICATION HISTORY                                           *
004100* ----------------------------------------------------------     *
004200* DATE       BY    DESCRIPTION                                   *
004300* 10/15/2026 RLH   Initial version.                              *
004310* 10/15/2026 RLH   Tax carried on every statement line and in    *
004320*                  the balances; extract tax proved (RC 16).     *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT WI-MC-BILLING-FILE
004900         ASSIGN TO WIMCBILM
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WI-MC-BILLING-STATUS.
005200
005300     SELECT WI-MC-CARRIER-FILE
005400         ASSIGN TO WIMCCARM
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WI-MC-CARRIER-STATUS.
005700
005800     SELECT WI-MC-PRIOR-STMT-FILE
005900         ASSIGN TO WIMCPSTM
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WI-MC-PRIOR-STATUS.
006200
006300     SELECT WI-MC-STMT-FILE
006400         ASSIGN TO WIMCSTMF
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WI-MC-STMT-STATUS.
006700
006800     SELECT WI-MC-STMT-RPT-FILE
006900         ASSIGN TO WIMCSTMR
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WI-MC-STMT-RPT-STATUS.
007200
007300     SELECT WI-MC-PARM-FILE
007400         ASSIGN TO WIMCPARM
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WI-MC-PARM-STATUS.
007700
007800     SELECT WI-MC-PROC-DATE-FILE
007900         ASSIGN TO WIMCPDTE
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
008200
008300     SELECT WI-MC-STMT-SORT-FILE
008400         ASSIGN TO WIMCSRTW.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  WI-MC-BILLING-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  WI-MC-BILLING-REC.
009100     COPY WIMCBIL.
009200 01  WI-MC-BILLING-TRL-REC.
009300     COPY WIMCTRL.
009400
009500 FD  WI-MC-CARRIER-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  WI-MC-CARRIER-REC.
009800     COPY WIMCCAR.
009900
010000 FD  WI-MC-PRIOR-STMT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  WI-MC-PRIOR-STMT-REC.
010300     COPY WIMCSTM.
010400 01  WI-MC-PRIOR-STMT-TRL-REC.
010500     COPY WIMCTRL.
010600 01  WI-MC-PRIOR-STMT-HDR-REC.
010700     05 WI-MC-PRIOR-HDR-ID          PIC X(09).
010800     05 FILLER                      PIC X(141).
010900
011000 FD  WI-MC-STMT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  WI-MC-STMT-REC.
011300     COPY WIMCSTM.
011400 01  WI-MC-STMT-TRL-REC.
011500     COPY WIMCTRL.
011600 01  WI-MC-STMT-HDR-REC             PIC X(150).
011700
011800 FD  WI-MC-STMT-RPT-FILE
011900     LABEL RECORDS ARE STANDARD.
012000 01  WI-MC-STMT-RPT-REC             PIC X(132).
012100
012200 FD  WI-MC-PARM-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  WI-MC-PARM-REC.
012500     05 WI-MC-P-MONTH               PIC 9(04).
012600     05 FILLER                      PIC X(76).
012700
012800 FD  WI-MC-PROC-DATE-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  WI-MC-PROC-DATE-REC.
013100     COPY WIMCPDT.
013200
013300 SD  WI-MC-STMT-SORT-FILE.
013400 01  WI-MC-STMT-SORT-REC.
013500     05 WI-MC-S-PROVIDER            PIC X(12).
013600     05 WI-MC-S-DATE                PIC 9(06).
013700     05 WI-MC-S-SEQ                 PIC 9(09) COMP.
013800     05 WI-MC-S-TYPE                PIC X(16).
013900     05 WI-MC-S-OPERATION           PIC X(24).
014000     05 WI-MC-S-PLAN-CODE           PIC X(08).
014100     05 WI-MC-S-RATE                PIC 9(03)V9(04) COMP-3.
014200     05 WI-MC-S-ADDON-VALUE         PIC 9(07)V99 COMP-3.
014300     05 WI-MC-S-AMOUNT              PIC S9(09)V99 COMP-3.
014400     05 WI-MC-S-CURRENCY            PIC X(03).
014500     05 WI-MC-S-FX-RATE             PIC 9(03)V9(06) COMP-3.
014510     05 WI-MC-S-TAX                 PIC S9(09)V99 COMP-3.
014600
014700 WORKING-STORAGE SECTION.
014800
014900 77  WI-MC-BILLING-STATUS           PIC X(02) VALUE SPACES.
015000 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
015100 77  WI-MC-PRIOR-STATUS             PIC X(02) VALUE SPACES.
015200 77  WI-MC-STMT-STATUS              PIC X(02) VALUE SPACES.
015300 77  WI-MC-STMT-RPT-STATUS          PIC X(02) VALUE SPACES.
015400 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
015500 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
015600
015700 01  WI-MC-SWITCHES.
015800     05 WI-MC-BILLING-EOF-SW        PIC X(01) VALUE 'N'.
015900        88 WI-MC-BILLING-EOF              VALUE 'Y'.
016000     05 WI-MC-CARRIER-EOF-SW        PIC X(01) VALUE 'N'.
016100        88 WI-MC-CARRIER-EOF              VALUE 'Y'.
016200     05 WI-MC-PRIOR-EOF-SW          PIC X(01) VALUE 'N'.
016300        88 WI-MC-PRIOR-EOF                VALUE 'Y'.
016400     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
016500        88 WI-MC-PARM-EOF                 VALUE 'Y'.
016600     05 WI-MC-SORT-EOF-SW           PIC X(01) VALUE 'N'.
016700        88 WI-MC-SORT-EOF                 VALUE 'Y'.
016800     05 WI-MC-PLAN-FOUND-SW         PIC X(01) VALUE 'N'.
016900        88 WI-MC-PLAN-FOUND               VALUE 'Y'.
017000
017100 01  WI-MC-COUNTERS.
017200     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
017300     05 WI-MC-PRIOR-COUNT           PIC 9(05) COMP VALUE ZERO.
017400     05 WI-MC-BILLING-READ          PIC 9(09) COMP VALUE ZERO.
017500     05 WI-MC-EXTRACTS-READ         PIC 9(05) COMP VALUE ZERO.
017600     05 WI-MC-OUT-OF-MONTH          PIC 9(09) COMP VALUE ZERO.
017700     05 WI-MC-CREDITS-LISTED        PIC 9(09) COMP VALUE ZERO.
017800     05 WI-MC-STATEMENTS            PIC 9(05) COMP VALUE ZERO.
017900     05 WI-MC-DORMANT-STATEMENTS    PIC 9(05) COMP VALUE ZERO.
018000
018100******************************************************************
018200* Running count, amount and tax of the billing extract being     *
018300* read, proved against that extract's own trailer and then       *
018400* reset, so each day's extract in the concatenation balances on  *
018450* its own.                                                       *
018500******************************************************************
018600 01  WI-MC-EXTRACT-RECORDS          PIC 9(09) COMP VALUE ZERO.
018700 01  WI-MC-EXTRACT-TOTAL            PIC S9(09)V99 COMP-3
018800                                     VALUE ZERO.
018810 01  WI-MC-EXTRACT-TAX              PIC S9(09)V99 COMP-3
018820                                     VALUE ZERO.
018900
019000 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
019100 01  WI-MC-STMT-MONTH               PIC 9(04) VALUE ZERO.
019200 01  WI-MC-REC-MONTH                PIC 9(04) VALUE ZERO.
019300 01  WI-MC-PREV-PROVIDER            PIC X(12) VALUE LOW-VALUES.
019400 01  WI-MC-PREV-DATE                PIC 9(06) VALUE ZERO.
019500 01  WI-MC-CUR-PROVIDER             PIC X(12) VALUE SPACES.
019600 01  WI-MC-CUR-NAME                 PIC X(30) VALUE SPACES.
019700 01  WI-MC-CUR-CURRENCY             PIC X(03) VALUE SPACES.
019800 01  WI-MC-CUR-PRIOR-POS            PIC 9(05) COMP VALUE ZERO.
019900 01  WI-MC-PRIOR-NEXT               PIC 9(05) COMP VALUE ZERO.
020000 01  WI-MC-PRIOR-LAST-PROVIDER      PIC X(12) VALUE LOW-VALUES.
020100
020200******************************************************************
020300* Per-day and per-carrier statement tallies.  Charges are the    *
020400* billing records rated positive; credits are the reversals,     *
020500* carried negative, so net is always charges plus credits.       *
020510* Tax is carried apart, signed the way the amount is; the       *
020520* balance moves by net plus tax.                                 *
020600******************************************************************
020700 01  WI-MC-DAY-TALLIES.
020800     05 WI-MC-DAY-RECORDS           PIC 9(09) COMP VALUE ZERO.
020900     05 WI-MC-DAY-CARRIER-VALUE     PIC S9(09)V99 COMP-3
021000                                     VALUE ZERO.
021100     05 WI-MC-DAY-CHARGES           PIC S9(09)V99 COMP-3
021200                                     VALUE ZERO.
021300     05 WI-MC-DAY-CREDITS           PIC S9(09)V99 COMP-3
021400                                     VALUE ZERO.
021410     05 WI-MC-DAY-TAX               PIC S9(09)V99 COMP-3
021420                                     VALUE ZERO.
021500 01  WI-MC-MONTH-TALLIES.
021600     05 WI-MC-MONTH-RECORDS         PIC 9(09) COMP VALUE ZERO.
021700     05 WI-MC-MONTH-CARRIER-VALUE   PIC S9(09)V99 COMP-3
021800                                     VALUE ZERO.
021900     05 WI-MC-MONTH-CHARGES         PIC S9(09)V99 COMP-3
022000                                     VALUE ZERO.
022100     05 WI-MC-MONTH-CREDITS         PIC S9(09)V99 COMP-3
022200                                     VALUE ZERO.
022210     05 WI-MC-MONTH-TAX             PIC S9(09)V99 COMP-3
022220                                     VALUE ZERO.
022300     05 WI-MC-STMT-ENTRIES          PIC 9(09) COMP VALUE ZERO.
022400 01  WI-MC-OPENING-BALANCE          PIC S9(09)V99 COMP-3
022500                                     VALUE ZERO.
022600 01  WI-MC-CLOSING-BALANCE          PIC S9(09)V99 COMP-3
022700                                     VALUE ZERO.
022800 01  WI-MC-NET-WORK                 PIC S9(09)V99 COMP-3
022900                                     VALUE ZERO.
023000 01  WI-MC-SIGNED-VALUE-WORK        PIC S9(09)V99 COMP-3
023100                                     VALUE ZERO.
023200 01  WI-MC-REPORT-NET               PIC S9(09)V99 COMP-3
023300                                     VALUE ZERO.
023310 01  WI-MC-REPORT-TAX               PIC S9(09)V99 COMP-3
023320                                     VALUE ZERO.
023400 01  WI-MC-REPORT-CLOSING           PIC S9(09)V99 COMP-3
023500                                     VALUE ZERO.
023600
023700 01  WI-MC-CARRIER-TABLE.
023800     05 WI-MC-CARRIER-ENTRY OCCURS 1 TO 5000 TIMES
023900           DEPENDING ON WI-MC-CARRIER-COUNT
024000           ASCENDING KEY IS WI-MC-CARRIER-TBL-CODE
024100           INDEXED BY WI-MC-CARRIER-IDX.
024200        10 WI-MC-CARRIER-TBL-CODE   PIC X(12).
024300        10 WI-MC-CARRIER-TBL-NAME   PIC X(30).
024400        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
024500
024600******************************************************************
024700* WI-MC-PRIOR-TABLE - each carrier's closing balance off last    *
024800* month's statement file, in provider sequence as that run       *
024900* wrote it.  A carrier found this month is marked used; the      *
025000* rest still get a balance-only statement.                       *
025100******************************************************************
025200 01  WI-MC-PRIOR-TABLE.
025300     05 WI-MC-PRIOR-ENTRY OCCURS 1 TO 5000 TIMES
025400           DEPENDING ON WI-MC-PRIOR-COUNT
025500           ASCENDING KEY IS WI-MC-PRIOR-TBL-PROVIDER
025600           INDEXED BY WI-MC-PRIOR-IDX.
025700        10 WI-MC-PRIOR-TBL-PROVIDER PIC X(12).
025800        10 WI-MC-PRIOR-TBL-BALANCE  PIC S9(09)V99 COMP-3.
025900        10 WI-MC-PRIOR-TBL-USED-SW  PIC X(01).
026000           88 WI-MC-PRIOR-TBL-USED        VALUE 'Y'.
026100
026200******************************************************************
026300* WI-MC-PLAN-TABLE - the carrier's plan code / billing rate /    *
026400* currency / exchange rate sub-totals, kept in key sequence as   *
026500* they are posted and printed at the carrier's close.  The rate  *
026600* fields are held in display form so the key compares in         *
026700* numeric order.                                                 *
026800******************************************************************
026900 01  WI-MC-PLAN-COUNT               PIC 9(03) COMP VALUE ZERO.
027000 01  WI-MC-PLAN-TABLE.
027100     05 WI-MC-PLAN-ENTRY OCCURS 1 TO 500 TIMES
027200           DEPENDING ON WI-MC-PLAN-COUNT.
027300        10 WI-MC-PLAN-TBL-KEY.
027400           15 WI-MC-PLAN-TBL-CODE   PIC X(08).
027500           15 WI-MC-PLAN-TBL-RATE   PIC 9(03)V9(04).
027600           15 WI-MC-PLAN-TBL-CURR   PIC X(03).
027700           15 WI-MC-PLAN-TBL-FX     PIC 9(03)V9(06).
027800        10 WI-MC-PLAN-TBL-RECORDS   PIC 9(09) COMP.
027900        10 WI-MC-PLAN-TBL-VALUE     PIC S9(09)V99 COMP-3.
028000        10 WI-MC-PLAN-TBL-CHARGES   PIC S9(09)V99 COMP-3.
028100        10 WI-MC-PLAN-TBL-CREDITS   PIC S9(09)V99 COMP-3.
028110        10 WI-MC-PLAN-TBL-TAX       PIC S9(09)V99 COMP-3.
028200 01  WI-MC-PLAN-KEY-WORK.
028300     05 WI-MC-PKEY-CODE             PIC X(08).
028400     05 WI-MC-PKEY-RATE             PIC 9(03)V9(04).
028500     05 WI-MC-PKEY-CURR             PIC X(03).
028600     05 WI-MC-PKEY-FX               PIC 9(03)V9(06).
028700 01  WI-MC-PLAN-POS                 PIC 9(03) COMP VALUE ZERO.
028800 01  WI-MC-PLAN-SUB                 PIC 9(03) COMP VALUE ZERO.
028900
029000 01  WI-MC-RPT-TIMESTAMP-WORK.
029100     05 WI-MC-RPT-DATE              PIC 9(06).
029200     05 WI-MC-RPT-TIME              PIC 9(08).
029300 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
029400
029500******************************************************************
029600* WI-MC-STMT-HDR-LINE - opens each carrier's statement on the    *
029700* statement file; the transmission step splits the file on it.   *
029800******************************************************************
029900 01  WI-MC-STMT-HDR-LINE.
030000     05 FILLER                      PIC X(09) VALUE 'PROVIDER '.
030100     05 WI-MC-SH-PROVIDER           PIC X(12).
030200     05 FILLER                      PIC X(32) VALUE
030300        ' MONTHLY SETTLEMENT STATEMENT - '.
030400     05 WI-MC-SH-MONTH              PIC 9(04).
030500     05 FILLER                      PIC X(01) VALUE SPACE.
030600     05 WI-MC-SH-DATE               PIC 9(06).
030700     05 FILLER                      PIC X(86) VALUE SPACES.
030800
030900 01  WI-MC-STMT-HDR-1.
031000     05 FILLER                      PIC X(01) VALUE SPACE.
031100     05 FILLER                      PIC X(47) VALUE
031200        'WIMC220 MONTHLY CARRIER SETTLEMENT STATEMENT - '.
031300     05 WI-MC-H-STAMP               PIC X(15).
031400     05 FILLER                      PIC X(09) VALUE '  MONTH '.
031500     05 WI-MC-H-MONTH               PIC 9(04).
031600     05 FILLER                      PIC X(56) VALUE SPACES.
031700
031800 01  WI-MC-STMT-PROV-LINE.
031900     05 FILLER                      PIC X(01) VALUE SPACE.
032000     05 FILLER                      PIC X(09) VALUE 'PROVIDER '.
032100     05 WI-MC-V-PROVIDER            PIC X(12).
032200     05 FILLER                      PIC X(01) VALUE SPACE.
032300     05 WI-MC-V-NAME                PIC X(30).
032400     05 FILLER                      PIC X(12) VALUE
032500        '  CURRENCY '.
032600     05 WI-MC-V-CURRENCY            PIC X(03).
032700     05 FILLER                      PIC X(64) VALUE SPACES.
032800
032900 01  WI-MC-STMT-DAY-HDR.
033000     05 FILLER                      PIC X(03) VALUE SPACES.
033100     05 FILLER                      PIC X(10) VALUE 'DAY'.
033200     05 FILLER                      PIC X(11) VALUE
033300        '    RECORDS'.
033400     05 FILLER                      PIC X(15) VALUE
033500        '  CARRIER VALUE'.
033600     05 FILLER                      PIC X(15) VALUE
033700        '        CHARGES'.
033800     05 FILLER                      PIC X(15) VALUE
033900        '        CREDITS'.
034000     05 FILLER                      PIC X(15) VALUE
034100        '     NET AMOUNT'.
034110     05 FILLER                      PIC X(15) VALUE
034120        '            TAX'.
034200     05 FILLER                      PIC X(33) VALUE SPACES.
034300
034400 01  WI-MC-STMT-DAY-LINE.
034500     05 FILLER                      PIC X(03) VALUE SPACES.
034600     05 WI-MC-D-DATE                PIC 9(06).
034700     05 FILLER                      PIC X(04) VALUE SPACES.
034800     05 WI-MC-D-RECORDS             PIC ZZZ,ZZZ,ZZ9.
034900     05 FILLER                      PIC X(02) VALUE SPACES.
035000     05 WI-MC-D-CARRIER-VALUE       PIC -ZZZZZZZZ9.99.
035100     05 FILLER                      PIC X(02) VALUE SPACES.
035200     05 WI-MC-D-CHARGES             PIC -ZZZZZZZZ9.99.
035300     05 FILLER                      PIC X(02) VALUE SPACES.
035400     05 WI-MC-D-CREDITS             PIC -ZZZZZZZZ9.99.
035500     05 FILLER                      PIC X(02) VALUE SPACES.
035600     05 WI-MC-D-NET                 PIC -ZZZZZZZZ9.99.
035610     05 FILLER                      PIC X(02) VALUE SPACES.
035620     05 WI-MC-D-TAX                 PIC -ZZZZZZZZ9.99.
035700     05 FILLER                      PIC X(33) VALUE SPACES.
035800
035900******************************************************************
036000* One reversal, printed under the day it was billed on, ahead    *
036100* of that day's sub-total.                                       *
036200******************************************************************
036300 01  WI-MC-STMT-CREDIT-LINE.
036400     05 FILLER                      PIC X(05) VALUE SPACES.
036500     05 FILLER                      PIC X(07) VALUE 'CREDIT '.
036600     05 WI-MC-C-TYPE                PIC X(16).
036700     05 FILLER                      PIC X(01) VALUE SPACE.
036800     05 WI-MC-C-OPERATION           PIC X(24).
036900     05 FILLER                      PIC X(01) VALUE SPACE.
037000     05 WI-MC-C-PLAN-CODE           PIC X(08).
037100     05 FILLER                      PIC X(01) VALUE SPACE.
037200     05 WI-MC-C-RATE                PIC ZZ9.9999.
037300     05 FILLER                      PIC X(01) VALUE SPACE.
037400     05 WI-MC-C-CURRENCY            PIC X(03).
037500     05 WI-MC-C-CARRIER-VALUE       PIC -ZZZZZZZZ9.99.
037600     05 FILLER                      PIC X(01) VALUE SPACE.
037700     05 WI-MC-C-FX-RATE             PIC ZZ9.999999.
037800     05 WI-MC-C-AMOUNT              PIC -ZZZZZZZZ9.99.
037810     05 FILLER                      PIC X(05) VALUE ' TAX'.
037820     05 WI-MC-C-TAX                 PIC -ZZZZZZZZ9.99.
037900     05 FILLER                      PIC X(02) VALUE SPACES.
038000
038100 01  WI-MC-STMT-PLAN-HDR.
038200     05 FILLER                      PIC X(03) VALUE SPACES.
038300     05 FILLER                      PIC X(09) VALUE 'PLAN'.
038400     05 FILLER                      PIC X(09) VALUE
038500        '     RATE'.
038600     05 FILLER                      PIC X(05) VALUE ' CUR'.
038700     05 FILLER                      PIC X(11) VALUE
038800        '    FX RATE'.
038900     05 FILLER                      PIC X(11) VALUE
039000        '    RECORDS'.
039100     05 FILLER                      PIC X(15) VALUE
039200        '  CARRIER VALUE'.
039300     05 FILLER                      PIC X(15) VALUE
039400        '        CHARGES'.
039500     05 FILLER                      PIC X(15) VALUE
039600        '        CREDITS'.
039700     05 FILLER                      PIC X(15) VALUE
039800        '     NET AMOUNT'.
039810     05 FILLER                      PIC X(15) VALUE
039820        '            TAX'.
039900     05 FILLER                      PIC X(09) VALUE SPACES.
040000
040100 01  WI-MC-STMT-PLAN-LINE.
040200     05 FILLER                      PIC X(03) VALUE SPACES.
040300     05 WI-MC-P-PLAN-CODE           PIC X(08).
040400     05 FILLER                      PIC X(02) VALUE SPACES.
040500     05 WI-MC-P-RATE                PIC ZZ9.9999.
040600     05 FILLER                      PIC X(02) VALUE SPACES.
040700     05 WI-MC-P-CURRENCY            PIC X(03).
040800     05 FILLER                      PIC X(01) VALUE SPACE.
040900     05 WI-MC-P-FX-RATE             PIC ZZ9.999999.
041000     05 WI-MC-P-RECORDS             PIC ZZZ,ZZZ,ZZ9.
041100     05 FILLER                      PIC X(02) VALUE SPACES.
041200     05 WI-MC-P-CARRIER-VALUE       PIC -ZZZZZZZZ9.99.
041300     05 FILLER                      PIC X(02) VALUE SPACES.
041400     05 WI-MC-P-CHARGES             PIC -ZZZZZZZZ9.99.
041500     05 FILLER                      PIC X(02) VALUE SPACES.
041600     05 WI-MC-P-CREDITS             PIC -ZZZZZZZZ9.99.
041700     05 FILLER                      PIC X(02) VALUE SPACES.
041800     05 WI-MC-P-NET                 PIC -ZZZZZZZZ9.99.
041810     05 FILLER                      PIC X(02) VALUE SPACES.
041820     05 WI-MC-P-TAX                 PIC -ZZZZZZZZ9.99.
041900     05 FILLER                      PIC X(09) VALUE SPACES.
042000
042100 01  WI-MC-STMT-AMT-LINE.
042200     05 FILLER                      PIC X(03) VALUE SPACES.
042300     05 WI-MC-A-LABEL               PIC X(26).
042400     05 WI-MC-A-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
042500     05 FILLER                      PIC X(88) VALUE SPACES.
042600
042700 01  WI-MC-STMT-NOTE-LINE.
042800     05 FILLER                      PIC X(03) VALUE SPACES.
042900     05 WI-MC-N-TEXT                PIC X(50).
043000     05 FILLER                      PIC X(79) VALUE SPACES.
043100
043200 01  WI-MC-STMT-TOT-LINE.
043300     05 FILLER                      PIC X(01) VALUE SPACE.
043400     05 WI-MC-T-LABEL               PIC X(28).
043500     05 WI-MC-T-COUNT               PIC ZZZ,ZZZ,ZZ9.
043600     05 FILLER                      PIC X(92) VALUE SPACES.
043700
043800 01  WI-MC-BLANK-LINE               PIC X(132) VALUE SPACES.
043900
044000 PROCEDURE DIVISION.
044100
044200******************************************************************
044300* 0000-MAINLINE - release the month's billing through the sort   *
044400* in provider / day sequence, then write one statement per       *
044500* carrier off the sorted detail.                                 *
044600******************************************************************
044700 0000-MAINLINE.
044800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044900     SORT WI-MC-STMT-SORT-FILE
045000         ASCENDING KEY WI-MC-S-PROVIDER
045100                       WI-MC-S-DATE
045200                       WI-MC-S-SEQ
045300         INPUT PROCEDURE IS 2000-COLLECT-BILLING
045400             THRU 2000-EXIT
045500         OUTPUT PROCEDURE IS 3000-WRITE-STATEMENTS
045600             THRU 3000-EXIT.
045700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
045800     STOP RUN.
045900
046000******************************************************************
046100* 1000-INITIALIZE - fix the statement month, load the carrier    *
046200* master and last month's closing balances, open the files.      *
046300******************************************************************
046400 1000-INITIALIZE.
046500     OPEN INPUT WI-MC-PROC-DATE-FILE.
046600     IF WI-MC-PROC-DATE-STATUS = '00'
046700         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
046800         CLOSE WI-MC-PROC-DATE-FILE
046900     END-IF.
047000     IF WI-MC-RUN-DATE = ZERO
047100         DISPLAY 'WIMC220 - NO PROCESSING DATE CONTROL, '
047200             'CLOCK DATE USED'
047300         ACCEPT WI-MC-RUN-DATE FROM DATE
047400     END-IF.
047500     COMPUTE WI-MC-STMT-MONTH = WI-MC-RUN-DATE / 100.
047600     OPEN INPUT WI-MC-PARM-FILE.
047700     IF WI-MC-PARM-STATUS = '00'
047800         PERFORM 1100-READ-PARM THRU 1100-EXIT
047900         CLOSE WI-MC-PARM-FILE
048000     END-IF.
048100
048200     OPEN INPUT WI-MC-CARRIER-FILE.
048300     IF WI-MC-CARRIER-STATUS NOT = '00'
048400         DISPLAY 'WIMC220 - CARRIER MASTER OPEN FAILED, STATUS '
048500             WI-MC-CARRIER-STATUS
048600         MOVE 16 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900     PERFORM 1150-LOAD-CARRIER-TABLE THRU 1150-EXIT
049000         UNTIL WI-MC-CARRIER-EOF.
049100     CLOSE WI-MC-CARRIER-FILE.
049200
049300******************************************************************
049400* No prior statement file is the first month's position: every   *
049500* carrier opens at a zero balance.                               *
049600******************************************************************
049700     OPEN INPUT WI-MC-PRIOR-STMT-FILE.
049800     IF WI-MC-PRIOR-STATUS = '00'
049900         PERFORM 1200-LOAD-PRIOR-BALANCE THRU 1200-EXIT
050000             UNTIL WI-MC-PRIOR-EOF
050100         CLOSE WI-MC-PRIOR-STMT-FILE
050200     ELSE
050300         DISPLAY 'WIMC220 - NO PRIOR STATEMENT FILE, '
050400             'OPENING BALANCES ZERO'
050500     END-IF.
050600
050700     OPEN INPUT WI-MC-BILLING-FILE.
050800     IF WI-MC-BILLING-STATUS NOT = '00'
050900         DISPLAY 'WIMC220 - BILLING EXTRACTS OPEN FAILED, STATUS '
051000             WI-MC-BILLING-STATUS
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN
051300     END-IF.
051400     OPEN OUTPUT WI-MC-STMT-FILE.
051500     OPEN OUTPUT WI-MC-STMT-RPT-FILE.
051600     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
051700     MOVE WI-MC-RPT-STAMP  TO WI-MC-H-STAMP.
051800     MOVE WI-MC-STMT-MONTH TO WI-MC-H-MONTH.
051900     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-HDR-1.
052000 1000-EXIT.
052100     EXIT.
052200
052300 1100-READ-PARM.
052400     READ WI-MC-PARM-FILE
052500         AT END
052600             SET WI-MC-PARM-EOF TO TRUE
052700         NOT AT END
052800             IF WI-MC-P-MONTH NUMERIC
052900              AND WI-MC-P-MONTH > ZERO
053000                 MOVE WI-MC-P-MONTH TO WI-MC-STMT-MONTH
053100             END-IF
053200     END-READ.
053300 1100-EXIT.
053400     EXIT.
053500
053600 1150-LOAD-CARRIER-TABLE.
053700     READ WI-MC-CARRIER-FILE
053800         AT END
053900             SET WI-MC-CARRIER-EOF TO TRUE
054000         NOT AT END
054100             IF WI-MC-CARRIER-COUNT = 5000
054200                 DISPLAY 'WIMC220 - CARRIER TABLE FULL'
054300                 MOVE 16 TO RETURN-CODE
054400                 STOP RUN
054500             END-IF
054600             ADD 1 TO WI-MC-CARRIER-COUNT
054700             SET WI-MC-CARRIER-IDX TO WI-MC-CARRIER-COUNT
054800             MOVE WI_MC_CARRIER_CODE
054900                 TO WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
055000             MOVE WI_MC_CARRIER_NAME
055100                 TO WI-MC-CARRIER-TBL-NAME (WI-MC-CARRIER-IDX)
055200             MOVE WI_MC_CARRIER_CURRENCY
055300                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
055400     END-READ.
055500 1150-EXIT.
055600     EXIT.
055700
055800******************************************************************
055900* 1200-LOAD-PRIOR-BALANCE - keep the closing balance off each    *
056000* carrier's balance entry; headers, trailers and the other       *
056100* entries are passed over.  The file is in provider sequence as  *
056200* last month's run wrote it; anything else fails the load.       *
056300******************************************************************
056400 1200-LOAD-PRIOR-BALANCE.
056500     READ WI-MC-PRIOR-STMT-FILE
056600         AT END
056700             SET WI-MC-PRIOR-EOF TO TRUE
056800         NOT AT END
056900             IF WI-MC-PRIOR-HDR-ID = 'PROVIDER '
057000              OR WI_MC_TRAILER_IS_TRAILER
057100                     IN WI-MC-PRIOR-STMT-TRL-REC
057200                 CONTINUE
057300             ELSE
057400                 IF WI_MC_STMT_IS_BALANCE
057500                         IN WI-MC-PRIOR-STMT-REC
057600                     PERFORM 1210-ADD-PRIOR-BALANCE
057700                         THRU 1210-EXIT
057800                 END-IF
057900             END-IF
058000     END-READ.
058100 1200-EXIT.
058200     EXIT.
058300
058400 1210-ADD-PRIOR-BALANCE.
058500     IF WI_MC_STMT_PROVIDER IN WI-MC-PRIOR-STMT-REC
058600             NOT > WI-MC-PRIOR-LAST-PROVIDER
058700         DISPLAY 'WIMC220 - PRIOR STATEMENT FILE OUT OF '
058800             'SEQUENCE AT ' WI_MC_STMT_PROVIDER
058900                                IN WI-MC-PRIOR-STMT-REC
059000         MOVE 16 TO RETURN-CODE
059100         STOP RUN
059200     END-IF.
059300     IF WI-MC-PRIOR-COUNT = 5000
059400         DISPLAY 'WIMC220 - PRIOR BALANCE TABLE FULL'
059500         MOVE 16 TO RETURN-CODE
059600         STOP RUN
059700     END-IF.
059800     MOVE WI_MC_STMT_PROVIDER IN WI-MC-PRIOR-STMT-REC
059900         TO WI-MC-PRIOR-LAST-PROVIDER.
060000     ADD 1 TO WI-MC-PRIOR-COUNT.
060100     SET WI-MC-PRIOR-IDX TO WI-MC-PRIOR-COUNT.
060200     MOVE WI_MC_STMT_PROVIDER IN WI-MC-PRIOR-STMT-REC
060300         TO WI-MC-PRIOR-TBL-PROVIDER (WI-MC-PRIOR-IDX).
060400     MOVE WI_MC_STMT_CLOSING_BAL IN WI-MC-PRIOR-STMT-REC
060500         TO WI-MC-PRIOR-TBL-BALANCE (WI-MC-PRIOR-IDX).
060600     MOVE 'N' TO WI-MC-PRIOR-TBL-USED-SW (WI-MC-PRIOR-IDX).
060700 1210-EXIT.
060800     EXIT.
060900
061000 1320-READ-PROCESS-DATE.
061100     READ WI-MC-PROC-DATE-FILE
061200         AT END
061300             CONTINUE
061400         NOT AT END
061500             IF WI_MC_PROCESS_DATE NUMERIC
061600              AND WI_MC_PROCESS_DATE > ZERO
061700                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
061800             END-IF
061900     END-READ.
062000 1320-EXIT.
062100     EXIT.
062200
062300 1800-BUILD-STAMP.
062400     ACCEPT WI-MC-RPT-DATE FROM DATE.
062500     ACCEPT WI-MC-RPT-TIME FROM TIME.
062600     MOVE SPACES TO WI-MC-RPT-STAMP.
062700     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
062800            SPACE          DELIMITED BY SIZE
062900            WI-MC-RPT-TIME DELIMITED BY SIZE
063000         INTO WI-MC-RPT-STAMP.
063100 1800-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500* 2000-COLLECT-BILLING - sort input procedure: release every     *
063600* billing record of the month's extracts, each extract proved    *
063700* against its own trailer as it ends.                            *
063800******************************************************************
063900 2000-COLLECT-BILLING.
064000     PERFORM 2900-READ-BILLING THRU 2900-EXIT.
064100     PERFORM 2100-RELEASE-BILLING THRU 2100-EXIT
064200         UNTIL WI-MC-BILLING-EOF.
064300     IF WI-MC-EXTRACT-RECORDS > ZERO
064400         DISPLAY 'WIMC220 - BILLING EXTRACTS END WITHOUT A '
064500             'TRAILER'
064600         MOVE 16 TO RETURN-CODE
064700     END-IF.
064800 2000-EXIT.
064900     EXIT.
065000
065100 2100-RELEASE-BILLING.
065200     IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-BILLING-TRL-REC
065300         PERFORM 2200-CHECK-EXTRACT-TRAILER THRU 2200-EXIT
065400     ELSE
065500         PERFORM 2150-RELEASE-ONE THRU 2150-EXIT
065600     END-IF.
065700     PERFORM 2900-READ-BILLING THRU 2900-EXIT.
065800 2100-EXIT.
065900     EXIT.
066000
066100 2150-RELEASE-ONE.
066200     ADD 1 TO WI-MC-BILLING-READ.
066300     ADD 1 TO WI-MC-EXTRACT-RECORDS.
066400     ADD WI_MC_BILLING_AMOUNT TO WI-MC-EXTRACT-TOTAL.
066410     ADD WI_MC_BILLING_TAX_AMOUNT TO WI-MC-EXTRACT-TAX.
066500     MOVE SPACES TO WI-MC-STMT-SORT-REC.
066600     MOVE WI_MC_BILLING_PROVIDER    TO WI-MC-S-PROVIDER.
066700     IF WI_MC_BILLING_DATE NUMERIC
066800         MOVE WI_MC_BILLING_DATE    TO WI-MC-S-DATE
066900     ELSE
067000         MOVE ZERO                  TO WI-MC-S-DATE
067100     END-IF.
067200     COMPUTE WI-MC-REC-MONTH = WI-MC-S-DATE / 100.
067300     IF WI-MC-REC-MONTH NOT = WI-MC-STMT-MONTH
067400         ADD 1 TO WI-MC-OUT-OF-MONTH
067500     END-IF.
067600     MOVE WI-MC-BILLING-READ        TO WI-MC-S-SEQ.
067700     MOVE WI_MC_BILLING_TYPE        TO WI-MC-S-TYPE.
067800     MOVE WI_MC_BILLING_OPERATION   TO WI-MC-S-OPERATION.
067900     MOVE WI_MC_BILLING_PLAN_CODE   TO WI-MC-S-PLAN-CODE.
068000     MOVE WI_MC_BILLING_RATE        TO WI-MC-S-RATE.
068100     MOVE WI_MC_BILLING_ADDON_VALUE TO WI-MC-S-ADDON-VALUE.
068200     MOVE WI_MC_BILLING_AMOUNT      TO WI-MC-S-AMOUNT.
068300     MOVE WI_MC_BILLING_CURRENCY    TO WI-MC-S-CURRENCY.
068400     MOVE WI_MC_BILLING_FX_RATE     TO WI-MC-S-FX-RATE.
068410     MOVE WI_MC_BILLING_TAX_AMOUNT  TO WI-MC-S-TAX.
068500     RELEASE WI-MC-STMT-SORT-REC.
068600 2150-EXIT.
068700     EXIT.
068800
068900 2200-CHECK-EXTRACT-TRAILER.
069000     ADD 1 TO WI-MC-EXTRACTS-READ.
069100     IF WI_MC_TRAILER_RECORD_COUNT IN WI-MC-BILLING-TRL-REC
069200             NOT = WI-MC-EXTRACT-RECORDS
069300         DISPLAY 'WIMC220 - EXTRACT ' WI-MC-EXTRACTS-READ
069400             ' TRAILER RECORD COUNT MISMATCH'
069500         MOVE 16 TO RETURN-CODE
069600     END-IF.
069700     IF WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-BILLING-TRL-REC
069800             NOT = WI-MC-EXTRACT-TOTAL
069900         DISPLAY 'WIMC220 - EXTRACT ' WI-MC-EXTRACTS-READ
070000             ' TRAILER CONTROL TOTAL MISMATCH'
070100         MOVE 16 TO RETURN-CODE
070200     END-IF.
070210     IF WI_MC_TRAILER_TAX_TOTAL IN WI-MC-BILLING-TRL-REC
070220             NOT = WI-MC-EXTRACT-TAX
070230         DISPLAY 'WIMC220 - EXTRACT ' WI-MC-EXTRACTS-READ
070240             ' TRAILER TAX TOTAL MISMATCH'
070250         MOVE 16 TO RETURN-CODE
070260     END-IF.
070300     MOVE ZERO TO WI-MC-EXTRACT-RECORDS.
070400     MOVE ZERO TO WI-MC-EXTRACT-TOTAL.
070410     MOVE ZERO TO WI-MC-EXTRACT-TAX.
070500 2200-EXIT.
070600     EXIT.
070700
070800 2900-READ-BILLING.
070900     READ WI-MC-BILLING-FILE
071000         AT END
071100             SET WI-MC-BILLING-EOF TO TRUE
071200     END-READ.
071300 2900-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700* 3000-WRITE-STATEMENTS - sort output procedure: one statement   *
071800* per carrier off the provider / day sequenced billing.  A       *
071900* carrier on last month's statement file with a balance but no   *
072000* billing this month gets its balance-only statement in          *
072100* provider sequence among the rest.                              *
072200******************************************************************
072300 3000-WRITE-STATEMENTS.
072400     MOVE LOW-VALUES TO WI-MC-PREV-PROVIDER.
072500     MOVE 1 TO WI-MC-PRIOR-NEXT.
072600     MOVE 'N' TO WI-MC-SORT-EOF-SW.
072700     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
072800         UNTIL WI-MC-SORT-EOF.
072900     IF WI-MC-PREV-PROVIDER NOT = LOW-VALUES
073000         PERFORM 3500-CLOSE-PROVIDER THRU 3500-EXIT
073100     END-IF.
073200     PERFORM 3250-FLUSH-DORMANT THRU 3250-EXIT
073300         UNTIL WI-MC-PRIOR-NEXT > WI-MC-PRIOR-COUNT.
073400 3000-EXIT.
073500     EXIT.
073600
073700 3100-RETURN-ONE.
073800     RETURN WI-MC-STMT-SORT-FILE
073900         AT END
074000             SET WI-MC-SORT-EOF TO TRUE
074100         NOT AT END
074200             PERFORM 3200-HANDLE-DETAIL THRU 3200-EXIT
074300     END-RETURN.
074400 3100-EXIT.
074500     EXIT.
074600
074700 3200-HANDLE-DETAIL.
074800     IF WI-MC-S-PROVIDER NOT = WI-MC-PREV-PROVIDER
074900         IF WI-MC-PREV-PROVIDER NOT = LOW-VALUES
075000             PERFORM 3500-CLOSE-PROVIDER THRU 3500-EXIT
075100         END-IF
075200         PERFORM 3250-FLUSH-DORMANT THRU 3250-EXIT
075300             UNTIL WI-MC-PRIOR-NEXT > WI-MC-PRIOR-COUNT
075400                OR WI-MC-PRIOR-TBL-PROVIDER (WI-MC-PRIOR-NEXT)
075500                       NOT < WI-MC-S-PROVIDER
075600         PERFORM 3300-OPEN-PROVIDER THRU 3300-EXIT
075700     ELSE
075800         IF WI-MC-S-DATE NOT = WI-MC-PREV-DATE
075900             PERFORM 3450-CLOSE-DAY THRU 3450-EXIT
076000         END-IF
076100     END-IF.
076200     MOVE WI-MC-S-DATE TO WI-MC-PREV-DATE.
076300     ADD 1 TO WI-MC-DAY-RECORDS.
076400     MOVE WI-MC-S-ADDON-VALUE TO WI-MC-SIGNED-VALUE-WORK.
076500     IF WI-MC-S-AMOUNT < ZERO
076600         COMPUTE WI-MC-SIGNED-VALUE-WORK =
076700             ZERO - WI-MC-SIGNED-VALUE-WORK
076800         ADD WI-MC-S-AMOUNT TO WI-MC-DAY-CREDITS
076900         PERFORM 3400-WRITE-CREDIT THRU 3400-EXIT
077000     ELSE
077100         ADD WI-MC-S-AMOUNT TO WI-MC-DAY-CHARGES
077200     END-IF.
077300     ADD WI-MC-SIGNED-VALUE-WORK TO WI-MC-DAY-CARRIER-VALUE.
077310     ADD WI-MC-S-TAX TO WI-MC-DAY-TAX.
077400     PERFORM 3600-POST-PLAN THRU 3600-EXIT.
077500 3200-EXIT.
077600     EXIT.
077700
077800******************************************************************
077900* 3250-FLUSH-DORMANT - a prior-month carrier not billed this     *
078000* month: a statement carrying its balance forward, unless the    *
078100* balance is already zero.                                       *
078200******************************************************************
078300 3250-FLUSH-DORMANT.
078400     IF NOT WI-MC-PRIOR-TBL-USED (WI-MC-PRIOR-NEXT)
078500      AND WI-MC-PRIOR-TBL-BALANCE (WI-MC-PRIOR-NEXT) NOT = ZERO
078600         MOVE WI-MC-PRIOR-TBL-PROVIDER (WI-MC-PRIOR-NEXT)
078700             TO WI-MC-CUR-PROVIDER
078800         PERFORM 3310-START-STATEMENT THRU 3310-EXIT
078900         MOVE 'NO BILLING THIS MONTH - BALANCE CARRIED FORWARD'
079000             TO WI-MC-N-TEXT
079100         WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-NOTE-LINE
079200         PERFORM 3510-FINISH-STATEMENT THRU 3510-EXIT
079300         ADD 1 TO WI-MC-DORMANT-STATEMENTS
079400     END-IF.
079500     ADD 1 TO WI-MC-PRIOR-NEXT.
079600 3250-EXIT.
079700     EXIT.
079800
079900 3300-OPEN-PROVIDER.
080000     MOVE WI-MC-S-PROVIDER TO WI-MC-PREV-PROVIDER.
080100     MOVE WI-MC-S-PROVIDER TO WI-MC-CUR-PROVIDER.
080200     PERFORM 3310-START-STATEMENT THRU 3310-EXIT.
080300     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-DAY-HDR.
080400 3300-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800* 3310-START-STATEMENT - reset the carrier's tallies, pick up    *
080900* its name, currency and opening balance, and open its           *
081000* statement on both the report and the statement file.           *
081100******************************************************************
081200 3310-START-STATEMENT.
081300     ADD 1 TO WI-MC-STATEMENTS.
081400     MOVE ZERO TO WI-MC-DAY-RECORDS.
081500     MOVE ZERO TO WI-MC-DAY-CARRIER-VALUE.
081600     MOVE ZERO TO WI-MC-DAY-CHARGES.
081700     MOVE ZERO TO WI-MC-DAY-CREDITS.
081710     MOVE ZERO TO WI-MC-DAY-TAX.
081800     MOVE ZERO TO WI-MC-MONTH-RECORDS.
081900     MOVE ZERO TO WI-MC-MONTH-CARRIER-VALUE.
082000     MOVE ZERO TO WI-MC-MONTH-CHARGES.
082100     MOVE ZERO TO WI-MC-MONTH-CREDITS.
082110     MOVE ZERO TO WI-MC-MONTH-TAX.
082200     MOVE ZERO TO WI-MC-STMT-ENTRIES.
082300     MOVE ZERO TO WI-MC-PLAN-COUNT.
082400     MOVE 'NOT ON CARRIER MASTER' TO WI-MC-CUR-NAME.
082500     MOVE SPACES TO WI-MC-CUR-CURRENCY.
082600     SEARCH ALL WI-MC-CARRIER-ENTRY
082700         AT END
082800             CONTINUE
082900         WHEN WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
083000                 = WI-MC-CUR-PROVIDER
083100             MOVE WI-MC-CARRIER-TBL-NAME (WI-MC-CARRIER-IDX)
083200                 TO WI-MC-CUR-NAME
083300             MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
083400                 TO WI-MC-CUR-CURRENCY
083500     END-SEARCH.
083600     MOVE ZERO TO WI-MC-OPENING-BALANCE.
083700     IF WI-MC-PRIOR-COUNT > ZERO
083800         SEARCH ALL WI-MC-PRIOR-ENTRY
083900             AT END
084000                 CONTINUE
084100             WHEN WI-MC-PRIOR-TBL-PROVIDER (WI-MC-PRIOR-IDX)
084200                     = WI-MC-CUR-PROVIDER
084300                 MOVE WI-MC-PRIOR-TBL-BALANCE (WI-MC-PRIOR-IDX)
084400                     TO WI-MC-OPENING-BALANCE
084500                 SET WI-MC-PRIOR-TBL-USED (WI-MC-PRIOR-IDX)
084600                     TO TRUE
084700         END-SEARCH
084800     END-IF.
084900     MOVE WI-MC-CUR-PROVIDER TO WI-MC-SH-PROVIDER.
085000     MOVE WI-MC-STMT-MONTH   TO WI-MC-SH-MONTH.
085100     MOVE WI-MC-RUN-DATE     TO WI-MC-SH-DATE.
085200     WRITE WI-MC-STMT-HDR-REC FROM WI-MC-STMT-HDR-LINE.
085300     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-BLANK-LINE.
085400     MOVE WI-MC-CUR-PROVIDER TO WI-MC-V-PROVIDER.
085500     MOVE WI-MC-CUR-NAME     TO WI-MC-V-NAME.
085600     MOVE WI-MC-CUR-CURRENCY TO WI-MC-V-CURRENCY.
085700     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-PROV-LINE.
085800     MOVE 'OPENING BALANCE'     TO WI-MC-A-LABEL.
085900     MOVE WI-MC-OPENING-BALANCE TO WI-MC-A-AMOUNT.
086000     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
086100 3310-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500* 3400-WRITE-CREDIT - one reversal as its own credit line, on    *
086600* the report and as an 'R' entry on the statement file.          *
086700******************************************************************
086800 3400-WRITE-CREDIT.
086900     ADD 1 TO WI-MC-CREDITS-LISTED.
087000     MOVE WI-MC-S-TYPE            TO WI-MC-C-TYPE.
087100     MOVE WI-MC-S-OPERATION       TO WI-MC-C-OPERATION.
087200     MOVE WI-MC-S-PLAN-CODE       TO WI-MC-C-PLAN-CODE.
087300     MOVE WI-MC-S-RATE            TO WI-MC-C-RATE.
087400     MOVE WI-MC-S-CURRENCY        TO WI-MC-C-CURRENCY.
087500     MOVE WI-MC-SIGNED-VALUE-WORK TO WI-MC-C-CARRIER-VALUE.
087600     MOVE WI-MC-S-FX-RATE         TO WI-MC-C-FX-RATE.
087700     MOVE WI-MC-S-AMOUNT          TO WI-MC-C-AMOUNT.
087710     MOVE WI-MC-S-TAX             TO WI-MC-C-TAX.
087800     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-CREDIT-LINE.
087900     PERFORM 3800-CLEAR-STMT-ENTRY THRU 3800-EXIT.
088000     SET WI_MC_STMT_IS_CREDIT IN WI-MC-STMT-REC TO TRUE.
088100     MOVE WI-MC-S-DATE
088200         TO WI_MC_STMT_DATE IN WI-MC-STMT-REC.
088300     MOVE WI-MC-S-TYPE
088400         TO WI_MC_STMT_TYPE IN WI-MC-STMT-REC.
088500     MOVE WI-MC-S-OPERATION
088600         TO WI_MC_STMT_OPERATION IN WI-MC-STMT-REC.
088700     MOVE WI-MC-S-PLAN-CODE
088800         TO WI_MC_STMT_PLAN_CODE IN WI-MC-STMT-REC.
088900     MOVE WI-MC-S-RATE
089000         TO WI_MC_STMT_RATE IN WI-MC-STMT-REC.
089100     MOVE WI-MC-S-CURRENCY
089200         TO WI_MC_STMT_CURRENCY IN WI-MC-STMT-REC.
089300     MOVE WI-MC-S-FX-RATE
089400         TO WI_MC_STMT_FX_RATE IN WI-MC-STMT-REC.
089500     MOVE 1
089600         TO WI_MC_STMT_RECORD_COUNT IN WI-MC-STMT-REC.
089700     MOVE WI-MC-SIGNED-VALUE-WORK
089800         TO WI_MC_STMT_CARRIER_VALUE IN WI-MC-STMT-REC.
089900     MOVE WI-MC-S-AMOUNT
090000         TO WI_MC_STMT_CREDITS IN WI-MC-STMT-REC.
090100     MOVE WI-MC-S-AMOUNT
090200         TO WI_MC_STMT_NET_AMOUNT IN WI-MC-STMT-REC.
090210     MOVE WI-MC-S-TAX
090220         TO WI_MC_STMT_TAX_AMOUNT IN WI-MC-STMT-REC.
090300     PERFORM 3850-WRITE-STMT-ENTRY THRU 3850-EXIT.
090400 3400-EXIT.
090500     EXIT.
090600
090700******************************************************************
090800* 3450-CLOSE-DAY - the day's sub-total, rolled into the month.   *
090900******************************************************************
091000 3450-CLOSE-DAY.
091100     IF WI-MC-DAY-RECORDS = ZERO
091200         GO TO 3450-EXIT
091300     END-IF.
091400     COMPUTE WI-MC-NET-WORK =
091500         WI-MC-DAY-CHARGES + WI-MC-DAY-CREDITS.
091600     MOVE WI-MC-PREV-DATE         TO WI-MC-D-DATE.
091700     MOVE WI-MC-DAY-RECORDS       TO WI-MC-D-RECORDS.
091800     MOVE WI-MC-DAY-CARRIER-VALUE TO WI-MC-D-CARRIER-VALUE.
091900     MOVE WI-MC-DAY-CHARGES       TO WI-MC-D-CHARGES.
092000     MOVE WI-MC-DAY-CREDITS       TO WI-MC-D-CREDITS.
092100     MOVE WI-MC-NET-WORK          TO WI-MC-D-NET.
092110     MOVE WI-MC-DAY-TAX           TO WI-MC-D-TAX.
092200     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-DAY-LINE.
092300     PERFORM 3800-CLEAR-STMT-ENTRY THRU 3800-EXIT.
092400     SET WI_MC_STMT_IS_DAILY IN WI-MC-STMT-REC TO TRUE.
092500     MOVE WI-MC-PREV-DATE
092600         TO WI_MC_STMT_DATE IN WI-MC-STMT-REC.
092700     MOVE WI-MC-DAY-RECORDS
092800         TO WI_MC_STMT_RECORD_COUNT IN WI-MC-STMT-REC.
092900     MOVE WI-MC-DAY-CARRIER-VALUE
093000         TO WI_MC_STMT_CARRIER_VALUE IN WI-MC-STMT-REC.
093100     MOVE WI-MC-DAY-CHARGES
093200         TO WI_MC_STMT_CHARGES IN WI-MC-STMT-REC.
093300     MOVE WI-MC-DAY-CREDITS
093400         TO WI_MC_STMT_CREDITS IN WI-MC-STMT-REC.
093500     MOVE WI-MC-NET-WORK
093600         TO WI_MC_STMT_NET_AMOUNT IN WI-MC-STMT-REC.
093610     MOVE WI-MC-DAY-TAX
093620         TO WI_MC_STMT_TAX_AMOUNT IN WI-MC-STMT-REC.
093700     PERFORM 3850-WRITE-STMT-ENTRY THRU 3850-EXIT.
093800     ADD WI-MC-DAY-RECORDS       TO WI-MC-MONTH-RECORDS.
093900     ADD WI-MC-DAY-CARRIER-VALUE TO WI-MC-MONTH-CARRIER-VALUE.
094000     ADD WI-MC-DAY-CHARGES       TO WI-MC-MONTH-CHARGES.
094100     ADD WI-MC-DAY-CREDITS       TO WI-MC-MONTH-CREDITS.
094110     ADD WI-MC-DAY-TAX           TO WI-MC-MONTH-TAX.
094200     MOVE ZERO TO WI-MC-DAY-RECORDS.
094300     MOVE ZERO TO WI-MC-DAY-CARRIER-VALUE.
094400     MOVE ZERO TO WI-MC-DAY-CHARGES.
094500     MOVE ZERO TO WI-MC-DAY-CREDITS.
094510     MOVE ZERO TO WI-MC-DAY-TAX.
094600 3450-EXIT.
094700     EXIT.
094800
094900 3500-CLOSE-PROVIDER.
095000     PERFORM 3450-CLOSE-DAY THRU 3450-EXIT.
095100     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-BLANK-LINE.
095200     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-PLAN-HDR.
095300     PERFORM 3550-WRITE-PLAN THRU 3550-EXIT
095400         VARYING WI-MC-PLAN-SUB FROM 1 BY 1
095500         UNTIL WI-MC-PLAN-SUB > WI-MC-PLAN-COUNT.
095600     PERFORM 3510-FINISH-STATEMENT THRU 3510-EXIT.
095700 3500-EXIT.
095800     EXIT.
095900
096000******************************************************************
096100* 3510-FINISH-STATEMENT - the balance section, the 'B' entry     *
096200* next month's run opens from, and the carrier's control         *
096300* trailer: statement entries written, the month's net and its    *
096310* tax.  The closing balance takes the net plus the tax, the      *
096320* amount billed.                                                 *
096400******************************************************************
096500 3510-FINISH-STATEMENT.
096600     COMPUTE WI-MC-NET-WORK =
096700         WI-MC-MONTH-CHARGES + WI-MC-MONTH-CREDITS.
096800     COMPUTE WI-MC-CLOSING-BALANCE =
096900         WI-MC-OPENING-BALANCE + WI-MC-NET-WORK
096910         + WI-MC-MONTH-TAX.
097000     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-BLANK-LINE.
097100     MOVE 'OPENING BALANCE'     TO WI-MC-A-LABEL.
097200     MOVE WI-MC-OPENING-BALANCE TO WI-MC-A-AMOUNT.
097300     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
097400     MOVE 'MONTH CHARGES'       TO WI-MC-A-LABEL.
097500     MOVE WI-MC-MONTH-CHARGES   TO WI-MC-A-AMOUNT.
097600     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
097700     MOVE 'MONTH CREDITS'       TO WI-MC-A-LABEL.
097800     MOVE WI-MC-MONTH-CREDITS   TO WI-MC-A-AMOUNT.
097900     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
097910     MOVE 'MONTH TAX'           TO WI-MC-A-LABEL.
097920     MOVE WI-MC-MONTH-TAX       TO WI-MC-A-AMOUNT.
097930     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
098000     MOVE 'CLOSING BALANCE'     TO WI-MC-A-LABEL.
098100     MOVE WI-MC-CLOSING-BALANCE TO WI-MC-A-AMOUNT.
098200     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
098300     PERFORM 3800-CLEAR-STMT-ENTRY THRU 3800-EXIT.
098400     SET WI_MC_STMT_IS_BALANCE IN WI-MC-STMT-REC TO TRUE.
098500     MOVE WI-MC-RUN-DATE
098600         TO WI_MC_STMT_DATE IN WI-MC-STMT-REC.
098700     MOVE WI-MC-CUR-CURRENCY
098800         TO WI_MC_STMT_CURRENCY IN WI-MC-STMT-REC.
098900     MOVE WI-MC-MONTH-RECORDS
099000         TO WI_MC_STMT_RECORD_COUNT IN WI-MC-STMT-REC.
099100     MOVE WI-MC-MONTH-CARRIER-VALUE
099200         TO WI_MC_STMT_CARRIER_VALUE IN WI-MC-STMT-REC.
099300     MOVE WI-MC-MONTH-CHARGES
099400         TO WI_MC_STMT_CHARGES IN WI-MC-STMT-REC.
099500     MOVE WI-MC-MONTH-CREDITS
099600         TO WI_MC_STMT_CREDITS IN WI-MC-STMT-REC.
099700     MOVE WI-MC-NET-WORK
099800         TO WI_MC_STMT_NET_AMOUNT IN WI-MC-STMT-REC.
099810     MOVE WI-MC-MONTH-TAX
099820         TO WI_MC_STMT_TAX_AMOUNT IN WI-MC-STMT-REC.
099900     MOVE WI-MC-OPENING-BALANCE
100000         TO WI_MC_STMT_OPENING_BAL IN WI-MC-STMT-REC.
100100     MOVE WI-MC-CLOSING-BALANCE
100200         TO WI_MC_STMT_CLOSING_BAL IN WI-MC-STMT-REC.
100300     PERFORM 3850-WRITE-STMT-ENTRY THRU 3850-EXIT.
100400     MOVE SPACES TO WI-MC-STMT-TRL-REC.
100500     SET WI_MC_TRAILER_IS_TRAILER IN WI-MC-STMT-TRL-REC
100600         TO TRUE.
100700     MOVE WI-MC-STMT-ENTRIES
100800         TO WI_MC_TRAILER_RECORD_COUNT IN WI-MC-STMT-TRL-REC.
100900     MOVE WI-MC-NET-WORK
101000         TO WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-STMT-TRL-REC.
101010     MOVE WI-MC-MONTH-TAX
101020         TO WI_MC_TRAILER_TAX_TOTAL IN WI-MC-STMT-TRL-REC.
101100     WRITE WI-MC-STMT-TRL-REC.
101200     ADD WI-MC-NET-WORK        TO WI-MC-REPORT-NET.
101210     ADD WI-MC-MONTH-TAX       TO WI-MC-REPORT-TAX.
101300     ADD WI-MC-CLOSING-BALANCE TO WI-MC-REPORT-CLOSING.
101400 3510-EXIT.
101500     EXIT.
101600
101700 3550-WRITE-PLAN.
101800     COMPUTE WI-MC-NET-WORK =
101900         WI-MC-PLAN-TBL-CHARGES (WI-MC-PLAN-SUB)
102000         + WI-MC-PLAN-TBL-CREDITS (WI-MC-PLAN-SUB).
102100     MOVE WI-MC-PLAN-TBL-CODE (WI-MC-PLAN-SUB)
102200         TO WI-MC-P-PLAN-CODE.
102300     MOVE WI-MC-PLAN-TBL-RATE (WI-MC-PLAN-SUB)
102400         TO WI-MC-P-RATE.
102500     MOVE WI-MC-PLAN-TBL-CURR (WI-MC-PLAN-SUB)
102600         TO WI-MC-P-CURRENCY.
102700     MOVE WI-MC-PLAN-TBL-FX (WI-MC-PLAN-SUB)
102800         TO WI-MC-P-FX-RATE.
102900     MOVE WI-MC-PLAN-TBL-RECORDS (WI-MC-PLAN-SUB)
103000         TO WI-MC-P-RECORDS.
103100     MOVE WI-MC-PLAN-TBL-VALUE (WI-MC-PLAN-SUB)
103200         TO WI-MC-P-CARRIER-VALUE.
103300     MOVE WI-MC-PLAN-TBL-CHARGES (WI-MC-PLAN-SUB)
103400         TO WI-MC-P-CHARGES.
103500     MOVE WI-MC-PLAN-TBL-CREDITS (WI-MC-PLAN-SUB)
103600         TO WI-MC-P-CREDITS.
103700     MOVE WI-MC-NET-WORK TO WI-MC-P-NET.
103710     MOVE WI-MC-PLAN-TBL-TAX (WI-MC-PLAN-SUB)
103720         TO WI-MC-P-TAX.
103800     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-PLAN-LINE.
103900     PERFORM 3800-CLEAR-STMT-ENTRY THRU 3800-EXIT.
104000     SET WI_MC_STMT_IS_PLAN IN WI-MC-STMT-REC TO TRUE.
104100     MOVE WI-MC-PLAN-TBL-CODE (WI-MC-PLAN-SUB)
104200         TO WI_MC_STMT_PLAN_CODE IN WI-MC-STMT-REC.
104300     MOVE WI-MC-PLAN-TBL-RATE (WI-MC-PLAN-SUB)
104400         TO WI_MC_STMT_RATE IN WI-MC-STMT-REC.
104500     MOVE WI-MC-PLAN-TBL-CURR (WI-MC-PLAN-SUB)
104600         TO WI_MC_STMT_CURRENCY IN WI-MC-STMT-REC.
104700     MOVE WI-MC-PLAN-TBL-FX (WI-MC-PLAN-SUB)
104800         TO WI_MC_STMT_FX_RATE IN WI-MC-STMT-REC.
104900     MOVE WI-MC-PLAN-TBL-RECORDS (WI-MC-PLAN-SUB)
105000         TO WI_MC_STMT_RECORD_COUNT IN WI-MC-STMT-REC.
105100     MOVE WI-MC-PLAN-TBL-VALUE (WI-MC-PLAN-SUB)
105200         TO WI_MC_STMT_CARRIER_VALUE IN WI-MC-STMT-REC.
105300     MOVE WI-MC-PLAN-TBL-CHARGES (WI-MC-PLAN-SUB)
105400         TO WI_MC_STMT_CHARGES IN WI-MC-STMT-REC.
105500     MOVE WI-MC-PLAN-TBL-CREDITS (WI-MC-PLAN-SUB)
105600         TO WI_MC_STMT_CREDITS IN WI-MC-STMT-REC.
105700     MOVE WI-MC-NET-WORK
105800         TO WI_MC_STMT_NET_AMOUNT IN WI-MC-STMT-REC.
105810     MOVE WI-MC-PLAN-TBL-TAX (WI-MC-PLAN-SUB)
105820         TO WI_MC_STMT_TAX_AMOUNT IN WI-MC-STMT-REC.
105900     PERFORM 3850-WRITE-STMT-ENTRY THRU 3850-EXIT.
106000 3550-EXIT.
106100     EXIT.
106200
106300******************************************************************
106400* 3600-POST-PLAN - add the billing record to its plan code /     *
106500* billing rate / currency / exchange rate sub-total, slotting a  *
106600* new combination into key sequence.                             *
106700******************************************************************
106800 3600-POST-PLAN.
106900     MOVE WI-MC-S-PLAN-CODE TO WI-MC-PKEY-CODE.
107000     MOVE WI-MC-S-RATE      TO WI-MC-PKEY-RATE.
107100     MOVE WI-MC-S-CURRENCY  TO WI-MC-PKEY-CURR.
107200     MOVE WI-MC-S-FX-RATE   TO WI-MC-PKEY-FX.
107300     MOVE 1 TO WI-MC-PLAN-POS.
107400     PERFORM 3610-FIND-SLOT THRU 3610-EXIT
107500         UNTIL WI-MC-PLAN-POS > WI-MC-PLAN-COUNT
107600            OR WI-MC-PLAN-TBL-KEY (WI-MC-PLAN-POS)
107700                   NOT < WI-MC-PLAN-KEY-WORK.
107800     MOVE 'N' TO WI-MC-PLAN-FOUND-SW.
107900     IF WI-MC-PLAN-POS NOT > WI-MC-PLAN-COUNT
108000         IF WI-MC-PLAN-TBL-KEY (WI-MC-PLAN-POS)
108100                 = WI-MC-PLAN-KEY-WORK
108200             SET WI-MC-PLAN-FOUND TO TRUE
108300         END-IF
108400     END-IF.
108500     IF NOT WI-MC-PLAN-FOUND
108600         PERFORM 3620-INSERT-PLAN THRU 3620-EXIT
108700     END-IF.
108800     ADD 1 TO WI-MC-PLAN-TBL-RECORDS (WI-MC-PLAN-POS).
108900     ADD WI-MC-SIGNED-VALUE-WORK
109000         TO WI-MC-PLAN-TBL-VALUE (WI-MC-PLAN-POS).
109100     IF WI-MC-S-AMOUNT < ZERO
109200         ADD WI-MC-S-AMOUNT
109300             TO WI-MC-PLAN-TBL-CREDITS (WI-MC-PLAN-POS)
109400     ELSE
109500         ADD WI-MC-S-AMOUNT
109600             TO WI-MC-PLAN-TBL-CHARGES (WI-MC-PLAN-POS)
109700     END-IF.
109710     ADD WI-MC-S-TAX
109720         TO WI-MC-PLAN-TBL-TAX (WI-MC-PLAN-POS).
109800 3600-EXIT.
109900     EXIT.
110000
110100 3610-FIND-SLOT.
110200     ADD 1 TO WI-MC-PLAN-POS.
110300 3610-EXIT.
110400     EXIT.
110500
110600 3620-INSERT-PLAN.
110700     IF WI-MC-PLAN-COUNT = 500
110800         DISPLAY 'WIMC220 - PLAN TABLE FULL FOR '
110900             WI-MC-CUR-PROVIDER
111000         MOVE 16 TO RETURN-CODE
111100         STOP RUN
111200     END-IF.
111300     ADD 1 TO WI-MC-PLAN-COUNT.
111400     PERFORM 3630-SHIFT-UP THRU 3630-EXIT
111500         VARYING WI-MC-PLAN-SUB FROM WI-MC-PLAN-COUNT BY -1
111600         UNTIL WI-MC-PLAN-SUB NOT > WI-MC-PLAN-POS.
111700     MOVE WI-MC-PLAN-KEY-WORK
111800         TO WI-MC-PLAN-TBL-KEY (WI-MC-PLAN-POS).
111900     MOVE ZERO TO WI-MC-PLAN-TBL-RECORDS (WI-MC-PLAN-POS).
112000     MOVE ZERO TO WI-MC-PLAN-TBL-VALUE (WI-MC-PLAN-POS).
112100     MOVE ZERO TO WI-MC-PLAN-TBL-CHARGES (WI-MC-PLAN-POS).
112200     MOVE ZERO TO WI-MC-PLAN-TBL-CREDITS (WI-MC-PLAN-POS).
112210     MOVE ZERO TO WI-MC-PLAN-TBL-TAX (WI-MC-PLAN-POS).
112300 3620-EXIT.
112400     EXIT.
112500
112600 3630-SHIFT-UP.
112700     MOVE WI-MC-PLAN-ENTRY (WI-MC-PLAN-SUB - 1)
112800         TO WI-MC-PLAN-ENTRY (WI-MC-PLAN-SUB).
112900 3630-EXIT.
113000     EXIT.
113100
113200 3800-CLEAR-STMT-ENTRY.
113300     MOVE SPACES TO WI-MC-STMT-REC.
113400     MOVE ZERO TO WI_MC_STMT_DATE IN WI-MC-STMT-REC.
113500     MOVE ZERO TO WI_MC_STMT_RATE IN WI-MC-STMT-REC.
113600     MOVE ZERO TO WI_MC_STMT_FX_RATE IN WI-MC-STMT-REC.
113700     MOVE ZERO TO WI_MC_STMT_RECORD_COUNT IN WI-MC-STMT-REC.
113800     MOVE ZERO TO WI_MC_STMT_CARRIER_VALUE IN WI-MC-STMT-REC.
113900     MOVE ZERO TO WI_MC_STMT_CHARGES IN WI-MC-STMT-REC.
114000     MOVE ZERO TO WI_MC_STMT_CREDITS IN WI-MC-STMT-REC.
114100     MOVE ZERO TO WI_MC_STMT_NET_AMOUNT IN WI-MC-STMT-REC.
114110     MOVE ZERO TO WI_MC_STMT_TAX_AMOUNT IN WI-MC-STMT-REC.
114200     MOVE ZERO TO WI_MC_STMT_OPENING_BAL IN WI-MC-STMT-REC.
114300     MOVE ZERO TO WI_MC_STMT_CLOSING_BAL IN WI-MC-STMT-REC.
114400 3800-EXIT.
114500     EXIT.
114600
114700 3850-WRITE-STMT-ENTRY.
114800     MOVE WI-MC-CUR-PROVIDER
114900         TO WI_MC_STMT_PROVIDER IN WI-MC-STMT-REC.
115000     MOVE WI-MC-STMT-MONTH
115100         TO WI_MC_STMT_MONTH IN WI-MC-STMT-REC.
115200     WRITE WI-MC-STMT-REC.
115300     ADD 1 TO WI-MC-STMT-ENTRIES.
115400 3850-EXIT.
115500     EXIT.
115600
115700******************************************************************
115800* 8000-TERMINATE                                                 *
115900******************************************************************
116000 8000-TERMINATE.
116100     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-BLANK-LINE.
116200     MOVE 'CARRIER STATEMENTS'     TO WI-MC-T-LABEL.
116300     MOVE WI-MC-STATEMENTS         TO WI-MC-T-COUNT.
116400     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-TOT-LINE.
116500     MOVE 'BALANCE-ONLY STATEMENTS' TO WI-MC-T-LABEL.
116600     MOVE WI-MC-DORMANT-STATEMENTS TO WI-MC-T-COUNT.
116700     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-TOT-LINE.
116800     MOVE 'BILLING RECORDS'        TO WI-MC-T-LABEL.
116900     MOVE WI-MC-BILLING-READ       TO WI-MC-T-COUNT.
117000     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-TOT-LINE.
117100     MOVE 'CREDIT LINES'           TO WI-MC-T-LABEL.
117200     MOVE WI-MC-CREDITS-LISTED     TO WI-MC-T-COUNT.
117300     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-TOT-LINE.
117400     MOVE 'MONTH NET SETTLEMENT'   TO WI-MC-A-LABEL.
117500     MOVE WI-MC-REPORT-NET         TO WI-MC-A-AMOUNT.
117600     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
117610     MOVE 'MONTH TAX'              TO WI-MC-A-LABEL.
117620     MOVE WI-MC-REPORT-TAX         TO WI-MC-A-AMOUNT.
117630     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
117700     MOVE 'TOTAL CLOSING BALANCE'  TO WI-MC-A-LABEL.
117800     MOVE WI-MC-REPORT-CLOSING     TO WI-MC-A-AMOUNT.
117900     WRITE WI-MC-STMT-RPT-REC FROM WI-MC-STMT-AMT-LINE.
118000     CLOSE WI-MC-BILLING-FILE.
118100     CLOSE WI-MC-STMT-FILE.
118200     CLOSE WI-MC-STMT-RPT-FILE.
118300     IF WI-MC-OUT-OF-MONTH > ZERO
118400         DISPLAY 'WIMC220 - BILLING DATED OUTSIDE MONTH '
118500             WI-MC-STMT-MONTH ' = ' WI-MC-OUT-OF-MONTH
118600         IF RETURN-CODE < 4
118700             MOVE 4 TO RETURN-CODE
118800         END-IF
118900     END-IF.
119000     DISPLAY 'WIMC220 STATEMENT MONTH    = ' WI-MC-STMT-MONTH.
119100     DISPLAY 'WIMC220 EXTRACTS READ      = ' WI-MC-EXTRACTS-READ.
119200     DISPLAY 'WIMC220 BILLING READ       = ' WI-MC-BILLING-READ.
119300     DISPLAY 'WIMC220 STATEMENTS         = ' WI-MC-STATEMENTS.
119400     DISPLAY 'WIMC220 CREDIT LINES       = ' WI-MC-CREDITS-LISTED.
119500     IF RETURN-CODE NOT = ZERO
119600         DISPLAY 'WIMC220 - STATEMENT RUN FLAGGED, RETURN-CODE = '
119700             RETURN-CODE
119800     END-IF.
119900 8000-EXIT.
120000     EXIT.
