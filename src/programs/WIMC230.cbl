000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC230.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC230 - GENERAL-LEDGER JOURNAL AND UNBILLED ACCRUAL          *
000900*                                                                *
001000* Runs after the WIMC210 tie-out and builds the month's revenue  *
001100* journal for the ledger interface in place of Finance keying    *
001200* it by hand.  Three kinds of balanced entry are written to the  *
001300* journal file (WIMCGLJ), each line one side of a pair:          *
001400*   - the reversal of last month's unbilled-revenue accrual,     *
001500*     read off last month's journal file and posted with its     *
001600*     sides swapped on the first day of this period;             *
001700*   - billed revenue per provider / type / operation off the     *
001800*     month's accumulated billing extracts (WIMCBIL, each day's  *
001900*     extract proved against its own trailer), debit the         *
002000*     receivable and credit revenue, and the tax billed with it  *
002010*     (WI_MC_BILLING_TAX_AMOUNT), debit the receivable and       *
002020*     credit the tax payable account;                            *
002100*   - the unbilled-revenue accrual for every value still held    *
002200*     on the suspense file (WIMCSUS) and the rating hold file    *
002300*     (WIMCRHL) at month-end, converted to the settlement        *
002400*     currency through the exchange-rate file the same way       *
002500*     WIMC210 attributes it, debit unbilled receivable and       *
002600*     credit revenue, posted on the last day of the period.      *
002700* Accounts come from the GL account master (WIMCGLA) by          *
002800* provider / type / operation, falling back to the provider's    *
002900* default entry and then the installation default.  The file     *
003000* closes with a control trailer carrying the line count and the  *
003100* debit and credit totals apart, and the journal proof report    *
003200* lists every line with totals by kind.  This run's journal is   *
003300* left for the next month-end JCL to rename into the prior-      *
003400* journal file, the way WIMC200's totals extract is, so next     *
003500* month reverses this month's accrual.  An optional one-record   *
003600* parameter file names the period (YYMM); otherwise it is the    *
003700* month of the processing date.  A journal whose debits and      *
003800* credits disagree, or an extract whose trailer count, control   *
003900* total or tax total disagrees with its detail, ends with        *
004000* RETURN-CODE 16 and must not be sent to the ledger; a           *
004100* combination with no account mapping, or a prior journal for    *
004200* some other period, flags RETURN-CODE 8; value that could not   *
004210* be converted flags RETURN-CODE 4.                              *
004300*                                                                *
004400* MODIFICATION HISTORY                                           *
004500* ----------------------------------------------------------     *
004600* DATE       BY    DESCRIPTION                                   *
004700* 10/15/2026 RLH   Initial version.                              *
004710* 10/15/2026 RLH   Billed tax journalled to WI_MC_GL_TAX_ACCT;   *
004720*                  extract tax total proved (RC 16).             *
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT WI-MC-BILLING-FILE
005300         ASSIGN TO WIMCBILM
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WI-MC-BILLING-STATUS.
005600
005700     SELECT WI-MC-SUSPENSE-FILE
005800         ASSIGN TO WIMCSUSP
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WI-MC-SUSPENSE-STATUS.
006100
006200     SELECT WI-MC-RATE-HOLD-FILE
006300         ASSIGN TO WIMCRHLI
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WI-MC-RATE-HOLD-STATUS.
006600
006700     SELECT WI-MC-CARRIER-FILE
006800         ASSIGN TO WIMCCARM
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WI-MC-CARRIER-STATUS.
007100
007200     SELECT WI-MC-FX-FILE
007300         ASSIGN TO WIMCFXRM
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WI-MC-FX-STATUS.
007600
007700     SELECT WI-MC-GL-ACCOUNT-FILE
007800         ASSIGN TO WIMCGLAM
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WI-MC-GL-ACCOUNT-STATUS.
008100
008200     SELECT WI-MC-PRIOR-JNL-FILE
008300         ASSIGN TO WIMCPGLJ
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WI-MC-PRIOR-JNL-STATUS.
008600
008700     SELECT WI-MC-JOURNAL-FILE
008800         ASSIGN TO WIMCGLJF
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WI-MC-JOURNAL-STATUS.
009100
009200     SELECT WI-MC-PROOF-RPT-FILE
009300         ASSIGN TO WIMCGLJR
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WI-MC-PROOF-RPT-STATUS.
009600
009700     SELECT WI-MC-PARM-FILE
009800         ASSIGN TO WIMCPARM
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WI-MC-PARM-STATUS.
010100
010200     SELECT WI-MC-PROC-DATE-FILE
010300         ASSIGN TO WIMCPDTE
010400         ORGANIZATION IS SEQUENTIAL
010500         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
010600
010700 DATA DIVISION.
010800 FILE SECTION.
010900 FD  WI-MC-BILLING-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  WI-MC-BILLING-REC.
011200     COPY WIMCBIL.
011300 01  WI-MC-BILLING-TRL-REC.
011400     COPY WIMCTRL.
011500
011600 FD  WI-MC-SUSPENSE-FILE
011700     LABEL RECORDS ARE STANDARD.
011800 01  WI-MC-SUSPENSE-REC.
011900     COPY WIMCSUS.
012000
012100 FD  WI-MC-RATE-HOLD-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  WI-MC-RATE-HOLD-REC.
012400     COPY WIMCRHL.
012500
012600 FD  WI-MC-CARRIER-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  WI-MC-CARRIER-REC.
012900     COPY WIMCCAR.
013000
013100 FD  WI-MC-FX-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  WI-MC-FX-REC.
013400     COPY WIMCFXR.
013500
013600 FD  WI-MC-GL-ACCOUNT-FILE
013700     LABEL RECORDS ARE STANDARD.
013800 01  WI-MC-GL-ACCOUNT-REC.
013900     COPY WIMCGLA.
014000
014100******************************************************************
014200* Last month's journal is read through a second copy of the      *
014300* journal layout; only its accrual lines are reversed.           *
014400******************************************************************
014500 FD  WI-MC-PRIOR-JNL-FILE
014600     LABEL RECORDS ARE STANDARD.
014700 01  WI-MC-PRIOR-JNL-REC.
014800     COPY WIMCGLJ.
014900
015000 FD  WI-MC-JOURNAL-FILE
015100     LABEL RECORDS ARE STANDARD.
015200 01  WI-MC-JOURNAL-REC.
015300     COPY WIMCGLJ.
015400
015500 FD  WI-MC-PROOF-RPT-FILE
015600     LABEL RECORDS ARE STANDARD.
015700 01  WI-MC-PROOF-RPT-REC            PIC X(132).
015800
015900 FD  WI-MC-PARM-FILE
016000     LABEL RECORDS ARE STANDARD.
016100 01  WI-MC-PARM-REC.
016200     05 WI-MC-P-MONTH               PIC 9(04).
016300     05 FILLER                      PIC X(76).
016400
016500 FD  WI-MC-PROC-DATE-FILE
016600     LABEL RECORDS ARE STANDARD.
016700 01  WI-MC-PROC-DATE-REC.
016800     COPY WIMCPDT.
016900
017000 WORKING-STORAGE SECTION.
017100
017200 77  WI-MC-BILLING-STATUS           PIC X(02) VALUE SPACES.
017300 77  WI-MC-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
017400 77  WI-MC-RATE-HOLD-STATUS         PIC X(02) VALUE SPACES.
017500 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
017600 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
017700 77  WI-MC-GL-ACCOUNT-STATUS        PIC X(02) VALUE SPACES.
017800 77  WI-MC-PRIOR-JNL-STATUS         PIC X(02) VALUE SPACES.
017900 77  WI-MC-JOURNAL-STATUS           PIC X(02) VALUE SPACES.
018000 77  WI-MC-PROOF-RPT-STATUS         PIC X(02) VALUE SPACES.
018100 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
018200 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
018300
018400 01  WI-MC-SWITCHES.
018500     05 WI-MC-BILLING-EOF-SW        PIC X(01) VALUE 'N'.
018600        88 WI-MC-BILLING-EOF              VALUE 'Y'.
018700     05 WI-MC-SUSPENSE-EOF-SW       PIC X(01) VALUE 'N'.
018800        88 WI-MC-SUSPENSE-EOF             VALUE 'Y'.
018900     05 WI-MC-RATE-HOLD-EOF-SW      PIC X(01) VALUE 'N'.
019000        88 WI-MC-RATE-HOLD-EOF            VALUE 'Y'.
019100     05 WI-MC-CARRIER-EOF-SW        PIC X(01) VALUE 'N'.
019200        88 WI-MC-CARRIER-EOF               VALUE 'Y'.
019300     05 WI-MC-FX-EOF-SW             PIC X(01) VALUE 'N'.
019400        88 WI-MC-FX-EOF                    VALUE 'Y'.
019500     05 WI-MC-FX-FOUND-SW           PIC X(01) VALUE 'N'.
019600        88 WI-MC-FX-FOUND                  VALUE 'Y'.
019700     05 WI-MC-GL-EOF-SW             PIC X(01) VALUE 'N'.
019800        88 WI-MC-GL-EOF                    VALUE 'Y'.
019900     05 WI-MC-GL-FOUND-SW           PIC X(01) VALUE 'N'.
020000        88 WI-MC-GL-FOUND                  VALUE 'Y'.
020100     05 WI-MC-PRIOR-EOF-SW          PIC X(01) VALUE 'N'.
020200        88 WI-MC-PRIOR-EOF                 VALUE 'Y'.
020300     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
020400        88 WI-MC-PARM-EOF                 VALUE 'Y'.
020500     05 WI-MC-KEY-FOUND-SW          PIC X(01) VALUE 'N'.
020600        88 WI-MC-KEY-FOUND                VALUE 'Y'.
020700     05 WI-MC-SUSPENSE-OPEN-SW      PIC X(01) VALUE 'N'.
020800        88 WI-MC-SUSPENSE-OPEN            VALUE 'Y'.
020900     05 WI-MC-RATE-HOLD-OPEN-SW     PIC X(01) VALUE 'N'.
021000        88 WI-MC-RATE-HOLD-OPEN           VALUE 'Y'.
021100     05 WI-MC-PRIOR-OPEN-SW         PIC X(01) VALUE 'N'.
021200        88 WI-MC-PRIOR-OPEN               VALUE 'Y'.
021300
021400 01  WI-MC-COUNTERS.
021500     05 WI-MC-JNL-COUNT             PIC 9(05) COMP VALUE ZERO.
021600     05 WI-MC-GL-COUNT              PIC 9(05) COMP VALUE ZERO.
021700     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
021800     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
021900     05 WI-MC-NO-FX-COUNT           PIC 9(09) COMP VALUE ZERO.
022000     05 WI-MC-BILLING-READ          PIC 9(09) COMP VALUE ZERO.
022100     05 WI-MC-EXTRACTS-READ         PIC 9(05) COMP VALUE ZERO.
022200     05 WI-MC-SUSPENSE-READ         PIC 9(09) COMP VALUE ZERO.
022300     05 WI-MC-RATE-HOLD-READ        PIC 9(09) COMP VALUE ZERO.
022400     05 WI-MC-PRIOR-READ            PIC 9(09) COMP VALUE ZERO.
022500     05 WI-MC-PRIOR-REVERSED        PIC 9(09) COMP VALUE ZERO.
022600     05 WI-MC-PRIOR-WRONG-PERIOD    PIC 9(09) COMP VALUE ZERO.
022700     05 WI-MC-LINES-WRITTEN         PIC 9(09) COMP VALUE ZERO.
022800     05 WI-MC-UNMAPPED-COUNT        PIC 9(05) COMP VALUE ZERO.
022900
023000 01  WI-MC-EXTRACT-RECORDS          PIC 9(09) COMP VALUE ZERO.
023100 01  WI-MC-EXTRACT-TOTAL            PIC S9(09)V99 COMP-3
023200                                     VALUE ZERO.
023210 01  WI-MC-EXTRACT-TAX              PIC S9(09)V99 COMP-3
023220                                     VALUE ZERO.
023300
023400******************************************************************
023500* WI-MC-GL-PERIOD - the YYMM the journal posts to; the prior     *
023600* period is the month whose accrual this run reverses.  Billed   *
023700* revenue and the accrual post on the period's last day, the     *
023800* reversal on its first.                                         *
023900******************************************************************
024000 01  WI-MC-GL-PERIOD                PIC 9(04) VALUE ZERO.
024100 01  WI-MC-GL-PERIOD-R REDEFINES WI-MC-GL-PERIOD.
024200     05 WI-MC-GL-PERIOD-YY          PIC 9(02).
024300     05 WI-MC-GL-PERIOD-MM          PIC 9(02).
024400 01  WI-MC-PRIOR-PERIOD             PIC 9(04) VALUE ZERO.
024500 01  WI-MC-PRIOR-PERIOD-R REDEFINES WI-MC-PRIOR-PERIOD.
024600     05 WI-MC-PRIOR-PERIOD-YY       PIC 9(02).
024700     05 WI-MC-PRIOR-PERIOD-MM       PIC 9(02).
024800 01  WI-MC-NEXT-PERIOD              PIC 9(04) VALUE ZERO.
024900 01  WI-MC-NEXT-PERIOD-R REDEFINES WI-MC-NEXT-PERIOD.
025000     05 WI-MC-NEXT-PERIOD-YY        PIC 9(02).
025100     05 WI-MC-NEXT-PERIOD-MM        PIC 9(02).
025200 01  WI-MC-FIRST-DAY                PIC 9(06) VALUE ZERO.
025300 01  WI-MC-LAST-DAY                 PIC 9(06) VALUE ZERO.
025400 01  WI-MC-DAY-NUMBER               PIC 9(07) COMP VALUE ZERO.
025500 01  WI-MC-LONG-DATE                PIC 9(08) VALUE ZERO.
025600 01  WI-MC-LONG-DATE-R REDEFINES WI-MC-LONG-DATE.
025700     05 WI-MC-LONG-DATE-CC          PIC 9(02).
025800     05 WI-MC-LONG-DATE-YYMMDD      PIC 9(06).
025900 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
026000
026100******************************************************************
026200* WI-MC-HELD-RESULT-REC - a held record unpacked into its        *
026300* WIMCIN layout so its key fields and add-on values can be       *
026400* accrued to the provider / type / operation it would have       *
026500* billed under.                                                  *
026600******************************************************************
026700 01  WI-MC-HELD-RESULT-REC.
026800     COPY EXAMPLE.
026900
027000******************************************************************
027100* WI-MC-JNL-TABLE - one entry per provider / type / operation    *
027200* with billed revenue, billed tax or held value, kept in         *
027300* ascending key sequence by sorted insert and probed with a      *
027400* binary locate, the same shape WIMC210 ties out with.           *
027500******************************************************************
027600 01  WI-MC-JNL-TABLE.
027700     05 WI-MC-JNL-ENTRY OCCURS 1 TO 20000 TIMES
027800           DEPENDING ON WI-MC-JNL-COUNT.
027900        10 WI-MC-JNL-KEY.
028000           15 WI-MC-JNL-PROVIDER    PIC X(12).
028100           15 WI-MC-JNL-TYPE        PIC X(16).
028200           15 WI-MC-JNL-OPERATION   PIC X(24).
028300        10 WI-MC-JNL-BILLED-VALUE   PIC S9(09)V99 COMP-3.
028400        10 WI-MC-JNL-HELD-VALUE     PIC S9(09)V99 COMP-3.
028410        10 WI-MC-JNL-TAX-VALUE      PIC S9(09)V99 COMP-3.
028500
028600 01  WI-MC-JNL-KEY-WORK.
028700     05 WI-MC-KEY-PROVIDER          PIC X(12).
028800     05 WI-MC-KEY-TYPE              PIC X(16).
028900     05 WI-MC-KEY-OPERATION         PIC X(24).
029000 01  WI-MC-BIN-LO                   PIC 9(05) COMP VALUE ZERO.
029100 01  WI-MC-BIN-HI                   PIC 9(05) COMP VALUE ZERO.
029200 01  WI-MC-BIN-MID                  PIC 9(05) COMP VALUE ZERO.
029300 01  WI-MC-TBL-POS                  PIC 9(05) COMP VALUE ZERO.
029400 01  WI-MC-TBL-SUB                  PIC 9(05) COMP VALUE ZERO.
029500
029600******************************************************************
029700* WI-MC-GL-TABLE - the GL account master, loaded in ascending    *
029800* key sequence and searched three times at most for a            *
029900* combination: exact key, provider default, installation         *
030000* default.                                                       *
030100******************************************************************
030200 01  WI-MC-GL-TABLE.
030300     05 WI-MC-GL-ENTRY OCCURS 1 TO 20000 TIMES
030400           DEPENDING ON WI-MC-GL-COUNT
030500           ASCENDING KEY IS WI-MC-GL-TBL-KEY
030600           INDEXED BY WI-MC-GL-IDX.
030700        10 WI-MC-GL-TBL-KEY.
030800           15 WI-MC-GL-TBL-PROVIDER PIC X(12).
030900           15 WI-MC-GL-TBL-TYPE     PIC X(16).
031000           15 WI-MC-GL-TBL-OPER     PIC X(24).
031100        10 WI-MC-GL-TBL-RECEIVABLE  PIC X(12).
031200        10 WI-MC-GL-TBL-REVENUE     PIC X(12).
031300        10 WI-MC-GL-TBL-UNBILLED    PIC X(12).
031400        10 WI-MC-GL-TBL-COST-CENTRE PIC X(06).
031410        10 WI-MC-GL-TBL-TAX         PIC X(12).
031500
031600 01  WI-MC-GL-KEY-WORK.
031700     05 WI-MC-GL-KEY-PROVIDER       PIC X(12).
031800     05 WI-MC-GL-KEY-TYPE           PIC X(16).
031900     05 WI-MC-GL-KEY-OPERATION      PIC X(24).
032000 01  WI-MC-GL-PREV-KEY              PIC X(52) VALUE LOW-VALUES.
032100 01  WI-MC-ACCT-RECEIVABLE          PIC X(12) VALUE SPACES.
032200 01  WI-MC-ACCT-REVENUE             PIC X(12) VALUE SPACES.
032300 01  WI-MC-ACCT-UNBILLED            PIC X(12) VALUE SPACES.
032400 01  WI-MC-ACCT-COST-CENTRE         PIC X(06) VALUE SPACES.
032410 01  WI-MC-ACCT-TAX                 PIC X(12) VALUE SPACES.
032500
032600******************************************************************
032700* One balanced pair is handed to 6500-WRITE-PAIR as a signed     *
032800* amount and the account each side posts to; a negative amount   *
032900* swaps the sides so every journal line carries a positive       *
033000* amount.                                                        *
033100******************************************************************
033200 01  WI-MC-PAIR-AMOUNT              PIC S9(09)V99 COMP-3
033300                                     VALUE ZERO.
033400 01  WI-MC-PAIR-DEBIT-ACCT          PIC X(12) VALUE SPACES.
033500 01  WI-MC-PAIR-CREDIT-ACCT         PIC X(12) VALUE SPACES.
033600 01  WI-MC-SWAP-ACCT                PIC X(12) VALUE SPACES.
033700 01  WI-MC-DESC-WORK.
033800     05 WI-MC-DESC-TEXT             PIC X(25).
033900     05 WI-MC-DESC-PERIOD           PIC 9(04).
034000     05 FILLER                      PIC X(01) VALUE SPACE.
034100
034200 01  WI-MC-VALUE-WORK               PIC S9(09)V99 COMP-3
034300                                     VALUE ZERO.
034400 01  WI-MC-ADDON-SUBSCRIPT          PIC 9(01) COMP VALUE ZERO.
034500
034600******************************************************************
034700* Debit and credit totals by kind of entry and for the journal;  *
034800* the journal totals go on the control trailer and must agree.   *
034900******************************************************************
035000 01  WI-MC-JOURNAL-TOTALS.
035100     05 WI-MC-REVERSAL-DR           PIC S9(11)V99 COMP-3
035200                                     VALUE ZERO.
035300     05 WI-MC-REVERSAL-CR           PIC S9(11)V99 COMP-3
035400                                     VALUE ZERO.
035500     05 WI-MC-BILLED-DR             PIC S9(11)V99 COMP-3
035600                                     VALUE ZERO.
035700     05 WI-MC-BILLED-CR             PIC S9(11)V99 COMP-3
035800                                     VALUE ZERO.
035810     05 WI-MC-TAX-DR                PIC S9(11)V99 COMP-3
035820                                     VALUE ZERO.
035830     05 WI-MC-TAX-CR                PIC S9(11)V99 COMP-3
035840                                     VALUE ZERO.
035900     05 WI-MC-ACCRUAL-DR            PIC S9(11)V99 COMP-3
036000                                     VALUE ZERO.
036100     05 WI-MC-ACCRUAL-CR            PIC S9(11)V99 COMP-3
036200                                     VALUE ZERO.
036300     05 WI-MC-DEBIT-TOTAL           PIC S9(11)V99 COMP-3
036400                                     VALUE ZERO.
036500     05 WI-MC-CREDIT-TOTAL          PIC S9(11)V99 COMP-3
036600                                     VALUE ZERO.
036700     05 WI-MC-UNMAPPED-TOTAL        PIC S9(11)V99 COMP-3
036800                                     VALUE ZERO.
036900
037000******************************************************************
037100* WI-MC-CARRIER-TABLE / WI-MC-FX-TABLE - the carrier master and  *
037200* the dated exchange-rate file.  Held value converts to the      *
037300* settlement currency through the carrier's currency at the      *
037400* rate in force on the processing date, as WIMC210 attributes    *
037500* it.  Either file may be absent; a currency that cannot be      *
037600* converted passes through at a rate of one and is counted.      *
037700******************************************************************
037800 01  WI-MC-SETTLE-CURRENCY          PIC X(03) VALUE 'USD'.
037900
038000 01  WI-MC-CARRIER-TABLE.
038100     05 WI-MC-CARRIER-ENTRY OCCURS 1 TO 5000 TIMES
038200           DEPENDING ON WI-MC-CARRIER-COUNT
038300           ASCENDING KEY IS WI-MC-CARRIER-TBL-CODE
038400           INDEXED BY WI-MC-CARRIER-IDX.
038500        10 WI-MC-CARRIER-TBL-CODE   PIC X(12).
038600        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
038700
038800 01  WI-MC-FX-TABLE.
038900     05 WI-MC-FX-ENTRY OCCURS 1 TO 500 TIMES
039000           DEPENDING ON WI-MC-FX-COUNT.
039100        10 WI-MC-FX-TBL-CURRENCY    PIC X(03).
039200        10 WI-MC-FX-TBL-EFF-FROM    PIC 9(06).
039300        10 WI-MC-FX-TBL-EFF-TO      PIC 9(06).
039400        10 WI-MC-FX-TBL-RATE        PIC 9(03)V9(06) COMP-3.
039500 01  WI-MC-FX-SUB                   PIC 9(03) COMP VALUE ZERO.
039600 01  WI-MC-CARRIER-CURR-WORK        PIC X(03) VALUE SPACES.
039700 01  WI-MC-FX-RATE-WORK             PIC 9(03)V9(06) COMP-3
039800                                     VALUE ZERO.
039900 01  WI-MC-FX-DATE-WORK             PIC 9(06) VALUE ZERO.
040000 01  WI-MC-CONV-VALUE-WORK          PIC S9(09)V99 COMP-3
040100                                     VALUE ZERO.
040200
040300 01  WI-MC-RPT-TIMESTAMP-WORK.
040400     05 WI-MC-RPT-DATE              PIC 9(06).
040500     05 WI-MC-RPT-TIME              PIC 9(08).
040600 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
040700
040800 01  WI-MC-PROOF-HDR-1.
040900     05 FILLER                      PIC X(01) VALUE SPACE.
041000     05 FILLER                      PIC X(28) VALUE
041100        'WIMC230 GL JOURNAL PROOF - '.
041200     05 WI-MC-H-STAMP               PIC X(15).
041300     05 FILLER                      PIC X(10) VALUE '  PERIOD '.
041400     05 WI-MC-H-PERIOD              PIC 9(04).
041500     05 FILLER                      PIC X(74) VALUE SPACES.
041600
041700 01  WI-MC-PROOF-HDR-2.
041800     05 FILLER                      PIC X(01) VALUE SPACE.
041900     05 FILLER                      PIC X(09) VALUE 'ENTRY'.
042000     05 FILLER                      PIC X(07) VALUE 'DATE'.
042100     05 FILLER                      PIC X(13) VALUE 'PROVIDER'.
042200     05 FILLER                      PIC X(17) VALUE 'TYPE'.
042300     05 FILLER                      PIC X(25) VALUE 'OPERATION'.
042400     05 FILLER                      PIC X(13) VALUE 'ACCOUNT'.
042500     05 FILLER                      PIC X(06) VALUE 'CC'.
042600     05 FILLER                      PIC X(15) VALUE
042700        '          DEBIT'.
042800     05 FILLER                      PIC X(15) VALUE
042900        '         CREDIT'.
043000     05 FILLER                      PIC X(11) VALUE SPACES.
043100
043200******************************************************************
043300* One journal line per proof line.  A combination the account    *
043400* master cannot map prints in the same columns with the value    *
043500* it would have posted and NO GL ACCOUNT where the account goes. *
043600******************************************************************
043700 01  WI-MC-PROOF-DTL-LINE.
043800     05 FILLER                      PIC X(01) VALUE SPACE.
043900     05 WI-MC-D-ENTRY               PIC X(08).
044000     05 FILLER                      PIC X(01) VALUE SPACE.
044100     05 WI-MC-D-DATE                PIC 9(06).
044200     05 FILLER                      PIC X(01) VALUE SPACE.
044300     05 WI-MC-D-PROVIDER            PIC X(12).
044400     05 FILLER                      PIC X(01) VALUE SPACE.
044500     05 WI-MC-D-TYPE                PIC X(16).
044600     05 FILLER                      PIC X(01) VALUE SPACE.
044700     05 WI-MC-D-OPERATION           PIC X(24).
044800     05 FILLER                      PIC X(01) VALUE SPACE.
044900     05 WI-MC-D-ACCOUNT             PIC X(12).
045000     05 FILLER                      PIC X(01) VALUE SPACE.
045100     05 WI-MC-D-COST-CENTRE         PIC X(06).
045200     05 FILLER                      PIC X(02) VALUE SPACES.
045300     05 WI-MC-D-DEBIT               PIC -ZZZZZZZZ9.99.
045400     05 FILLER                      PIC X(02) VALUE SPACES.
045500     05 WI-MC-D-CREDIT              PIC -ZZZZZZZZ9.99.
045600     05 WI-MC-D-FLAG                PIC X(02).
045700     05 FILLER                      PIC X(09) VALUE SPACES.
045800
045900 01  WI-MC-PROOF-TOT-LINE.
046000     05 FILLER                      PIC X(01) VALUE SPACE.
046100     05 WI-MC-T-LABEL               PIC X(30).
046200     05 FILLER                      PIC X(08) VALUE 'DEBITS '.
046300     05 WI-MC-T-DEBIT               PIC -ZZZZZZZZZZ9.99.
046400     05 FILLER                      PIC X(10) VALUE '  CREDITS '.
046500     05 WI-MC-T-CREDIT              PIC -ZZZZZZZZZZ9.99.
046600     05 FILLER                      PIC X(53) VALUE SPACES.
046700
046800 01  WI-MC-PROOF-MSG-LINE.
046900     05 FILLER                      PIC X(01) VALUE SPACE.
047000     05 WI-MC-M-TEXT                PIC X(60).
047100     05 FILLER                      PIC X(71) VALUE SPACES.
047200
047300 01  WI-MC-PROOF-CNT-LINE.
047400     05 FILLER                      PIC X(01) VALUE SPACE.
047500     05 FILLER                      PIC X(14) VALUE
047600        'JOURNAL LINES '.
047700     05 WI-MC-C-LINES               PIC ZZZ,ZZZ,ZZ9.
047800     05 FILLER                      PIC X(23) VALUE
047900        '  UNMAPPED COMBINATIONS'.
048000     05 FILLER                      PIC X(01) VALUE SPACE.
048100     05 WI-MC-C-UNMAPPED            PIC ZZZ,ZZ9.
048200     05 FILLER                      PIC X(10) VALUE '  UNPOSTED'.
048300     05 FILLER                      PIC X(01) VALUE SPACE.
048400     05 WI-MC-C-UNMAPPED-VAL        PIC -ZZZZZZZZZZ9.99.
048500     05 FILLER                      PIC X(49) VALUE SPACES.
048600
048700 PROCEDURE DIVISION.
048800
048900******************************************************************
049000* 0000-MAINLINE                                                  *
049100******************************************************************
049200 0000-MAINLINE.
049300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
049400     PERFORM 2000-REVERSE-PRIOR THRU 2000-EXIT
049500         UNTIL WI-MC-PRIOR-EOF.
049600     PERFORM 3000-POST-BILLING THRU 3000-EXIT
049700         UNTIL WI-MC-BILLING-EOF.
049800     IF WI-MC-EXTRACT-RECORDS > ZERO
049900         DISPLAY 'WIMC230 - BILLING EXTRACTS END WITHOUT A '
050000             'TRAILER'
050100         MOVE 16 TO RETURN-CODE
050200     END-IF.
050300     PERFORM 4000-POST-SUSPENSE THRU 4000-EXIT
050400         UNTIL WI-MC-SUSPENSE-EOF.
050500     PERFORM 5000-POST-RATE-HOLD THRU 5000-EXIT
050600         UNTIL WI-MC-RATE-HOLD-EOF.
050700     PERFORM 6000-JOURNAL-ONE THRU 6000-EXIT
050800         VARYING WI-MC-TBL-SUB FROM 1 BY 1
050900         UNTIL WI-MC-TBL-SUB > WI-MC-JNL-COUNT.
051000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
051100     STOP RUN.
051200
051300******************************************************************
051400* 1000-INITIALIZE                                                *
051500******************************************************************
051600 1000-INITIALIZE.
051700     OPEN INPUT WI-MC-PROC-DATE-FILE.
051800     IF WI-MC-PROC-DATE-STATUS = '00'
051900         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
052000         CLOSE WI-MC-PROC-DATE-FILE
052100     END-IF.
052200     IF WI-MC-RUN-DATE = ZERO
052300         DISPLAY 'WIMC230 - NO PROCESSING DATE CONTROL, '
052400             'CLOCK DATE USED'
052500         ACCEPT WI-MC-RUN-DATE FROM DATE
052600     END-IF.
052700     MOVE WI-MC-RUN-DATE TO WI-MC-FX-DATE-WORK.
052800     COMPUTE WI-MC-GL-PERIOD = WI-MC-RUN-DATE / 100.
052900
053000     OPEN INPUT WI-MC-PARM-FILE.
053100     IF WI-MC-PARM-STATUS = '00'
053200         PERFORM 1100-READ-PARM THRU 1100-EXIT
053300         CLOSE WI-MC-PARM-FILE
053400     END-IF.
053500     PERFORM 1200-SET-PERIOD-DATES THRU 1200-EXIT.
053600
053700     OPEN INPUT WI-MC-GL-ACCOUNT-FILE.
053800     IF WI-MC-GL-ACCOUNT-STATUS NOT = '00'
053900         DISPLAY 'WIMC230 - GL ACCOUNT MASTER OPEN FAILED, '
054000             'STATUS ' WI-MC-GL-ACCOUNT-STATUS
054100         MOVE 16 TO RETURN-CODE
054200         STOP RUN
054300     END-IF.
054400     PERFORM 1400-LOAD-GL-TABLE THRU 1400-EXIT
054500         UNTIL WI-MC-GL-EOF.
054600     CLOSE WI-MC-GL-ACCOUNT-FILE.
054700
054800     OPEN INPUT WI-MC-CARRIER-FILE.
054900     IF WI-MC-CARRIER-STATUS = '00'
055000         PERFORM 1150-LOAD-CARRIER-TABLE THRU 1150-EXIT
055100             UNTIL WI-MC-CARRIER-EOF
055200         CLOSE WI-MC-CARRIER-FILE
055300     END-IF.
055400     OPEN INPUT WI-MC-FX-FILE.
055500     IF WI-MC-FX-STATUS = '00'
055600         PERFORM 1450-LOAD-FX-TABLE THRU 1450-EXIT
055700             UNTIL WI-MC-FX-EOF
055800         CLOSE WI-MC-FX-FILE
055900     END-IF.
056000
056100     OPEN INPUT WI-MC-BILLING-FILE.
056200     IF WI-MC-BILLING-STATUS NOT = '00'
056300         DISPLAY 'WIMC230 - BILLING EXTRACTS OPEN FAILED, STATUS '
056400             WI-MC-BILLING-STATUS
056500         MOVE 16 TO RETURN-CODE
056600         STOP RUN
056700     END-IF.
056800
056900******************************************************************
057000* The suspense and rating hold files are optional inputs: a      *
057100* month-end with nothing held has neither, and accrues nothing.  *
057200* The prior journal is optional too - the first month the        *
057300* journal runs there is no accrual to reverse.                   *
057400******************************************************************
057500     OPEN INPUT WI-MC-SUSPENSE-FILE.
057600     IF WI-MC-SUSPENSE-STATUS = '00'
057700         SET WI-MC-SUSPENSE-OPEN TO TRUE
057800     ELSE
057900         SET WI-MC-SUSPENSE-EOF TO TRUE
058000     END-IF.
058100     OPEN INPUT WI-MC-RATE-HOLD-FILE.
058200     IF WI-MC-RATE-HOLD-STATUS = '00'
058300         SET WI-MC-RATE-HOLD-OPEN TO TRUE
058400     ELSE
058500         SET WI-MC-RATE-HOLD-EOF TO TRUE
058600     END-IF.
058700     OPEN INPUT WI-MC-PRIOR-JNL-FILE.
058800     IF WI-MC-PRIOR-JNL-STATUS = '00'
058900         SET WI-MC-PRIOR-OPEN TO TRUE
059000     ELSE
059100         DISPLAY 'WIMC230 - NO PRIOR JOURNAL, NO ACCRUAL '
059200             'REVERSED'
059300         SET WI-MC-PRIOR-EOF TO TRUE
059400     END-IF.
059500
059600     OPEN OUTPUT WI-MC-JOURNAL-FILE.
059700     IF WI-MC-JOURNAL-STATUS NOT = '00'
059800         DISPLAY 'WIMC230 - JOURNAL FILE OPEN FAILED, STATUS '
059900             WI-MC-JOURNAL-STATUS
060000         MOVE 16 TO RETURN-CODE
060100         STOP RUN
060200     END-IF.
060300     OPEN OUTPUT WI-MC-PROOF-RPT-FILE.
060400     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
060500     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
060600     MOVE WI-MC-GL-PERIOD TO WI-MC-H-PERIOD.
060700     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-HDR-1.
060800     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-HDR-2.
060900 1000-EXIT.
061000     EXIT.
061100
061200 1100-READ-PARM.
061300     READ WI-MC-PARM-FILE
061400         AT END
061500             SET WI-MC-PARM-EOF TO TRUE
061600         NOT AT END
061700             IF WI-MC-P-MONTH NUMERIC
061800              AND WI-MC-P-MONTH > ZERO
061900                 MOVE WI-MC-P-MONTH TO WI-MC-GL-PERIOD
062000             END-IF
062100     END-READ.
062200 1100-EXIT.
062300     EXIT.
062400
062500 1150-LOAD-CARRIER-TABLE.
062600     READ WI-MC-CARRIER-FILE
062700         AT END
062800             SET WI-MC-CARRIER-EOF TO TRUE
062900         NOT AT END
063000             IF WI-MC-CARRIER-COUNT = 5000
063100                 DISPLAY 'WIMC230 - CARRIER TABLE FULL'
063200                 MOVE 16 TO RETURN-CODE
063300                 STOP RUN
063400             END-IF
063500             ADD 1 TO WI-MC-CARRIER-COUNT
063600             SET WI-MC-CARRIER-IDX TO WI-MC-CARRIER-COUNT
063700             MOVE WI_MC_CARRIER_CODE
063800                 TO WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
063900             MOVE WI_MC_CARRIER_CURRENCY
064000                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
064100     END-READ.
064200 1150-EXIT.
064300     EXIT.
064400
064500******************************************************************
064600* 1200-SET-PERIOD-DATES - the prior period, the first day of the *
064700* period (the reversal date) and its last day (the posting date  *
064800* of billed revenue and the accrual).                            *
064900******************************************************************
065000 1200-SET-PERIOD-DATES.
065100     MOVE WI-MC-GL-PERIOD TO WI-MC-PRIOR-PERIOD.
065200     MOVE WI-MC-GL-PERIOD TO WI-MC-NEXT-PERIOD.
065300     IF WI-MC-GL-PERIOD-MM = 1
065400         MOVE 12 TO WI-MC-PRIOR-PERIOD-MM
065500         IF WI-MC-GL-PERIOD-YY = ZERO
065600             MOVE 99 TO WI-MC-PRIOR-PERIOD-YY
065700         ELSE
065800             SUBTRACT 1 FROM WI-MC-PRIOR-PERIOD-YY
065900         END-IF
066000     ELSE
066100         SUBTRACT 1 FROM WI-MC-PRIOR-PERIOD-MM
066200     END-IF.
066300     IF WI-MC-GL-PERIOD-MM = 12
066400         MOVE 1 TO WI-MC-NEXT-PERIOD-MM
066500         IF WI-MC-GL-PERIOD-YY = 99
066600             MOVE ZERO TO WI-MC-NEXT-PERIOD-YY
066700         ELSE
066800             ADD 1 TO WI-MC-NEXT-PERIOD-YY
066900         END-IF
067000     ELSE
067100         ADD 1 TO WI-MC-NEXT-PERIOD-MM
067200     END-IF.
067300     COMPUTE WI-MC-FIRST-DAY = WI-MC-GL-PERIOD * 100 + 1.
067400     COMPUTE WI-MC-DAY-NUMBER =
067500         FUNCTION INTEGER-OF-DATE
067600             (20000000 + WI-MC-NEXT-PERIOD * 100 + 1) - 1.
067700     COMPUTE WI-MC-LONG-DATE =
067800         FUNCTION DATE-OF-INTEGER (WI-MC-DAY-NUMBER).
067900     MOVE WI-MC-LONG-DATE-YYMMDD TO WI-MC-LAST-DAY.
068000 1200-EXIT.
068100     EXIT.
068200
068300 1320-READ-PROCESS-DATE.
068400     READ WI-MC-PROC-DATE-FILE
068500         AT END
068600             CONTINUE
068700         NOT AT END
068800             IF WI_MC_PROCESS_DATE NUMERIC
068900              AND WI_MC_PROCESS_DATE > ZERO
069000                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
069100             END-IF
069200     END-READ.
069300 1320-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700* 1400-LOAD-GL-TABLE - the account master must arrive in         *
069800* ascending key sequence for the SEARCH ALL; an entry out of     *
069900* sequence stops the run before anything is journaled.           *
070000******************************************************************
070100 1400-LOAD-GL-TABLE.
070200     READ WI-MC-GL-ACCOUNT-FILE
070300         AT END
070400             SET WI-MC-GL-EOF TO TRUE
070500         NOT AT END
070600             IF WI_MC_GL_KEY NOT > WI-MC-GL-PREV-KEY
070700                 DISPLAY 'WIMC230 - GL ACCOUNT MASTER OUT OF '
070800                     'SEQUENCE AT ' WI_MC_GL_KEY
070900                 MOVE 16 TO RETURN-CODE
071000                 STOP RUN
071100             END-IF
071200             IF WI-MC-GL-COUNT = 20000
071300                 DISPLAY 'WIMC230 - GL ACCOUNT TABLE FULL'
071400                 MOVE 16 TO RETURN-CODE
071500                 STOP RUN
071600             END-IF
071700             MOVE WI_MC_GL_KEY TO WI-MC-GL-PREV-KEY
071800             ADD 1 TO WI-MC-GL-COUNT
071900             SET WI-MC-GL-IDX TO WI-MC-GL-COUNT
072000             MOVE WI_MC_GL_KEY
072100                 TO WI-MC-GL-TBL-KEY (WI-MC-GL-IDX)
072200             MOVE WI_MC_GL_RECEIVABLE_ACCT
072300                 TO WI-MC-GL-TBL-RECEIVABLE (WI-MC-GL-IDX)
072400             MOVE WI_MC_GL_REVENUE_ACCT
072500                 TO WI-MC-GL-TBL-REVENUE (WI-MC-GL-IDX)
072600             MOVE WI_MC_GL_UNBILLED_ACCT
072700                 TO WI-MC-GL-TBL-UNBILLED (WI-MC-GL-IDX)
072800             MOVE WI_MC_GL_COST_CENTRE
072900                 TO WI-MC-GL-TBL-COST-CENTRE (WI-MC-GL-IDX)
072910             MOVE WI_MC_GL_TAX_ACCT
072920                 TO WI-MC-GL-TBL-TAX (WI-MC-GL-IDX)
073000     END-READ.
073100 1400-EXIT.
073200     EXIT.
073300
073400 1450-LOAD-FX-TABLE.
073500     READ WI-MC-FX-FILE
073600         AT END
073700             SET WI-MC-FX-EOF TO TRUE
073800         NOT AT END
073900             IF WI-MC-FX-COUNT = 500
074000                 DISPLAY 'WIMC230 - EXCHANGE RATE TABLE FULL'
074100                 MOVE 16 TO RETURN-CODE
074200                 STOP RUN
074300             END-IF
074400             ADD 1 TO WI-MC-FX-COUNT
074500             MOVE WI_MC_FX_CURRENCY
074600                 TO WI-MC-FX-TBL-CURRENCY (WI-MC-FX-COUNT)
074700             MOVE WI_MC_FX_EFF_FROM
074800                 TO WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-COUNT)
074900             MOVE WI_MC_FX_EFF_TO
075000                 TO WI-MC-FX-TBL-EFF-TO (WI-MC-FX-COUNT)
075100             MOVE WI_MC_FX_RATE
075200                 TO WI-MC-FX-TBL-RATE (WI-MC-FX-COUNT)
075300     END-READ.
075400 1450-EXIT.
075500     EXIT.
075600
075700 1800-BUILD-STAMP.
075800     ACCEPT WI-MC-RPT-DATE FROM DATE.
075900     ACCEPT WI-MC-RPT-TIME FROM TIME.
076000     MOVE SPACES TO WI-MC-RPT-STAMP.
076100     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
076200            SPACE          DELIMITED BY SIZE
076300            WI-MC-RPT-TIME DELIMITED BY SIZE
076400         INTO WI-MC-RPT-STAMP.
076500 1800-EXIT.
076600     EXIT.
076700
076800******************************************************************
076900* 2000-REVERSE-PRIOR - every accrual line on last month's        *
077000* journal is posted back with its side swapped, on the first     *
077100* day of this period, to the same account and cost centre.  Its  *
077200* billed and tax lines and its own reversals are passed over, as *
077300* is the trailer.  An accrual line for any period but the prior  *
077400* one means the wrong journal was handed in: it is not reversed  *
077500* and the run flags RETURN-CODE 8.                               *
077600******************************************************************
077700 2000-REVERSE-PRIOR.
077800     READ WI-MC-PRIOR-JNL-FILE
077900         AT END
078000             SET WI-MC-PRIOR-EOF TO TRUE
078100             GO TO 2000-EXIT
078200     END-READ.
078300     IF WI_MC_GLJ_IS_TRAILER IN WI-MC-PRIOR-JNL-REC
078400         GO TO 2000-EXIT
078500     END-IF.
078600     ADD 1 TO WI-MC-PRIOR-READ.
078700     IF NOT WI_MC_GLJ_ACCRUAL IN WI-MC-PRIOR-JNL-REC
078800         GO TO 2000-EXIT
078900     END-IF.
079000     IF WI_MC_GLJ_PERIOD IN WI-MC-PRIOR-JNL-REC
079100             NOT = WI-MC-PRIOR-PERIOD
079200         ADD 1 TO WI-MC-PRIOR-WRONG-PERIOD
079300         GO TO 2000-EXIT
079400     END-IF.
079500     MOVE SPACES TO WI-MC-JOURNAL-REC.
079600     MOVE WI_MC_GL_JOURNAL_REC IN WI-MC-PRIOR-JNL-REC
079700         TO WI_MC_GL_JOURNAL_REC IN WI-MC-JOURNAL-REC.
079800     SET WI_MC_GLJ_REVERSAL IN WI-MC-JOURNAL-REC TO TRUE.
079900     MOVE WI-MC-GL-PERIOD
080000         TO WI_MC_GLJ_PERIOD IN WI-MC-JOURNAL-REC.
080100     MOVE WI-MC-FIRST-DAY
080200         TO WI_MC_GLJ_POST_DATE IN WI-MC-JOURNAL-REC.
080300     IF WI_MC_GLJ_DEBIT IN WI-MC-PRIOR-JNL-REC
080400         SET WI_MC_GLJ_CREDIT IN WI-MC-JOURNAL-REC TO TRUE
080500     ELSE
080600         SET WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC TO TRUE
080700     END-IF.
080800     MOVE 'REVERSE UNBILLED ACCRUAL ' TO WI-MC-DESC-TEXT.
080900     MOVE WI-MC-PRIOR-PERIOD TO WI-MC-DESC-PERIOD.
081000     MOVE WI-MC-DESC-WORK
081100         TO WI_MC_GLJ_DESCRIPTION IN WI-MC-JOURNAL-REC.
081200     ADD 1 TO WI-MC-PRIOR-REVERSED.
081300     PERFORM 6600-WRITE-LINE THRU 6600-EXIT.
081400 2000-EXIT.
081500     EXIT.
081600
081700******************************************************************
081800* 3000-POST-BILLING - one billing extract record's rated amount  *
081900* and tax posted to the billed revenue and billed tax of its     *
082000* combination.  The month's extracts are concatenated; each is   *
082100* proved against its own trailer as it ends, as WIMC220 proves   *
082110* them.                                                          *
082200******************************************************************
082300 3000-POST-BILLING.
082400     READ WI-MC-BILLING-FILE
082500         AT END
082600             SET WI-MC-BILLING-EOF TO TRUE
082700             GO TO 3000-EXIT
082800     END-READ.
082900     IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-BILLING-TRL-REC
083000         PERFORM 3200-CHECK-EXTRACT-TRAILER THRU 3200-EXIT
083100         GO TO 3000-EXIT
083200     END-IF.
083300     ADD 1 TO WI-MC-BILLING-READ.
083400     ADD 1 TO WI-MC-EXTRACT-RECORDS.
083500     ADD WI_MC_BILLING_AMOUNT TO WI-MC-EXTRACT-TOTAL.
083510     ADD WI_MC_BILLING_TAX_AMOUNT TO WI-MC-EXTRACT-TAX.
083600     MOVE WI_MC_BILLING_PROVIDER  TO WI-MC-KEY-PROVIDER.
083700     MOVE WI_MC_BILLING_TYPE      TO WI-MC-KEY-TYPE.
083800     MOVE WI_MC_BILLING_OPERATION TO WI-MC-KEY-OPERATION.
083900     PERFORM 7000-LOCATE-OR-INSERT THRU 7000-EXIT.
084000     ADD WI_MC_BILLING_AMOUNT
084100         TO WI-MC-JNL-BILLED-VALUE (WI-MC-TBL-POS).
084110     ADD WI_MC_BILLING_TAX_AMOUNT
084120         TO WI-MC-JNL-TAX-VALUE (WI-MC-TBL-POS).
084200 3000-EXIT.
084300     EXIT.
084400
084500 3200-CHECK-EXTRACT-TRAILER.
084600     ADD 1 TO WI-MC-EXTRACTS-READ.
084700     IF WI_MC_TRAILER_RECORD_COUNT IN WI-MC-BILLING-TRL-REC
084800             NOT = WI-MC-EXTRACT-RECORDS
084900         DISPLAY 'WIMC230 - EXTRACT ' WI-MC-EXTRACTS-READ
085000             ' TRAILER RECORD COUNT MISMATCH'
085100         MOVE 16 TO RETURN-CODE
085200     END-IF.
085300     IF WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-BILLING-TRL-REC
085400             NOT = WI-MC-EXTRACT-TOTAL
085500         DISPLAY 'WIMC230 - EXTRACT ' WI-MC-EXTRACTS-READ
085600             ' TRAILER CONTROL TOTAL MISMATCH'
085700         MOVE 16 TO RETURN-CODE
085800     END-IF.
085810     IF WI_MC_TRAILER_TAX_TOTAL IN WI-MC-BILLING-TRL-REC
085820             NOT = WI-MC-EXTRACT-TAX
085830         DISPLAY 'WIMC230 - EXTRACT ' WI-MC-EXTRACTS-READ
085840             ' TRAILER TAX TOTAL MISMATCH'
085850         MOVE 16 TO RETURN-CODE
085860     END-IF.
085900     MOVE ZERO TO WI-MC-EXTRACT-RECORDS.
086000     MOVE ZERO TO WI-MC-EXTRACT-TOTAL.
086010     MOVE ZERO TO WI-MC-EXTRACT-TAX.
086100 3200-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500* 4000-POST-SUSPENSE / 5000-POST-RATE-HOLD - every record still  *
086600* held at month-end is unbilled revenue: its converted, netted   *
086700* add-on value is posted to the held value of its combination.   *
086800* Unlike WIMC210's attribution there is no month filter - the    *
086900* accrual is the whole balance held, and last month's is         *
087000* reversed in full.                                              *
087100******************************************************************
087200 4000-POST-SUSPENSE.
087300     READ WI-MC-SUSPENSE-FILE
087400         AT END
087500             SET WI-MC-SUSPENSE-EOF TO TRUE
087600         NOT AT END
087700             ADD 1 TO WI-MC-SUSPENSE-READ
087800             MOVE WI_MC_SUSPENSE_DATA
087900                 TO WI-MC-HELD-RESULT-REC
088000             PERFORM 4500-POST-HELD-VALUE THRU 4500-EXIT
088100     END-READ.
088200 4000-EXIT.
088300     EXIT.
088400
088500 5000-POST-RATE-HOLD.
088600     READ WI-MC-RATE-HOLD-FILE
088700         AT END
088800             SET WI-MC-RATE-HOLD-EOF TO TRUE
088900         NOT AT END
089000             ADD 1 TO WI-MC-RATE-HOLD-READ
089100             MOVE WI_MC_RATEHOLD_DATA
089200                 TO WI-MC-HELD-RESULT-REC
089300             PERFORM 4500-POST-HELD-VALUE THRU 4500-EXIT
089400     END-READ.
089500 5000-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900* 4500-POST-HELD-VALUE - convert and net the unpacked record's   *
090000* add-on values (a reversal subtracts) and post them to the      *
090100* held value of its combination.                                 *
090200******************************************************************
090300 4500-POST-HELD-VALUE.
090400     PERFORM 4510-FIND-HELD-FX THRU 4510-EXIT.
090500     MOVE ZERO TO WI-MC-VALUE-WORK.
090600     PERFORM 4550-NET-ONE-ADDON THRU 4550-EXIT
090700         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
090800         UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_ADDON_COUNT.
090900     MOVE WI_MC_RESULT_PROVIDER  TO WI-MC-KEY-PROVIDER.
091000     MOVE WI_MC_RESULT_TYPE      TO WI-MC-KEY-TYPE.
091100     MOVE WI_MC_RESULT_OPERATION TO WI-MC-KEY-OPERATION.
091200     PERFORM 7000-LOCATE-OR-INSERT THRU 7000-EXIT.
091300     ADD WI-MC-VALUE-WORK
091400         TO WI-MC-JNL-HELD-VALUE (WI-MC-TBL-POS).
091500 4500-EXIT.
091600     EXIT.
091700
091800******************************************************************
091900* 4510-FIND-HELD-FX - the record's provider names its currency   *
092000* on the carrier master; the exchange-rate version in force on   *
092100* the processing date converts it.  A blank or settlement        *
092200* currency converts at a rate of one; a currency with no version *
092300* in force passes through at a rate of one and is counted.       *
092400******************************************************************
092500 4510-FIND-HELD-FX.
092600     MOVE SPACES TO WI-MC-CARRIER-CURR-WORK.
092700     IF WI-MC-CARRIER-COUNT > ZERO
092800         SEARCH ALL WI-MC-CARRIER-ENTRY
092900             AT END
093000                 CONTINUE
093100             WHEN WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
093200                     = WI_MC_RESULT_PROVIDER
093300                 MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
093400                     TO WI-MC-CARRIER-CURR-WORK
093500         END-SEARCH
093600     END-IF.
093700     MOVE 'N' TO WI-MC-FX-FOUND-SW.
093800     MOVE 1 TO WI-MC-FX-RATE-WORK.
093900     IF WI-MC-CARRIER-CURR-WORK = SPACES
094000      OR WI-MC-CARRIER-CURR-WORK = WI-MC-SETTLE-CURRENCY
094100         SET WI-MC-FX-FOUND TO TRUE
094200         GO TO 4510-EXIT
094300     END-IF.
094400     PERFORM 4520-TEST-ONE-FX THRU 4520-EXIT
094500         VARYING WI-MC-FX-SUB FROM 1 BY 1
094600         UNTIL WI-MC-FX-SUB > WI-MC-FX-COUNT.
094700     IF NOT WI-MC-FX-FOUND
094800         ADD 1 TO WI-MC-NO-FX-COUNT
094900     END-IF.
095000 4510-EXIT.
095100     EXIT.
095200
095300 4520-TEST-ONE-FX.
095400     IF WI-MC-FX-TBL-CURRENCY (WI-MC-FX-SUB)
095500             = WI-MC-CARRIER-CURR-WORK
095600      AND (WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB) = ZERO
095700         OR WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB)
095800             NOT > WI-MC-FX-DATE-WORK)
095900      AND (WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB) = ZERO
096000         OR WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB)
096100             NOT < WI-MC-FX-DATE-WORK)
096200         SET WI-MC-FX-FOUND TO TRUE
096300         MOVE WI-MC-FX-TBL-RATE (WI-MC-FX-SUB)
096400             TO WI-MC-FX-RATE-WORK
096500     END-IF.
096600 4520-EXIT.
096700     EXIT.
096800
096900 4550-NET-ONE-ADDON.
097000     COMPUTE WI-MC-CONV-VALUE-WORK ROUNDED =
097100         WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
097200         * WI-MC-FX-RATE-WORK.
097300     IF WI_MC_RESULT_REVERSAL
097400         SUBTRACT WI-MC-CONV-VALUE-WORK
097500             FROM WI-MC-VALUE-WORK
097600     ELSE
097700         ADD WI-MC-CONV-VALUE-WORK
097800             TO WI-MC-VALUE-WORK
097900     END-IF.
098000 4550-EXIT.
098100     EXIT.
098200
098300******************************************************************
098400* 6000-JOURNAL-ONE - one combination's billed revenue, billed    *
098500* tax and accrual, each as a balanced pair, to the accounts the  *
098600* master maps it to.  A leg whose accounts cannot be found is    *
098700* not journaled; it prints as unmapped and flags RETURN-CODE 8.  *
098800******************************************************************
098900 6000-JOURNAL-ONE.
099000     PERFORM 6100-FIND-ACCOUNTS THRU 6100-EXIT.
099100     MOVE SPACES TO WI-MC-JOURNAL-REC.
099200     MOVE WI-MC-JNL-PROVIDER (WI-MC-TBL-SUB)
099300         TO WI_MC_GLJ_PROVIDER IN WI-MC-JOURNAL-REC.
099400     MOVE WI-MC-JNL-TYPE (WI-MC-TBL-SUB)
099500         TO WI_MC_GLJ_TYPE IN WI-MC-JOURNAL-REC.
099600     MOVE WI-MC-JNL-OPERATION (WI-MC-TBL-SUB)
099700         TO WI_MC_GLJ_OPERATION IN WI-MC-JOURNAL-REC.
099800     MOVE WI-MC-GL-PERIOD
099900         TO WI_MC_GLJ_PERIOD IN WI-MC-JOURNAL-REC.
100000     MOVE WI-MC-LAST-DAY
100100         TO WI_MC_GLJ_POST_DATE IN WI-MC-JOURNAL-REC.
100200     MOVE WI-MC-ACCT-COST-CENTRE
100300         TO WI_MC_GLJ_COST_CENTRE IN WI-MC-JOURNAL-REC.
100400     MOVE WI-MC-GL-PERIOD TO WI-MC-DESC-PERIOD.
100500
100600     IF WI-MC-JNL-BILLED-VALUE (WI-MC-TBL-SUB) NOT = ZERO
100700         SET WI_MC_GLJ_BILLED IN WI-MC-JOURNAL-REC TO TRUE
100800         MOVE WI-MC-JNL-BILLED-VALUE (WI-MC-TBL-SUB)
100900             TO WI-MC-PAIR-AMOUNT
101000         IF WI-MC-ACCT-RECEIVABLE = SPACES
101100          OR WI-MC-ACCT-REVENUE = SPACES
101200             PERFORM 6800-REPORT-UNMAPPED THRU 6800-EXIT
101300         ELSE
101400             MOVE 'BILLED REVENUE           ' TO WI-MC-DESC-TEXT
101500             MOVE WI-MC-DESC-WORK
101600                 TO WI_MC_GLJ_DESCRIPTION IN WI-MC-JOURNAL-REC
101700             MOVE WI-MC-ACCT-RECEIVABLE TO WI-MC-PAIR-DEBIT-ACCT
101800             MOVE WI-MC-ACCT-REVENUE    TO WI-MC-PAIR-CREDIT-ACCT
101900             PERFORM 6500-WRITE-PAIR THRU 6500-EXIT
102000         END-IF
102100     END-IF.
102200
102205     IF WI-MC-JNL-TAX-VALUE (WI-MC-TBL-SUB) NOT = ZERO
102210         SET WI_MC_GLJ_TAX IN WI-MC-JOURNAL-REC TO TRUE
102215         MOVE WI-MC-JNL-TAX-VALUE (WI-MC-TBL-SUB)
102220             TO WI-MC-PAIR-AMOUNT
102225         IF WI-MC-ACCT-RECEIVABLE = SPACES
102230          OR WI-MC-ACCT-TAX = SPACES
102235             PERFORM 6800-REPORT-UNMAPPED THRU 6800-EXIT
102240         ELSE
102245             MOVE 'BILLED TAX               ' TO WI-MC-DESC-TEXT
102250             MOVE WI-MC-DESC-WORK
102255                 TO WI_MC_GLJ_DESCRIPTION IN WI-MC-JOURNAL-REC
102260             MOVE WI-MC-ACCT-RECEIVABLE TO WI-MC-PAIR-DEBIT-ACCT
102265             MOVE WI-MC-ACCT-TAX        TO WI-MC-PAIR-CREDIT-ACCT
102270             PERFORM 6500-WRITE-PAIR THRU 6500-EXIT
102275         END-IF
102280     END-IF.
102285
102300     IF WI-MC-JNL-HELD-VALUE (WI-MC-TBL-SUB) NOT = ZERO
102400         SET WI_MC_GLJ_ACCRUAL IN WI-MC-JOURNAL-REC TO TRUE
102500         MOVE WI-MC-JNL-HELD-VALUE (WI-MC-TBL-SUB)
102600             TO WI-MC-PAIR-AMOUNT
102700         IF WI-MC-ACCT-UNBILLED = SPACES
102800          OR WI-MC-ACCT-REVENUE = SPACES
102900             PERFORM 6800-REPORT-UNMAPPED THRU 6800-EXIT
103000         ELSE
103100             MOVE 'UNBILLED REVENUE ACCRUAL ' TO WI-MC-DESC-TEXT
103200             MOVE WI-MC-DESC-WORK
103300                 TO WI_MC_GLJ_DESCRIPTION IN WI-MC-JOURNAL-REC
103400             MOVE WI-MC-ACCT-UNBILLED   TO WI-MC-PAIR-DEBIT-ACCT
103500             MOVE WI-MC-ACCT-REVENUE    TO WI-MC-PAIR-CREDIT-ACCT
103600             PERFORM 6500-WRITE-PAIR THRU 6500-EXIT
103700         END-IF
103800     END-IF.
103900 6000-EXIT.
104000     EXIT.
104100
104200******************************************************************
104300* 6100-FIND-ACCOUNTS - the most specific account master entry    *
104400* for the combination: its own key, else the provider's entry    *
104500* with blank type and operation, else the all-blank default.     *
104600******************************************************************
104700 6100-FIND-ACCOUNTS.
104800     MOVE SPACES TO WI-MC-ACCT-RECEIVABLE.
104900     MOVE SPACES TO WI-MC-ACCT-REVENUE.
105000     MOVE SPACES TO WI-MC-ACCT-UNBILLED.
105100     MOVE SPACES TO WI-MC-ACCT-COST-CENTRE.
105110     MOVE SPACES TO WI-MC-ACCT-TAX.
105200     MOVE WI-MC-JNL-KEY (WI-MC-TBL-SUB) TO WI-MC-GL-KEY-WORK.
105300     PERFORM 6150-SEARCH-GL THRU 6150-EXIT.
105400     IF WI-MC-GL-FOUND
105500         GO TO 6100-EXIT
105600     END-IF.
105700     MOVE SPACES TO WI-MC-GL-KEY-TYPE.
105800     MOVE SPACES TO WI-MC-GL-KEY-OPERATION.
105900     PERFORM 6150-SEARCH-GL THRU 6150-EXIT.
106000     IF WI-MC-GL-FOUND
106100         GO TO 6100-EXIT
106200     END-IF.
106300     MOVE SPACES TO WI-MC-GL-KEY-WORK.
106400     PERFORM 6150-SEARCH-GL THRU 6150-EXIT.
106500 6100-EXIT.
106600     EXIT.
106700
106800 6150-SEARCH-GL.
106900     MOVE 'N' TO WI-MC-GL-FOUND-SW.
107000     IF WI-MC-GL-COUNT = ZERO
107100         GO TO 6150-EXIT
107200     END-IF.
107300     SEARCH ALL WI-MC-GL-ENTRY
107400         AT END
107500             CONTINUE
107600         WHEN WI-MC-GL-TBL-KEY (WI-MC-GL-IDX) = WI-MC-GL-KEY-WORK
107700             SET WI-MC-GL-FOUND TO TRUE
107800             MOVE WI-MC-GL-TBL-RECEIVABLE (WI-MC-GL-IDX)
107900                 TO WI-MC-ACCT-RECEIVABLE
108000             MOVE WI-MC-GL-TBL-REVENUE (WI-MC-GL-IDX)
108100                 TO WI-MC-ACCT-REVENUE
108200             MOVE WI-MC-GL-TBL-UNBILLED (WI-MC-GL-IDX)
108300                 TO WI-MC-ACCT-UNBILLED
108400             MOVE WI-MC-GL-TBL-COST-CENTRE (WI-MC-GL-IDX)
108500                 TO WI-MC-ACCT-COST-CENTRE
108510             MOVE WI-MC-GL-TBL-TAX (WI-MC-GL-IDX)
108520                 TO WI-MC-ACCT-TAX
108600     END-SEARCH.
108700 6150-EXIT.
108800     EXIT.
108900
109000******************************************************************
109100* 6500-WRITE-PAIR - the debit side then the credit side of one   *
109200* entry.  A negative amount (billing or tax netted to a credit,  *
109300* held reversals outweighing their originals) swaps the          *
109310* accounts.                                                      *
109400******************************************************************
109500 6500-WRITE-PAIR.
109600     IF WI-MC-PAIR-AMOUNT < ZERO
109700         MOVE WI-MC-PAIR-DEBIT-ACCT  TO WI-MC-SWAP-ACCT
109800         MOVE WI-MC-PAIR-CREDIT-ACCT TO WI-MC-PAIR-DEBIT-ACCT
109900         MOVE WI-MC-SWAP-ACCT        TO WI-MC-PAIR-CREDIT-ACCT
110000         COMPUTE WI-MC-PAIR-AMOUNT = 0 - WI-MC-PAIR-AMOUNT
110100     END-IF.
110200     MOVE WI-MC-PAIR-AMOUNT
110300         TO WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC.
110400     MOVE WI-MC-PAIR-DEBIT-ACCT
110500         TO WI_MC_GLJ_ACCOUNT IN WI-MC-JOURNAL-REC.
110600     SET WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC TO TRUE.
110700     PERFORM 6600-WRITE-LINE THRU 6600-EXIT.
110800     MOVE WI-MC-PAIR-CREDIT-ACCT
110900         TO WI_MC_GLJ_ACCOUNT IN WI-MC-JOURNAL-REC.
111000     SET WI_MC_GLJ_CREDIT IN WI-MC-JOURNAL-REC TO TRUE.
111100     PERFORM 6600-WRITE-LINE THRU 6600-EXIT.
111200 6500-EXIT.
111300     EXIT.
111400
111500******************************************************************
111600* 6600-WRITE-LINE - write the journal line, add it to the debit  *
111700* or credit totals of its kind and of the journal, and print it. *
111800******************************************************************
111900 6600-WRITE-LINE.
112000     WRITE WI-MC-JOURNAL-REC.
112100     ADD 1 TO WI-MC-LINES-WRITTEN.
112200     MOVE SPACES TO WI-MC-PROOF-DTL-LINE.
112300     IF WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC
112400         ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
112500             TO WI-MC-DEBIT-TOTAL
112600         MOVE WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
112700             TO WI-MC-D-DEBIT
112800     ELSE
112900         ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
113000             TO WI-MC-CREDIT-TOTAL
113100         MOVE WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
113200             TO WI-MC-D-CREDIT
113300     END-IF.
113400     IF WI_MC_GLJ_REVERSAL IN WI-MC-JOURNAL-REC
113500         MOVE 'REVERSAL' TO WI-MC-D-ENTRY
113600         IF WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC
113700             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
113800                 TO WI-MC-REVERSAL-DR
113900         ELSE
114000             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
114100                 TO WI-MC-REVERSAL-CR
114200         END-IF
114300     END-IF.
114400     IF WI_MC_GLJ_BILLED IN WI-MC-JOURNAL-REC
114500         MOVE 'BILLED'   TO WI-MC-D-ENTRY
114600         IF WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC
114700             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
114800                 TO WI-MC-BILLED-DR
114900         ELSE
115000             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
115100                 TO WI-MC-BILLED-CR
115200         END-IF
115300     END-IF.
115305     IF WI_MC_GLJ_TAX IN WI-MC-JOURNAL-REC
115310         MOVE 'TAX'      TO WI-MC-D-ENTRY
115315         IF WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC
115320             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
115325                 TO WI-MC-TAX-DR
115330         ELSE
115335             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
115340                 TO WI-MC-TAX-CR
115345         END-IF
115350     END-IF.
115400     IF WI_MC_GLJ_ACCRUAL IN WI-MC-JOURNAL-REC
115500         MOVE 'ACCRUAL'  TO WI-MC-D-ENTRY
115600         IF WI_MC_GLJ_DEBIT IN WI-MC-JOURNAL-REC
115700             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
115800                 TO WI-MC-ACCRUAL-DR
115900         ELSE
116000             ADD WI_MC_GLJ_AMOUNT IN WI-MC-JOURNAL-REC
116100                 TO WI-MC-ACCRUAL-CR
116200         END-IF
116300     END-IF.
116400     MOVE WI_MC_GLJ_POST_DATE IN WI-MC-JOURNAL-REC
116500         TO WI-MC-D-DATE.
116600     MOVE WI_MC_GLJ_PROVIDER IN WI-MC-JOURNAL-REC
116700         TO WI-MC-D-PROVIDER.
116800     MOVE WI_MC_GLJ_TYPE IN WI-MC-JOURNAL-REC
116900         TO WI-MC-D-TYPE.
117000     MOVE WI_MC_GLJ_OPERATION IN WI-MC-JOURNAL-REC
117100         TO WI-MC-D-OPERATION.
117200     MOVE WI_MC_GLJ_ACCOUNT IN WI-MC-JOURNAL-REC
117300         TO WI-MC-D-ACCOUNT.
117400     MOVE WI_MC_GLJ_COST_CENTRE IN WI-MC-JOURNAL-REC
117500         TO WI-MC-D-COST-CENTRE.
117600     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-DTL-LINE.
117700 6600-EXIT.
117800     EXIT.
117900
118000******************************************************************
118100* 6800-REPORT-UNMAPPED - a leg with no account to post to prints *
118200* its value in the debit column under NO GL ACCOUNT and is left  *
118300* off the journal; Finance maps it and the journal is rerun.     *
118400******************************************************************
118500 6800-REPORT-UNMAPPED.
118600     ADD 1 TO WI-MC-UNMAPPED-COUNT.
118700     ADD WI-MC-PAIR-AMOUNT TO WI-MC-UNMAPPED-TOTAL.
118800     MOVE SPACES TO WI-MC-PROOF-DTL-LINE.
118900     IF WI_MC_GLJ_BILLED IN WI-MC-JOURNAL-REC
119000         MOVE 'BILLED'   TO WI-MC-D-ENTRY
119100     END-IF.
119110     IF WI_MC_GLJ_TAX IN WI-MC-JOURNAL-REC
119120         MOVE 'TAX'      TO WI-MC-D-ENTRY
119130     END-IF.
119140     IF WI_MC_GLJ_ACCRUAL IN WI-MC-JOURNAL-REC
119200         MOVE 'ACCRUAL'  TO WI-MC-D-ENTRY
119300     END-IF.
119400     MOVE WI-MC-LAST-DAY TO WI-MC-D-DATE.
119500     MOVE WI-MC-JNL-PROVIDER (WI-MC-TBL-SUB)  TO WI-MC-D-PROVIDER.
119600     MOVE WI-MC-JNL-TYPE (WI-MC-TBL-SUB)      TO WI-MC-D-TYPE.
119700     MOVE WI-MC-JNL-OPERATION (WI-MC-TBL-SUB)
119800         TO WI-MC-D-OPERATION.
119900     MOVE 'NO GL ACCT'   TO WI-MC-D-ACCOUNT.
120000     MOVE WI-MC-PAIR-AMOUNT TO WI-MC-D-DEBIT.
120100     MOVE ' *' TO WI-MC-D-FLAG.
120200     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-DTL-LINE.
120300     IF RETURN-CODE < 8
120400         MOVE 8 TO RETURN-CODE
120500     END-IF.
120600 6800-EXIT.
120700     EXIT.
120800
120900******************************************************************
121000* 7000-LOCATE-OR-INSERT - binary locate of WI-MC-JNL-KEY-WORK,   *
121100* slotting a zeroed entry into key sequence the first time a     *
121200* combination is seen.  WI-MC-TBL-POS is left on the entry.      *
121300******************************************************************
121400 7000-LOCATE-OR-INSERT.
121500     MOVE 'N' TO WI-MC-KEY-FOUND-SW.
121600     MOVE 1 TO WI-MC-BIN-LO.
121700     MOVE WI-MC-JNL-COUNT TO WI-MC-BIN-HI.
121800     PERFORM 7100-JNL-BINARY-STEP THRU 7100-EXIT
121900         UNTIL WI-MC-BIN-LO > WI-MC-BIN-HI.
122000     IF WI-MC-KEY-FOUND
122100         GO TO 7000-EXIT
122200     END-IF.
122300     MOVE WI-MC-BIN-LO TO WI-MC-TBL-POS.
122400     IF WI-MC-JNL-COUNT = 20000
122500         DISPLAY 'WIMC230 - JOURNAL TABLE FULL'
122600         MOVE 16 TO RETURN-CODE
122700         STOP RUN
122800     END-IF.
122900     ADD 1 TO WI-MC-JNL-COUNT.
123000     PERFORM 7200-JNL-SHIFT-UP THRU 7200-EXIT
123100         VARYING WI-MC-TBL-SUB FROM WI-MC-JNL-COUNT BY -1
123200         UNTIL WI-MC-TBL-SUB NOT > WI-MC-TBL-POS.
123300     MOVE WI-MC-JNL-KEY-WORK TO WI-MC-JNL-KEY (WI-MC-TBL-POS).
123400     MOVE ZERO TO WI-MC-JNL-BILLED-VALUE (WI-MC-TBL-POS).
123500     MOVE ZERO TO WI-MC-JNL-HELD-VALUE (WI-MC-TBL-POS).
123510     MOVE ZERO TO WI-MC-JNL-TAX-VALUE (WI-MC-TBL-POS).
123600 7000-EXIT.
123700     EXIT.
123800
123900 7100-JNL-BINARY-STEP.
124000     COMPUTE WI-MC-BIN-MID =
124100         (WI-MC-BIN-LO + WI-MC-BIN-HI) / 2.
124200     IF WI-MC-JNL-KEY (WI-MC-BIN-MID) = WI-MC-JNL-KEY-WORK
124300         SET WI-MC-KEY-FOUND TO TRUE
124400         MOVE WI-MC-BIN-MID TO WI-MC-TBL-POS
124500         COMPUTE WI-MC-BIN-LO = WI-MC-BIN-HI + 1
124600     ELSE
124700         IF WI-MC-JNL-KEY (WI-MC-BIN-MID) < WI-MC-JNL-KEY-WORK
124800             COMPUTE WI-MC-BIN-LO = WI-MC-BIN-MID + 1
124900         ELSE
125000             COMPUTE WI-MC-BIN-HI = WI-MC-BIN-MID - 1
125100         END-IF
125200     END-IF.
125300 7100-EXIT.
125400     EXIT.
125500
125600 7200-JNL-SHIFT-UP.
125700     MOVE WI-MC-JNL-ENTRY (WI-MC-TBL-SUB - 1)
125800         TO WI-MC-JNL-ENTRY (WI-MC-TBL-SUB).
125900 7200-EXIT.
126000     EXIT.
126100
126200******************************************************************
126300* 8000-TERMINATE - the control trailer, the proof totals by kind *
126400* and for the journal, and the balance check: debits that do not *
126500* equal credits end the run with RETURN-CODE 16 so the journal   *
126600* is never released to the ledger.                               *
126700******************************************************************
126800 8000-TERMINATE.
126900     MOVE SPACES TO WI-MC-JOURNAL-REC.
127000     SET WI_MC_GLJ_IS_TRAILER IN WI-MC-JOURNAL-REC TO TRUE.
127100     MOVE WI-MC-LINES-WRITTEN
127200         TO WI_MC_GLJ_TRL_LINE_COUNT IN WI-MC-JOURNAL-REC.
127300     MOVE WI-MC-DEBIT-TOTAL
127400         TO WI_MC_GLJ_TRL_DEBIT_TOTAL IN WI-MC-JOURNAL-REC.
127500     MOVE WI-MC-CREDIT-TOTAL
127600         TO WI_MC_GLJ_TRL_CREDIT_TOTAL IN WI-MC-JOURNAL-REC.
127700     WRITE WI-MC-JOURNAL-REC.
127800
127900     MOVE 'REVERSAL OF PRIOR ACCRUAL' TO WI-MC-T-LABEL.
128000     MOVE WI-MC-REVERSAL-DR TO WI-MC-T-DEBIT.
128100     MOVE WI-MC-REVERSAL-CR TO WI-MC-T-CREDIT.
128200     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-TOT-LINE.
128300     MOVE 'BILLED REVENUE' TO WI-MC-T-LABEL.
128400     MOVE WI-MC-BILLED-DR TO WI-MC-T-DEBIT.
128500     MOVE WI-MC-BILLED-CR TO WI-MC-T-CREDIT.
128600     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-TOT-LINE.
128610     MOVE 'BILLED TAX' TO WI-MC-T-LABEL.
128620     MOVE WI-MC-TAX-DR TO WI-MC-T-DEBIT.
128630     MOVE WI-MC-TAX-CR TO WI-MC-T-CREDIT.
128640     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-TOT-LINE.
128700     MOVE 'UNBILLED REVENUE ACCRUAL' TO WI-MC-T-LABEL.
128800     MOVE WI-MC-ACCRUAL-DR TO WI-MC-T-DEBIT.
128900     MOVE WI-MC-ACCRUAL-CR TO WI-MC-T-CREDIT.
129000     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-TOT-LINE.
129100     MOVE 'JOURNAL TOTAL' TO WI-MC-T-LABEL.
129200     MOVE WI-MC-DEBIT-TOTAL TO WI-MC-T-DEBIT.
129300     MOVE WI-MC-CREDIT-TOTAL TO WI-MC-T-CREDIT.
129400     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-TOT-LINE.
129500     MOVE WI-MC-LINES-WRITTEN  TO WI-MC-C-LINES.
129600     MOVE WI-MC-UNMAPPED-COUNT TO WI-MC-C-UNMAPPED.
129700     MOVE WI-MC-UNMAPPED-TOTAL TO WI-MC-C-UNMAPPED-VAL.
129800     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-CNT-LINE.
129900
130000     IF WI-MC-PRIOR-WRONG-PERIOD > ZERO
130100         DISPLAY 'WIMC230 - PRIOR JOURNAL ACCRUAL NOT FOR PERIOD '
130200             WI-MC-PRIOR-PERIOD ', NOT REVERSED'
130300         MOVE 'PRIOR JOURNAL IS FOR ANOTHER PERIOD - NOT REVERSED'
130400             TO WI-MC-M-TEXT
130500         WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-MSG-LINE
130600         IF RETURN-CODE < 8
130700             MOVE 8 TO RETURN-CODE
130800         END-IF
130900     END-IF.
131000     IF WI-MC-NO-FX-COUNT > ZERO
131100         IF RETURN-CODE < 4
131200             MOVE 4 TO RETURN-CODE
131300         END-IF
131400     END-IF.
131500     IF WI-MC-DEBIT-TOTAL = WI-MC-CREDIT-TOTAL
131600         MOVE 'JOURNAL IN BALANCE' TO WI-MC-M-TEXT
131700     ELSE
131800         DISPLAY 'WIMC230 - JOURNAL OUT OF BALANCE, NOT TO BE '
131900             'SENT TO THE LEDGER'
132000         MOVE '*** JOURNAL OUT OF BALANCE - DO NOT RELEASE ***'
132100             TO WI-MC-M-TEXT
132200         MOVE 16 TO RETURN-CODE
132300     END-IF.
132400     WRITE WI-MC-PROOF-RPT-REC FROM WI-MC-PROOF-MSG-LINE.
132500
132600     CLOSE WI-MC-BILLING-FILE.
132700     IF WI-MC-SUSPENSE-OPEN
132800         CLOSE WI-MC-SUSPENSE-FILE
132900     END-IF.
133000     IF WI-MC-RATE-HOLD-OPEN
133100         CLOSE WI-MC-RATE-HOLD-FILE
133200     END-IF.
133300     IF WI-MC-PRIOR-OPEN
133400         CLOSE WI-MC-PRIOR-JNL-FILE
133500     END-IF.
133600     CLOSE WI-MC-JOURNAL-FILE.
133700     CLOSE WI-MC-PROOF-RPT-FILE.
133800     DISPLAY 'WIMC230 PERIOD            = ' WI-MC-GL-PERIOD.
133900     DISPLAY 'WIMC230 EXTRACTS READ     = ' WI-MC-EXTRACTS-READ.
134000     DISPLAY 'WIMC230 BILLING RECORDS   = ' WI-MC-BILLING-READ.
134100     DISPLAY 'WIMC230 SUSPENSE RECORDS  = ' WI-MC-SUSPENSE-READ.
134200     DISPLAY 'WIMC230 RATE HOLD RECORDS = ' WI-MC-RATE-HOLD-READ.
134300     DISPLAY 'WIMC230 PRIOR LINES READ  = ' WI-MC-PRIOR-READ.
134400     DISPLAY 'WIMC230 ACCRUALS REVERSED = ' WI-MC-PRIOR-REVERSED.
134500     DISPLAY 'WIMC230 COMBINATIONS      = ' WI-MC-JNL-COUNT.
134600     DISPLAY 'WIMC230 JOURNAL LINES     = ' WI-MC-LINES-WRITTEN.
134700     DISPLAY 'WIMC230 UNMAPPED LEGS     = ' WI-MC-UNMAPPED-COUNT.
134800     DISPLAY 'WIMC230 NO EXCHANGE RATE  = ' WI-MC-NO-FX-COUNT.
134900     DISPLAY 'WIMC230 TOTAL DEBITS      = ' WI-MC-DEBIT-TOTAL.
135000     DISPLAY 'WIMC230 TOTAL CREDITS     = ' WI-MC-CREDIT-TOTAL.
135100     IF RETURN-CODE NOT = ZERO
135200         DISPLAY 'WIMC230 - JOURNAL FLAGGED, RETURN-CODE = '
135300             RETURN-CODE
135400     END-IF.
135500 8000-EXIT.
135600     EXIT.
