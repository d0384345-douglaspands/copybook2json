000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC240.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC240 - WRITE-OFF OF STALE SUSPENSE AND RATING HOLDS         *
000900*                                                                *
001000* Run on demand once a write-off has been approved.  WIMC130     *
001100* and WIMC140 flag records past their age limit on the aged      *
001200* reports, but nothing ever takes them off the suspense file     *
001300* (WIMCSUS) or the rating hold file (WIMCRHL).  This program     *
001400* reads the approval file (WIMCWOA), where an analyst names the  *
001500* held records - or a provider and a range of carried ages -     *
001600* to be written off, and the approver signs the entry off.  An   *
001700* entry with no approver, approved by its own requestor, or      *
001800* otherwise incomplete is rejected and not honoured.  Each       *
001900* held record is tested against the honoured entries in file     *
002000* order and the first that matches takes it: the record is       *
002100* valued in the carrier's currency and in the settlement         *
002200* currency at the exchange rate in force on the processing       *
002300* date, and moved onto the permanent write-off register          *
002400* (WIMCWOF) with the reason, requestor and approver.  Every      *
002500* other record is copied through unchanged to the new            *
002600* generation of its file.  A foreign-currency record with no     *
002700* exchange rate in force cannot be valued and stays held.        *
002800* The write-off report lists every record written off, the       *
002900* outcome of each approval entry and the control totals -        *
003000* for each file, records read = written off + carried            *
003100* forward.  A rejected entry, an entry that matched nothing      *
003200* or a record that could not be valued sets RETURN-CODE 4.       *
003300*                                                                *
003400* MODIFICATION HISTORY                                           *
003500* ----------------------------------------------------------     *
003600* DATE       BY    DESCRIPTION                                   *
003700* 10/15/2026 RLH   Initial version.                              *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT WI-MC-APPROVAL-FILE
004300         ASSIGN TO WIMCWOAP
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WI-MC-APPROVAL-STATUS.
004600
004700     SELECT WI-MC-SUSP-IN-FILE
004800         ASSIGN TO WIMCSUSI
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WI-MC-SUSP-IN-STATUS.
005100
005200     SELECT WI-MC-SUSP-OUT-FILE
005300         ASSIGN TO WIMCSUSO
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WI-MC-SUSP-OUT-STATUS.
005600
005700     SELECT WI-MC-HOLD-IN-FILE
005800         ASSIGN TO WIMCRHLI
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WI-MC-HOLD-IN-STATUS.
006100
006200     SELECT WI-MC-HOLD-OUT-FILE
006300         ASSIGN TO WIMCRHLO
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WI-MC-HOLD-OUT-STATUS.
006600
006700     SELECT WI-MC-WOFF-FILE
006800         ASSIGN TO WIMCWOFR
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WI-MC-WOFF-STATUS.
007100
007200     SELECT WI-MC-CARRIER-FILE
007300         ASSIGN TO WIMCCARM
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WI-MC-CARRIER-STATUS.
007600
007700     SELECT WI-MC-FX-FILE
007800         ASSIGN TO WIMCFXRM
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WI-MC-FX-STATUS.
008100
008200     SELECT WI-MC-PROC-DATE-FILE
008300         ASSIGN TO WIMCPDTE
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
008600
008700     SELECT WI-MC-WOFF-RPT-FILE
008800         ASSIGN TO WIMCWOFP
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WI-MC-WOFF-RPT-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  WI-MC-APPROVAL-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  WI-MC-APPROVAL-REC.
009700     COPY WIMCWOA.
009800
009900 FD  WI-MC-SUSP-IN-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  WI-MC-SUSP-IN-REC.
010200     COPY WIMCSUS.
010300
010400 FD  WI-MC-SUSP-OUT-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  WI-MC-SUSP-OUT-REC             PIC X(1789).
010700
010800 FD  WI-MC-HOLD-IN-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  WI-MC-HOLD-IN-REC.
011100     COPY WIMCRHL.
011200
011300 FD  WI-MC-HOLD-OUT-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  WI-MC-HOLD-OUT-REC             PIC X(1789).
011600
011700 FD  WI-MC-WOFF-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  WI-MC-WOFF-REC.
012000     COPY WIMCWOF.
012100
012200 FD  WI-MC-CARRIER-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  WI-MC-CARRIER-REC.
012500     COPY WIMCCAR.
012600
012700 FD  WI-MC-FX-FILE
012800     LABEL RECORDS ARE STANDARD.
012900 01  WI-MC-FX-REC.
013000     COPY WIMCFXR.
013100
013200 FD  WI-MC-PROC-DATE-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  WI-MC-PROC-DATE-REC.
013500     COPY WIMCPDT.
013600
013700 FD  WI-MC-WOFF-RPT-FILE
013800     LABEL RECORDS ARE STANDARD.
013900 01  WI-MC-WOFF-RPT-REC             PIC X(132).
014000
014100 WORKING-STORAGE SECTION.
014200
014300 77  WI-MC-APPROVAL-STATUS          PIC X(02) VALUE SPACES.
014400 77  WI-MC-SUSP-IN-STATUS           PIC X(02) VALUE SPACES.
014500 77  WI-MC-SUSP-OUT-STATUS          PIC X(02) VALUE SPACES.
014600 77  WI-MC-HOLD-IN-STATUS           PIC X(02) VALUE SPACES.
014700 77  WI-MC-HOLD-OUT-STATUS          PIC X(02) VALUE SPACES.
014800 77  WI-MC-WOFF-STATUS              PIC X(02) VALUE SPACES.
014900 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
015000 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
015100 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
015200 77  WI-MC-WOFF-RPT-STATUS          PIC X(02) VALUE SPACES.
015300
015400 01  WI-MC-SWITCHES.
015500     05 WI-MC-APPROVAL-EOF-SW       PIC X(01) VALUE 'N'.
015600        88 WI-MC-APPROVAL-EOF            VALUE 'Y'.
015700     05 WI-MC-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
015800        88 WI-MC-SUSP-EOF                VALUE 'Y'.
015900     05 WI-MC-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
016000        88 WI-MC-HOLD-EOF                VALUE 'Y'.
016100     05 WI-MC-CARRIER-EOF-SW        PIC X(01) VALUE 'N'.
016200        88 WI-MC-CARRIER-EOF             VALUE 'Y'.
016300     05 WI-MC-FX-EOF-SW             PIC X(01) VALUE 'N'.
016400        88 WI-MC-FX-EOF                  VALUE 'Y'.
016500     05 WI-MC-FX-FOUND-SW           PIC X(01) VALUE 'N'.
016600        88 WI-MC-FX-FOUND                VALUE 'Y'.
016700     05 WI-MC-APPROVAL-FOUND-SW     PIC X(01) VALUE 'N'.
016800        88 WI-MC-APPROVAL-FOUND          VALUE 'Y'.
016900
017000 01  WI-MC-COUNTERS.
017100     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
017200     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
017300     05 WI-MC-APPROVAL-READ         PIC 9(05) COMP VALUE ZERO.
017400     05 WI-MC-APPROVAL-REJECTED     PIC 9(05) COMP VALUE ZERO.
017500     05 WI-MC-SUSP-READ             PIC 9(09) COMP VALUE ZERO.
017600     05 WI-MC-SUSP-WOFF-COUNT       PIC 9(09) COMP VALUE ZERO.
017700     05 WI-MC-SUSP-KEPT-COUNT       PIC 9(09) COMP VALUE ZERO.
017800     05 WI-MC-HOLD-READ             PIC 9(09) COMP VALUE ZERO.
017900     05 WI-MC-HOLD-WOFF-COUNT       PIC 9(09) COMP VALUE ZERO.
018000     05 WI-MC-HOLD-KEPT-COUNT       PIC 9(09) COMP VALUE ZERO.
018100     05 WI-MC-NO-FX-COUNT           PIC 9(09) COMP VALUE ZERO.
018200
018300 01  WI-MC-WOFF-SETTLE-TOTAL        PIC S9(11)V99 COMP-3
018400                                     VALUE ZERO.
018500 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
018600 01  WI-MC-ADDON-SUBSCRIPT          PIC 9(01) COMP VALUE ZERO.
018700
018800******************************************************************
018900* WI-MC-HELD-WORK - the held record being tested, whichever      *
019000* file it came from: its source ('S' suspense, 'H' rating        *
019100* hold), the date it was held, the age in business days its      *
019200* ageing program last carried on it and its hold reason.         *
019300******************************************************************
019400 01  WI-MC-HELD-WORK.
019500     05 WI-MC-SOURCE-WORK           PIC X(01).
019600     05 WI-MC-HELD-DATE-WORK        PIC 9(06).
019700     05 WI-MC-AGE-WORK              PIC 9(03) COMP.
019800     05 WI-MC-HOLD-REASON-WORK      PIC X(01).
019900
020000******************************************************************
020100* WI-MC-HELD-RESULT-REC - the held record unpacked into its      *
020200* WIMCIN layout, so it can be matched to an approval and its     *
020300* add-on values netted.                                          *
020400******************************************************************
020500 01  WI-MC-HELD-RESULT-REC.
020600     COPY EXAMPLE.
020700
020800******************************************************************
020900* WI-MC-APPROVAL-TABLE - the approval file in file order, the    *
021000* order in which entries are tried against each held record.     *
021100* A rejected entry stays on the table (status 'R') so it is      *
021200* reported, but never matches.  Each entry accumulates the       *
021300* records and settlement value it wrote off, and the records     *
021400* it matched but could not value, for the approval summary.      *
021500******************************************************************
021600 01  WI-MC-WOA-COUNT                PIC 9(03) COMP VALUE ZERO.
021700 01  WI-MC-WOA-TABLE.
021800     05 WI-MC-WOA-ENTRY OCCURS 1 TO 500 TIMES
021900           DEPENDING ON WI-MC-WOA-COUNT.
022000        10 WI-MC-WOA-TBL-REF        PIC X(10).
022100        10 WI-MC-WOA-TBL-KIND       PIC X(01).
022200        10 WI-MC-WOA-TBL-SOURCE     PIC X(01).
022300        10 WI-MC-WOA-TBL-PROVIDER   PIC X(12).
022400        10 WI-MC-WOA-TBL-AGE-FROM   PIC 9(03).
022500        10 WI-MC-WOA-TBL-AGE-TO     PIC 9(03).
022600        10 WI-MC-WOA-TBL-HELD-DATE  PIC 9(06).
022700        10 WI-MC-WOA-TBL-STATE      PIC X(04).
022800        10 WI-MC-WOA-TBL-CODE       PIC X(04).
022900        10 WI-MC-WOA-TBL-OPERATION  PIC X(24).
023000        10 WI-MC-WOA-TBL-TOKEN      PIC X(128).
023100        10 WI-MC-WOA-TBL-REASON     PIC X(40).
023200        10 WI-MC-WOA-TBL-REQUESTOR  PIC X(08).
023300        10 WI-MC-WOA-TBL-APPROVER   PIC X(08).
023400        10 WI-MC-WOA-TBL-STATUS     PIC X(01).
023500           88 WI-MC-WOA-TBL-VALID        VALUE 'V'.
023600           88 WI-MC-WOA-TBL-REJECTED     VALUE 'R'.
023700        10 WI-MC-WOA-TBL-MESSAGE    PIC X(32).
023800        10 WI-MC-WOA-TBL-RECORDS    PIC 9(07) COMP.
023900        10 WI-MC-WOA-TBL-NO-FX      PIC 9(07) COMP.
024000        10 WI-MC-WOA-TBL-VALUE      PIC S9(11)V99 COMP-3.
024100 01  WI-MC-WOA-SUB                  PIC 9(03) COMP VALUE ZERO.
024200 01  WI-MC-WOA-POS                  PIC 9(03) COMP VALUE ZERO.
024300
024400******************************************************************
024500* WI-MC-CARRIER-TABLE / WI-MC-FX-TABLE - the carrier master      *
024600* (for each provider's reporting currency) and the dated         *
024700* exchange-rate file, loaded and applied the way WIMC140         *
024800* applies them.                                                  *
024900******************************************************************
025000 01  WI-MC-SETTLE-CURRENCY          PIC X(03) VALUE 'USD'.
025100
025200 01  WI-MC-CARRIER-TABLE.
025300     05 WI-MC-CARRIER-ENTRY OCCURS 1 TO 5000 TIMES
025400           DEPENDING ON WI-MC-CARRIER-COUNT
025500           ASCENDING KEY IS WI-MC-CARRIER-TBL-CODE
025600           INDEXED BY WI-MC-CARRIER-IDX.
025700        10 WI-MC-CARRIER-TBL-CODE   PIC X(12).
025800        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
025900
026000 01  WI-MC-FX-TABLE.
026100     05 WI-MC-FX-ENTRY OCCURS 1 TO 500 TIMES
026200           DEPENDING ON WI-MC-FX-COUNT.
026300        10 WI-MC-FX-TBL-CURRENCY    PIC X(03).
026400        10 WI-MC-FX-TBL-EFF-FROM    PIC 9(06).
026500        10 WI-MC-FX-TBL-EFF-TO      PIC 9(06).
026600        10 WI-MC-FX-TBL-RATE        PIC 9(03)V9(06) COMP-3.
026700 01  WI-MC-FX-SUB                   PIC 9(03) COMP VALUE ZERO.
026800 01  WI-MC-CARRIER-CURR-WORK        PIC X(03) VALUE SPACES.
026900 01  WI-MC-FX-RATE-WORK             PIC 9(03)V9(06) COMP-3
027000                                     VALUE ZERO.
027100 01  WI-MC-CONV-VALUE-WORK          PIC S9(09)V99 COMP-3
027200                                     VALUE ZERO.
027300 01  WI-MC-CARRIER-VALUE-WORK       PIC S9(09)V99 COMP-3
027400                                     VALUE ZERO.
027500 01  WI-MC-SETTLE-VALUE-WORK        PIC S9(09)V99 COMP-3
027600                                     VALUE ZERO.
027700
027800 01  WI-MC-RPT-TIMESTAMP-WORK.
027900     05 WI-MC-RPT-DATE              PIC 9(06).
028000     05 WI-MC-RPT-TIME              PIC 9(08).
028100 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
028200
028300 01  WI-MC-WOF-HDR-1.
028400     05 FILLER                      PIC X(01) VALUE SPACE.
028500     05 FILLER                      PIC X(33) VALUE
028600        'WIMC240 HELD RECORD WRITE-OFF - '.
028700     05 WI-MC-H-STAMP               PIC X(15).
028800     05 FILLER                      PIC X(19) VALUE
028900        '  PROCESSING DATE '.
029000     05 WI-MC-H-RUN-DATE            PIC 9(06).
029100     05 FILLER                      PIC X(58) VALUE SPACES.
029200
029300 01  WI-MC-WOF-HDR-2.
029400     05 FILLER                      PIC X(01) VALUE SPACE.
029500     05 FILLER                      PIC X(05) VALUE 'FILE'.
029600     05 FILLER                      PIC X(13) VALUE 'PROVIDER'.
029700     05 FILLER                      PIC X(05) VALUE 'ST'.
029800     05 FILLER                      PIC X(05) VALUE 'CODE'.
029900     05 FILLER                      PIC X(25) VALUE 'OPERATION'.
030000     05 FILLER                      PIC X(07) VALUE 'HELD'.
030100     05 FILLER                      PIC X(04) VALUE 'AGE'.
030200     05 FILLER                      PIC X(02) VALUE 'R'.
030300     05 FILLER                      PIC X(04) VALUE 'CUR'.
030400     05 FILLER                      PIC X(14) VALUE
030500        'CARRIER VALUE '.
030600     05 FILLER                      PIC X(15) VALUE
030700        ' SETTLE VALUE  '.
030900     05 FILLER                      PIC X(10) VALUE 'APPROVAL'.
031000     05 FILLER                      PIC X(22) VALUE SPACES.
031100
031200******************************************************************
031300* One line per held record written off, or matched to an         *
031400* approval but left held because it could not be valued.         *
031500******************************************************************
031600 01  WI-MC-WOF-DTL-LINE.
031700     05 FILLER                      PIC X(01) VALUE SPACE.
031800     05 WI-MC-D-SOURCE              PIC X(04).
031900     05 FILLER                      PIC X(01) VALUE SPACE.
032000     05 WI-MC-D-PROVIDER            PIC X(12).
032100     05 FILLER                      PIC X(01) VALUE SPACE.
032200     05 WI-MC-D-STATE               PIC X(04).
032300     05 FILLER                      PIC X(01) VALUE SPACE.
032400     05 WI-MC-D-CODE                PIC X(04).
032500     05 FILLER                      PIC X(01) VALUE SPACE.
032600     05 WI-MC-D-OPERATION           PIC X(24).
032700     05 FILLER                      PIC X(01) VALUE SPACE.
032800     05 WI-MC-D-HELD-DATE           PIC 9(06).
032900     05 FILLER                      PIC X(01) VALUE SPACE.
033000     05 WI-MC-D-AGE                 PIC ZZ9.
033100     05 FILLER                      PIC X(01) VALUE SPACE.
033200     05 WI-MC-D-REASON              PIC X(01).
033300     05 FILLER                      PIC X(01) VALUE SPACE.
033400     05 WI-MC-D-CURRENCY            PIC X(03).
033500     05 FILLER                      PIC X(01) VALUE SPACE.
033600     05 WI-MC-D-CARRIER-VAL         PIC -ZZZZZZZZ9.99.
033700     05 FILLER                      PIC X(01) VALUE SPACE.
033800     05 WI-MC-D-SETTLE-VAL          PIC -ZZZZZZZZ9.99.
033900     05 FILLER                      PIC X(02) VALUE SPACES.
034000     05 WI-MC-D-APPROVAL-REF        PIC X(10).
034100     05 FILLER                      PIC X(01) VALUE SPACE.
034200     05 WI-MC-D-MESSAGE             PIC X(21).
034300
034400 01  WI-MC-WOF-SUM-HDR.
034500     05 FILLER                      PIC X(01) VALUE SPACE.
034600     05 FILLER                      PIC X(11) VALUE 'APPROVAL'.
034700     05 FILLER                      PIC X(04) VALUE 'K'.
034800     05 FILLER                      PIC X(03) VALUE 'S'.
034900     05 FILLER                      PIC X(13) VALUE 'PROVIDER'.
035000     05 FILLER                      PIC X(10) VALUE 'REQUESTOR'.
035100     05 FILLER                      PIC X(10) VALUE 'APPROVER'.
035200     05 FILLER                      PIC X(07) VALUE 'RECORDS'.
035300     05 FILLER                      PIC X(15) VALUE
035400        '   SETTLE VALUE'.
035500     05 FILLER                      PIC X(02) VALUE SPACES.
035600     05 FILLER                      PIC X(40) VALUE 'STATUS'.
035700     05 FILLER                      PIC X(16) VALUE SPACES.
035800
035900******************************************************************
036000* One line per approval entry: what it wrote off, or why it      *
036100* did nothing.                                                   *
036200******************************************************************
036300 01  WI-MC-WOF-SUM-LINE.
036400     05 FILLER                      PIC X(01) VALUE SPACE.
036500     05 WI-MC-S-REF                 PIC X(10).
036600     05 FILLER                      PIC X(01) VALUE SPACE.
036700     05 WI-MC-S-KIND                PIC X(01).
036800     05 FILLER                      PIC X(03) VALUE SPACES.
036900     05 WI-MC-S-SOURCE              PIC X(01).
037000     05 FILLER                      PIC X(02) VALUE SPACES.
037100     05 WI-MC-S-PROVIDER            PIC X(12).
037200     05 FILLER                      PIC X(01) VALUE SPACE.
037300     05 WI-MC-S-REQUESTOR           PIC X(08).
037400     05 FILLER                      PIC X(02) VALUE SPACES.
037500     05 WI-MC-S-APPROVER            PIC X(08).
037600     05 FILLER                      PIC X(02) VALUE SPACES.
037700     05 WI-MC-S-RECORDS             PIC ZZZ,ZZ9.
037800     05 FILLER                      PIC X(02) VALUE SPACES.
037900     05 WI-MC-S-VALUE               PIC -ZZZZZZZZ9.99.
038000     05 FILLER                      PIC X(02) VALUE SPACES.
038100     05 WI-MC-S-STATUS              PIC X(40).
038200     05 FILLER                      PIC X(16) VALUE SPACES.
038300
038400 01  WI-MC-WOF-TOT-LINE.
038500     05 FILLER                      PIC X(01) VALUE SPACE.
038600     05 WI-MC-T-FILE                PIC X(10).
038700     05 FILLER                      PIC X(06) VALUE ' READ '.
038800     05 WI-MC-T-READ                PIC ZZZ,ZZZ,ZZ9.
038900     05 FILLER                      PIC X(14) VALUE
039000        '  WRITTEN OFF '.
039100     05 WI-MC-T-WOFF                PIC ZZZ,ZZZ,ZZ9.
039200     05 FILLER                      PIC X(18) VALUE
039300        '  CARRIED FORWARD '.
039400     05 WI-MC-T-KEPT                PIC ZZZ,ZZZ,ZZ9.
039500     05 FILLER                      PIC X(02) VALUE SPACES.
039600     05 WI-MC-T-FLAG                PIC X(14).
039700     05 FILLER                      PIC X(34) VALUE SPACES.
039800
039900 01  WI-MC-WOF-GRAND-LINE.
040000     05 FILLER                      PIC X(01) VALUE SPACE.
040100     05 FILLER                      PIC X(18) VALUE
040200        'TOTAL WRITTEN OFF '.
040300     05 WI-MC-G-RECORDS             PIC ZZZ,ZZZ,ZZ9.
040400     05 FILLER                      PIC X(19) VALUE
040500        '  SETTLEMENT VALUE '.
040600     05 WI-MC-G-VALUE               PIC -ZZZ,ZZZ,ZZ9.99.
040700     05 FILLER                      PIC X(68) VALUE SPACES.
040800
040900 01  WI-MC-WOF-BLANK-LINE           PIC X(132) VALUE SPACES.
041000
041100 PROCEDURE DIVISION.
041200
041300******************************************************************
041400* 0000-MAINLINE                                                  *
041500******************************************************************
041600 0000-MAINLINE.
041700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041800     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
041900         UNTIL WI-MC-SUSP-EOF.
042000     PERFORM 3000-PROCESS-HOLD THRU 3000-EXIT
042100         UNTIL WI-MC-HOLD-EOF.
042200     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
042300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
042400     STOP RUN.
042500
042600******************************************************************
042700* 1000-INITIALIZE - load the approvals, the carrier master and   *
042800* the exchange rates; both held files are required, the new      *
042900* generations are opened for output and the register is          *
043000* extended (created on its first run).                           *
043100******************************************************************
043200 1000-INITIALIZE.
043300     OPEN INPUT WI-MC-PROC-DATE-FILE.
043400     IF WI-MC-PROC-DATE-STATUS = '00'
043500         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
043600         CLOSE WI-MC-PROC-DATE-FILE
043700     END-IF.
043800     IF WI-MC-RUN-DATE = ZERO
043900         DISPLAY 'WIMC240 - NO PROCESSING DATE CONTROL, '
044000             'CLOCK DATE USED'
044100         ACCEPT WI-MC-RUN-DATE FROM DATE
044200     END-IF.
044300
044400     OPEN INPUT WI-MC-APPROVAL-FILE.
044500     IF WI-MC-APPROVAL-STATUS NOT = '00'
044600         DISPLAY 'WIMC240 - APPROVAL FILE OPEN FAILED, STATUS '
044700             WI-MC-APPROVAL-STATUS
044800         MOVE 16 TO RETURN-CODE
044900         STOP RUN
045000     END-IF.
045100     PERFORM 1100-LOAD-APPROVALS THRU 1100-EXIT
045200         UNTIL WI-MC-APPROVAL-EOF.
045300     CLOSE WI-MC-APPROVAL-FILE.
045400
045500     OPEN INPUT WI-MC-CARRIER-FILE.
045600     IF WI-MC-CARRIER-STATUS NOT = '00'
045700         DISPLAY 'WIMC240 - CARRIER MASTER OPEN FAILED, STATUS '
045800             WI-MC-CARRIER-STATUS
045900         MOVE 16 TO RETURN-CODE
046000         STOP RUN
046100     END-IF.
046200     PERFORM 1150-LOAD-CARRIER-TABLE THRU 1150-EXIT
046300         UNTIL WI-MC-CARRIER-EOF.
046400     CLOSE WI-MC-CARRIER-FILE.
046500
046600     OPEN INPUT WI-MC-FX-FILE.
046700     IF WI-MC-FX-STATUS = '00'
046800         PERFORM 1450-LOAD-FX-TABLE THRU 1450-EXIT
046900             UNTIL WI-MC-FX-EOF
047000         CLOSE WI-MC-FX-FILE
047100     END-IF.
047200
047300     OPEN INPUT WI-MC-SUSP-IN-FILE.
047400     IF WI-MC-SUSP-IN-STATUS NOT = '00'
047500         DISPLAY 'WIMC240 - SUSPENSE OPEN FAILED, STATUS '
047600             WI-MC-SUSP-IN-STATUS
047700         MOVE 16 TO RETURN-CODE
047800         STOP RUN
047900     END-IF.
048000     OPEN INPUT WI-MC-HOLD-IN-FILE.
048100     IF WI-MC-HOLD-IN-STATUS NOT = '00'
048200         DISPLAY 'WIMC240 - RATING HOLD OPEN FAILED, STATUS '
048300             WI-MC-HOLD-IN-STATUS
048400         MOVE 16 TO RETURN-CODE
048500         STOP RUN
048600     END-IF.
048700     OPEN OUTPUT WI-MC-SUSP-OUT-FILE.
048800     OPEN OUTPUT WI-MC-HOLD-OUT-FILE.
048900     OPEN EXTEND WI-MC-WOFF-FILE.
049000     IF WI-MC-WOFF-STATUS NOT = '00'
049100         OPEN OUTPUT WI-MC-WOFF-FILE
049200     END-IF.
049300
049400     OPEN OUTPUT WI-MC-WOFF-RPT-FILE.
049500     ACCEPT WI-MC-RPT-DATE FROM DATE.
049600     ACCEPT WI-MC-RPT-TIME FROM TIME.
049700     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
049800            SPACE          DELIMITED BY SIZE
049900            WI-MC-RPT-TIME DELIMITED BY SIZE
050000         INTO WI-MC-RPT-STAMP.
050100     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
050200     MOVE WI-MC-RUN-DATE  TO WI-MC-H-RUN-DATE.
050300     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-HDR-1.
050400     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-HDR-2.
050500
050600     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
050700     PERFORM 3900-READ-HOLD THRU 3900-EXIT.
050800 1000-EXIT.
050900     EXIT.
051000
051100 1100-LOAD-APPROVALS.
051200     READ WI-MC-APPROVAL-FILE
051300         AT END
051400             SET WI-MC-APPROVAL-EOF TO TRUE
051500         NOT AT END
051600             PERFORM 1110-ADD-APPROVAL THRU 1110-EXIT
051700     END-READ.
051800 1100-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 1110-ADD-APPROVAL - table one approval entry.  An entry that   *
052300* fails 1120's edits is tabled as rejected, for the summary,     *
052400* and flags the run.                                             *
052500******************************************************************
052600 1110-ADD-APPROVAL.
052700     ADD 1 TO WI-MC-APPROVAL-READ.
052800     IF WI-MC-WOA-COUNT = 500
052900         DISPLAY 'WIMC240 - APPROVAL TABLE FULL'
053000         MOVE 16 TO RETURN-CODE
053100         STOP RUN
053200     END-IF.
053300     ADD 1 TO WI-MC-WOA-COUNT.
053400     MOVE WI-MC-WOA-COUNT TO WI-MC-WOA-SUB.
053500     MOVE WI_MC_WOA_REF
053600         TO WI-MC-WOA-TBL-REF (WI-MC-WOA-SUB).
053700     MOVE WI_MC_WOA_KIND
053800         TO WI-MC-WOA-TBL-KIND (WI-MC-WOA-SUB).
053900     MOVE WI_MC_WOA_SOURCE
054000         TO WI-MC-WOA-TBL-SOURCE (WI-MC-WOA-SUB).
054100     MOVE WI_MC_WOA_PROVIDER
054200         TO WI-MC-WOA-TBL-PROVIDER (WI-MC-WOA-SUB).
054300     MOVE WI_MC_WOA_STATE
054400         TO WI-MC-WOA-TBL-STATE (WI-MC-WOA-SUB).
054500     MOVE WI_MC_WOA_CODE
054600         TO WI-MC-WOA-TBL-CODE (WI-MC-WOA-SUB).
054700     MOVE WI_MC_WOA_OPERATION
054800         TO WI-MC-WOA-TBL-OPERATION (WI-MC-WOA-SUB).
054900     MOVE WI_MC_WOA_TOKEN
055000         TO WI-MC-WOA-TBL-TOKEN (WI-MC-WOA-SUB).
055100     MOVE WI_MC_WOA_REASON
055200         TO WI-MC-WOA-TBL-REASON (WI-MC-WOA-SUB).
055300     MOVE WI_MC_WOA_REQUESTOR
055400         TO WI-MC-WOA-TBL-REQUESTOR (WI-MC-WOA-SUB).
055500     MOVE WI_MC_WOA_APPROVER
055600         TO WI-MC-WOA-TBL-APPROVER (WI-MC-WOA-SUB).
055700     MOVE ZERO TO WI-MC-WOA-TBL-AGE-FROM (WI-MC-WOA-SUB).
055800     MOVE ZERO TO WI-MC-WOA-TBL-AGE-TO (WI-MC-WOA-SUB).
055900     MOVE ZERO TO WI-MC-WOA-TBL-HELD-DATE (WI-MC-WOA-SUB).
056000     MOVE ZERO TO WI-MC-WOA-TBL-RECORDS (WI-MC-WOA-SUB).
056100     MOVE ZERO TO WI-MC-WOA-TBL-NO-FX (WI-MC-WOA-SUB).
056200     MOVE ZERO TO WI-MC-WOA-TBL-VALUE (WI-MC-WOA-SUB).
056300     MOVE SPACES TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB).
056400     SET WI-MC-WOA-TBL-VALID (WI-MC-WOA-SUB) TO TRUE.
056500     PERFORM 1120-EDIT-APPROVAL THRU 1120-EXIT.
056600     IF WI-MC-WOA-TBL-REJECTED (WI-MC-WOA-SUB)
056700         ADD 1 TO WI-MC-APPROVAL-REJECTED
056800         IF RETURN-CODE < 4
056900             MOVE 4 TO RETURN-CODE
057000         END-IF
057100         GO TO 1110-EXIT
057200     END-IF.
057300     IF WI_MC_WOA_RANGE
057400         MOVE WI_MC_WOA_AGE_FROM
057500             TO WI-MC-WOA-TBL-AGE-FROM (WI-MC-WOA-SUB)
057600         MOVE WI_MC_WOA_AGE_TO
057700             TO WI-MC-WOA-TBL-AGE-TO (WI-MC-WOA-SUB)
057800     ELSE
057900         MOVE WI_MC_WOA_HELD_DATE
058000             TO WI-MC-WOA-TBL-HELD-DATE (WI-MC-WOA-SUB)
058100     END-IF.
058200 1110-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600* 1120-EDIT-APPROVAL - an entry is honoured only when it has a   *
058700* reference, an approver who is not its requestor, a known       *
058800* kind and source, and a provider; a range entry needs a         *
058900* numeric age range, a named entry the date the records were     *
059000* held.  The first failure is the one reported.                  *
059100******************************************************************
059200 1120-EDIT-APPROVAL.
059300     IF WI_MC_WOA_REF = SPACES
059400         MOVE 'REJECTED - NO REFERENCE'
059500             TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
059600         GO TO 1120-REJECT
059700     END-IF.
059800     IF WI_MC_WOA_APPROVER = SPACES
059900         MOVE 'REJECTED - NO APPROVER'
060000             TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
060100         GO TO 1120-REJECT
060200     END-IF.
060300     IF WI_MC_WOA_APPROVER = WI_MC_WOA_REQUESTOR
060400         MOVE 'REJECTED - APPROVED BY REQUESTOR'
060500             TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
060600         GO TO 1120-REJECT
060700     END-IF.
060800     IF NOT WI_MC_WOA_NAMED AND NOT WI_MC_WOA_RANGE
060900         MOVE 'REJECTED - INVALID KIND'
061000             TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
061100         GO TO 1120-REJECT
061200     END-IF.
061300     IF NOT WI_MC_WOA_SUSPENSE AND NOT WI_MC_WOA_RATEHOLD
061400      AND NOT WI_MC_WOA_BOTH
061500         MOVE 'REJECTED - INVALID SOURCE'
061600             TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
061700         GO TO 1120-REJECT
061800     END-IF.
061900     IF WI_MC_WOA_PROVIDER = SPACES
062000         MOVE 'REJECTED - NO PROVIDER'
062100             TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
062200         GO TO 1120-REJECT
062300     END-IF.
062400     IF WI_MC_WOA_RANGE
062500         IF WI_MC_WOA_AGE_FROM NOT NUMERIC
062600          OR WI_MC_WOA_AGE_TO NOT NUMERIC
062700             MOVE 'REJECTED - INVALID AGE RANGE'
062800                 TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
062900             GO TO 1120-REJECT
063000         END-IF
063100         IF WI_MC_WOA_AGE_TO NOT = ZERO
063200          AND WI_MC_WOA_AGE_TO < WI_MC_WOA_AGE_FROM
063300             MOVE 'REJECTED - INVALID AGE RANGE'
063400                 TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
063500             GO TO 1120-REJECT
063600         END-IF
063700     ELSE
063800         IF WI_MC_WOA_HELD_DATE NOT NUMERIC
063900          OR WI_MC_WOA_HELD_DATE = ZERO
064000             MOVE 'REJECTED - INVALID HELD DATE'
064100                 TO WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
064200             GO TO 1120-REJECT
064300         END-IF
064400     END-IF.
064500     GO TO 1120-EXIT.
064600 1120-REJECT.
064700     SET WI-MC-WOA-TBL-REJECTED (WI-MC-WOA-SUB) TO TRUE.
064800 1120-EXIT.
064900     EXIT.
065000
065100 1150-LOAD-CARRIER-TABLE.
065200     READ WI-MC-CARRIER-FILE
065300         AT END
065400             SET WI-MC-CARRIER-EOF TO TRUE
065500         NOT AT END
065600             IF WI-MC-CARRIER-COUNT = 5000
065700                 DISPLAY 'WIMC240 - CARRIER TABLE FULL'
065800                 MOVE 16 TO RETURN-CODE
065900                 STOP RUN
066000             END-IF
066100             ADD 1 TO WI-MC-CARRIER-COUNT
066200             SET WI-MC-CARRIER-IDX TO WI-MC-CARRIER-COUNT
066300             MOVE WI_MC_CARRIER_CODE
066400                 TO WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
066500             MOVE WI_MC_CARRIER_CURRENCY
066600                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
066700     END-READ.
066800 1150-EXIT.
066900     EXIT.
067000
067100 1450-LOAD-FX-TABLE.
067200     READ WI-MC-FX-FILE
067300         AT END
067400             SET WI-MC-FX-EOF TO TRUE
067500         NOT AT END
067600             IF WI-MC-FX-COUNT = 500
067700                 DISPLAY 'WIMC240 - EXCHANGE RATE TABLE FULL'
067800                 MOVE 16 TO RETURN-CODE
067900                 STOP RUN
068000             END-IF
068100             ADD 1 TO WI-MC-FX-COUNT
068200             MOVE WI_MC_FX_CURRENCY
068300                 TO WI-MC-FX-TBL-CURRENCY (WI-MC-FX-COUNT)
068400             MOVE WI_MC_FX_EFF_FROM
068500                 TO WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-COUNT)
068600             MOVE WI_MC_FX_EFF_TO
068700                 TO WI-MC-FX-TBL-EFF-TO (WI-MC-FX-COUNT)
068800             MOVE WI_MC_FX_RATE
068900                 TO WI-MC-FX-TBL-RATE (WI-MC-FX-COUNT)
069000     END-READ.
069100 1450-EXIT.
069200     EXIT.
069300
069400 1320-READ-PROCESS-DATE.
069500     READ WI-MC-PROC-DATE-FILE
069600         AT END
069700             CONTINUE
069800         NOT AT END
069900             IF WI_MC_PROCESS_DATE NUMERIC
070000              AND WI_MC_PROCESS_DATE > ZERO
070100                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
070200             END-IF
070300     END-READ.
070400 1320-EXIT.
070500     EXIT.
070600
070700******************************************************************
070800* 2000-PROCESS-SUSPENSE - one suspense record: written off       *
070900* when an honoured approval takes it and it can be valued,       *
071000* otherwise copied through to the new suspense generation.       *
071100******************************************************************
071200 2000-PROCESS-SUSPENSE.
071300     ADD 1 TO WI-MC-SUSP-READ.
071400     MOVE WI_MC_SUSPENSE_DATA TO WI-MC-HELD-RESULT-REC.
071500     MOVE 'S'                     TO WI-MC-SOURCE-WORK.
071600     MOVE WI_MC_SUSPENSE_DATE     TO WI-MC-HELD-DATE-WORK.
071700     MOVE WI_MC_SUSPENSE_AGE_DAYS TO WI-MC-AGE-WORK.
071800     MOVE WI_MC_SUSPENSE_REASON   TO WI-MC-HOLD-REASON-WORK.
071900     PERFORM 4000-FIND-APPROVAL THRU 4000-EXIT.
072000     IF WI-MC-APPROVAL-FOUND
072100         PERFORM 4500-VALUE-RECORD THRU 4500-EXIT
072200     END-IF.
072300     IF WI-MC-APPROVAL-FOUND AND WI-MC-FX-FOUND
072400         MOVE SPACES TO WI-MC-WOFF-REC
072500         MOVE WI_MC_SUSPENSE_DATA TO WI_MC_WOFF_DATA
072600         PERFORM 5000-WRITE-OFF THRU 5000-EXIT
072700         ADD 1 TO WI-MC-SUSP-WOFF-COUNT
072800     ELSE
072900         WRITE WI-MC-SUSP-OUT-REC FROM WI-MC-SUSP-IN-REC
073000         ADD 1 TO WI-MC-SUSP-KEPT-COUNT
073100     END-IF.
073200     PERFORM 2900-READ-SUSPENSE THRU 2900-EXIT.
073300 2000-EXIT.
073400     EXIT.
073500
073600 2900-READ-SUSPENSE.
073700     READ WI-MC-SUSP-IN-FILE
073800         AT END
073900             SET WI-MC-SUSP-EOF TO TRUE
074000     END-READ.
074100 2900-EXIT.
074200     EXIT.
074300
074400******************************************************************
074500* 3000-PROCESS-HOLD - the same for one rating hold record.       *
074600******************************************************************
074700 3000-PROCESS-HOLD.
074800     ADD 1 TO WI-MC-HOLD-READ.
074900     MOVE WI_MC_RATEHOLD_DATA TO WI-MC-HELD-RESULT-REC.
075000     MOVE 'H'                     TO WI-MC-SOURCE-WORK.
075100     MOVE WI_MC_RATEHOLD_DATE     TO WI-MC-HELD-DATE-WORK.
075200     MOVE WI_MC_RATEHOLD_AGE_DAYS TO WI-MC-AGE-WORK.
075300     MOVE WI_MC_RATEHOLD_REASON   TO WI-MC-HOLD-REASON-WORK.
075400     PERFORM 4000-FIND-APPROVAL THRU 4000-EXIT.
075500     IF WI-MC-APPROVAL-FOUND
075600         PERFORM 4500-VALUE-RECORD THRU 4500-EXIT
075700     END-IF.
075800     IF WI-MC-APPROVAL-FOUND AND WI-MC-FX-FOUND
075900         MOVE SPACES TO WI-MC-WOFF-REC
076000         MOVE WI_MC_RATEHOLD_DATA TO WI_MC_WOFF_DATA
076100         PERFORM 5000-WRITE-OFF THRU 5000-EXIT
076200         ADD 1 TO WI-MC-HOLD-WOFF-COUNT
076300     ELSE
076400         WRITE WI-MC-HOLD-OUT-REC FROM WI-MC-HOLD-IN-REC
076500         ADD 1 TO WI-MC-HOLD-KEPT-COUNT
076600     END-IF.
076700     PERFORM 3900-READ-HOLD THRU 3900-EXIT.
076800 3000-EXIT.
076900     EXIT.
077000
077100 3900-READ-HOLD.
077200     READ WI-MC-HOLD-IN-FILE
077300         AT END
077400             SET WI-MC-HOLD-EOF TO TRUE
077500     END-READ.
077600 3900-EXIT.
077700     EXIT.
077800
077900******************************************************************
078000* 4000-FIND-APPROVAL - try the honoured approvals in file        *
078100* order; the first that takes the held record wins and is        *
078200* left in WI-MC-WOA-POS.                                         *
078300******************************************************************
078400 4000-FIND-APPROVAL.
078500     MOVE 'N' TO WI-MC-APPROVAL-FOUND-SW.
078600     MOVE ZERO TO WI-MC-WOA-POS.
078700     PERFORM 4100-TEST-ONE-APPROVAL THRU 4100-EXIT
078800         VARYING WI-MC-WOA-SUB FROM 1 BY 1
078900         UNTIL WI-MC-WOA-SUB > WI-MC-WOA-COUNT
079000            OR WI-MC-APPROVAL-FOUND.
079100 4000-EXIT.
079200     EXIT.
079300
079400******************************************************************
079500* 4100-TEST-ONE-APPROVAL - the entry must be honoured, cover     *
079600* the record's file and name its provider.  A range entry then   *
079700* takes the record when its carried age is within the range;     *
079800* a named entry when the held date, state, code and operation    *
079900* all agree and the group token, when given, is the first        *
080000* add-on's.                                                      *
080100******************************************************************
080200 4100-TEST-ONE-APPROVAL.
080300     IF NOT WI-MC-WOA-TBL-VALID (WI-MC-WOA-SUB)
080400         GO TO 4100-EXIT
080500     END-IF.
080600     IF WI-MC-WOA-TBL-SOURCE (WI-MC-WOA-SUB) NOT = 'B'
080700      AND WI-MC-WOA-TBL-SOURCE (WI-MC-WOA-SUB)
080800              NOT = WI-MC-SOURCE-WORK
080900         GO TO 4100-EXIT
081000     END-IF.
081100     IF WI-MC-WOA-TBL-PROVIDER (WI-MC-WOA-SUB)
081200             NOT = WI_MC_RESULT_PROVIDER
081300         GO TO 4100-EXIT
081400     END-IF.
081500     IF WI-MC-WOA-TBL-KIND (WI-MC-WOA-SUB) = 'R'
081600         IF WI-MC-AGE-WORK
081700                 < WI-MC-WOA-TBL-AGE-FROM (WI-MC-WOA-SUB)
081800             GO TO 4100-EXIT
081900         END-IF
082000         IF WI-MC-WOA-TBL-AGE-TO (WI-MC-WOA-SUB) NOT = ZERO
082100          AND WI-MC-AGE-WORK
082200                 > WI-MC-WOA-TBL-AGE-TO (WI-MC-WOA-SUB)
082300             GO TO 4100-EXIT
082400         END-IF
082500     ELSE
082600         IF WI-MC-WOA-TBL-HELD-DATE (WI-MC-WOA-SUB)
082700                 NOT = WI-MC-HELD-DATE-WORK
082800          OR WI-MC-WOA-TBL-STATE (WI-MC-WOA-SUB)
082900                 NOT = WI_MC_RESULT_STATE
083000          OR WI-MC-WOA-TBL-CODE (WI-MC-WOA-SUB)
083100                 NOT = WI_MC_RESULT_CODE
083200          OR WI-MC-WOA-TBL-OPERATION (WI-MC-WOA-SUB)
083300                 NOT = WI_MC_RESULT_OPERATION
083400             GO TO 4100-EXIT
083500         END-IF
083600         IF WI-MC-WOA-TBL-TOKEN (WI-MC-WOA-SUB) NOT = SPACES
083700             IF WI_MC_ADDON_COUNT = ZERO
083800                 GO TO 4100-EXIT
083900             END-IF
084000             IF WI-MC-WOA-TBL-TOKEN (WI-MC-WOA-SUB)
084100                     NOT = WI_MC_GROUP_TOKEN (1)
084200                 GO TO 4100-EXIT
084300             END-IF
084400         END-IF
084500     END-IF.
084600     SET WI-MC-APPROVAL-FOUND TO TRUE.
084700     MOVE WI-MC-WOA-SUB TO WI-MC-WOA-POS.
084800 4100-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200* 4500-VALUE-RECORD - net the record's add-on values in the      *
085300* carrier's currency (a reversal negative) and, each add-on      *
085400* converted at the exchange rate in force on the processing      *
085500* date, in the settlement currency.  A record that cannot be     *
085600* converted is reported against its approval and stays held.     *
085700******************************************************************
085800 4500-VALUE-RECORD.
085900     PERFORM 4510-FIND-CARRIER-CURR THRU 4510-EXIT.
086000     PERFORM 4515-FIND-FX-RATE THRU 4515-EXIT.
086100     IF NOT WI-MC-FX-FOUND
086200         PERFORM 4600-REPORT-NO-FX THRU 4600-EXIT
086300         GO TO 4500-EXIT
086400     END-IF.
086500     MOVE ZERO TO WI-MC-CARRIER-VALUE-WORK.
086600     MOVE ZERO TO WI-MC-SETTLE-VALUE-WORK.
086700     PERFORM 4550-NET-ONE-ADDON THRU 4550-EXIT
086800         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
086900         UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_ADDON_COUNT.
087000 4500-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 4510-FIND-CARRIER-CURR - the held record's provider names its  *
087500* reporting currency on the carrier master; an unlisted          *
087600* provider is treated as settlement currency.                    *
087700******************************************************************
087800 4510-FIND-CARRIER-CURR.
087900     MOVE SPACES TO WI-MC-CARRIER-CURR-WORK.
088000     IF WI-MC-CARRIER-COUNT = ZERO
088100         GO TO 4510-EXIT
088200     END-IF.
088300     SEARCH ALL WI-MC-CARRIER-ENTRY
088400         AT END
088500             CONTINUE
088600         WHEN WI-MC-CARRIER-TBL-CODE (WI-MC-CARRIER-IDX)
088700                 = WI_MC_RESULT_PROVIDER
088800             MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
088900                 TO WI-MC-CARRIER-CURR-WORK
089000     END-SEARCH.
089100 4510-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500* 4515-FIND-FX-RATE - a blank or settlement-currency carrier     *
089600* converts at a rate of one, any other currency takes the        *
089700* version in force on the processing date, overlaps resolving    *
089800* to the latest effective-from.                                  *
089900******************************************************************
090000 4515-FIND-FX-RATE.
090100     MOVE 'N' TO WI-MC-FX-FOUND-SW.
090200     MOVE 1 TO WI-MC-FX-RATE-WORK.
090300     IF WI-MC-CARRIER-CURR-WORK = SPACES
090400      OR WI-MC-CARRIER-CURR-WORK = WI-MC-SETTLE-CURRENCY
090500         MOVE WI-MC-SETTLE-CURRENCY TO WI-MC-CARRIER-CURR-WORK
090600         SET WI-MC-FX-FOUND TO TRUE
090700         GO TO 4515-EXIT
090800     END-IF.
090900     PERFORM 4520-TEST-ONE-FX THRU 4520-EXIT
091000         VARYING WI-MC-FX-SUB FROM 1 BY 1
091100         UNTIL WI-MC-FX-SUB > WI-MC-FX-COUNT.
091200 4515-EXIT.
091300     EXIT.
091400
091500 4520-TEST-ONE-FX.
091600     IF WI-MC-FX-TBL-CURRENCY (WI-MC-FX-SUB)
091700             = WI-MC-CARRIER-CURR-WORK
091800      AND (WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB) = ZERO
091900         OR WI-MC-FX-TBL-EFF-FROM (WI-MC-FX-SUB)
092000             NOT > WI-MC-RUN-DATE)
092100      AND (WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB) = ZERO
092200         OR WI-MC-FX-TBL-EFF-TO (WI-MC-FX-SUB)
092300             NOT < WI-MC-RUN-DATE)
092400         SET WI-MC-FX-FOUND TO TRUE
092500         MOVE WI-MC-FX-TBL-RATE (WI-MC-FX-SUB)
092600             TO WI-MC-FX-RATE-WORK
092700     END-IF.
092800 4520-EXIT.
092900     EXIT.
093000
093100 4550-NET-ONE-ADDON.
093200     COMPUTE WI-MC-CONV-VALUE-WORK ROUNDED =
093300         WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
093400         * WI-MC-FX-RATE-WORK.
093500     IF WI_MC_RESULT_REVERSAL
093600         SUBTRACT WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
093700             FROM WI-MC-CARRIER-VALUE-WORK
093800         SUBTRACT WI-MC-CONV-VALUE-WORK
093900             FROM WI-MC-SETTLE-VALUE-WORK
094000     ELSE
094100         ADD WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
094200             TO WI-MC-CARRIER-VALUE-WORK
094300         ADD WI-MC-CONV-VALUE-WORK
094400             TO WI-MC-SETTLE-VALUE-WORK
094500     END-IF.
094600 4550-EXIT.
094700     EXIT.
094800
094900******************************************************************
095000* 4600-REPORT-NO-FX - the approval took the record but its       *
095100* currency has no exchange rate in force, so it cannot be        *
095200* valued and is carried forward; the run is flagged.             *
095300******************************************************************
095400 4600-REPORT-NO-FX.
095500     ADD 1 TO WI-MC-NO-FX-COUNT.
095600     ADD 1 TO WI-MC-WOA-TBL-NO-FX (WI-MC-WOA-POS).
095700     PERFORM 5500-FORMAT-DETAIL THRU 5500-EXIT.
095800     MOVE 'NO EXCHANGE RATE' TO WI-MC-D-MESSAGE.
095900     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-DTL-LINE.
096000     IF RETURN-CODE < 4
096100         MOVE 4 TO RETURN-CODE
096200     END-IF.
096300 4600-EXIT.
096400     EXIT.
096500
096600******************************************************************
096700* 5000-WRITE-OFF - the caller has cleared the register record    *
096800* and moved the original held record into WI_MC_WOFF_DATA;       *
096900* complete it from the approval and the valuation, write it      *
097000* and report it.                                                 *
097100******************************************************************
097200 5000-WRITE-OFF.
097300     MOVE WI-MC-SOURCE-WORK      TO WI_MC_WOFF_SOURCE.
097400     MOVE WI-MC-RUN-DATE         TO WI_MC_WOFF_DATE.
097500     MOVE WI-MC-HELD-DATE-WORK   TO WI_MC_WOFF_HELD_DATE.
097600     MOVE WI-MC-AGE-WORK         TO WI_MC_WOFF_AGE_DAYS.
097700     MOVE WI-MC-HOLD-REASON-WORK TO WI_MC_WOFF_HOLD_REASON.
097800     MOVE WI-MC-WOA-TBL-REF (WI-MC-WOA-POS)
097900         TO WI_MC_WOFF_APPROVAL_REF.
098000     MOVE WI-MC-WOA-TBL-REASON (WI-MC-WOA-POS)
098100         TO WI_MC_WOFF_REASON.
098200     MOVE WI-MC-WOA-TBL-REQUESTOR (WI-MC-WOA-POS)
098300         TO WI_MC_WOFF_REQUESTOR.
098400     MOVE WI-MC-WOA-TBL-APPROVER (WI-MC-WOA-POS)
098500         TO WI_MC_WOFF_APPROVER.
098600     MOVE WI-MC-CARRIER-CURR-WORK  TO WI_MC_WOFF_CURRENCY.
098700     MOVE WI-MC-FX-RATE-WORK       TO WI_MC_WOFF_FX_RATE.
098800     MOVE WI-MC-CARRIER-VALUE-WORK TO WI_MC_WOFF_CARRIER_VALUE.
098900     MOVE WI-MC-SETTLE-VALUE-WORK  TO WI_MC_WOFF_SETTLE_VALUE.
099000     WRITE WI-MC-WOFF-REC.
099100     ADD 1 TO WI-MC-WOA-TBL-RECORDS (WI-MC-WOA-POS).
099200     ADD WI-MC-SETTLE-VALUE-WORK
099300         TO WI-MC-WOA-TBL-VALUE (WI-MC-WOA-POS).
099400     ADD WI-MC-SETTLE-VALUE-WORK TO WI-MC-WOFF-SETTLE-TOTAL.
099500     PERFORM 5500-FORMAT-DETAIL THRU 5500-EXIT.
099600     MOVE WI-MC-CARRIER-VALUE-WORK TO WI-MC-D-CARRIER-VAL.
099700     MOVE WI-MC-SETTLE-VALUE-WORK  TO WI-MC-D-SETTLE-VAL.
099800     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-DTL-LINE.
099900 5000-EXIT.
100000     EXIT.
100100
100200 5500-FORMAT-DETAIL.
100300     MOVE SPACES TO WI-MC-WOF-DTL-LINE.
100400     IF WI-MC-SOURCE-WORK = 'S'
100500         MOVE 'SUSP' TO WI-MC-D-SOURCE
100600     ELSE
100700         MOVE 'HOLD' TO WI-MC-D-SOURCE
100800     END-IF.
100900     MOVE WI_MC_RESULT_PROVIDER   TO WI-MC-D-PROVIDER.
101000     MOVE WI_MC_RESULT_STATE      TO WI-MC-D-STATE.
101100     MOVE WI_MC_RESULT_CODE       TO WI-MC-D-CODE.
101200     MOVE WI_MC_RESULT_OPERATION  TO WI-MC-D-OPERATION.
101300     MOVE WI-MC-HELD-DATE-WORK    TO WI-MC-D-HELD-DATE.
101400     MOVE WI-MC-AGE-WORK          TO WI-MC-D-AGE.
101500     MOVE WI-MC-HOLD-REASON-WORK  TO WI-MC-D-REASON.
101600     MOVE WI-MC-CARRIER-CURR-WORK TO WI-MC-D-CURRENCY.
101700     MOVE WI-MC-WOA-TBL-REF (WI-MC-WOA-POS)
101800         TO WI-MC-D-APPROVAL-REF.
101900 5500-EXIT.
102000     EXIT.
102100
102200******************************************************************
102300* 6000-WRITE-SUMMARY - the outcome of every approval entry,      *
102400* then the control totals for each file.  An honoured entry      *
102500* that took nothing flags the run: either the records have       *
102600* already gone or the entry does not say what the analyst        *
102700* meant.                                                         *
102800******************************************************************
102900 6000-WRITE-SUMMARY.
103000     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-BLANK-LINE.
103100     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-SUM-HDR.
103200     PERFORM 6100-WRITE-APPROVAL-LINE THRU 6100-EXIT
103300         VARYING WI-MC-WOA-SUB FROM 1 BY 1
103400         UNTIL WI-MC-WOA-SUB > WI-MC-WOA-COUNT.
103500     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-BLANK-LINE.
103600
103700     MOVE 'SUSPENSE'            TO WI-MC-T-FILE.
103800     MOVE WI-MC-SUSP-READ       TO WI-MC-T-READ.
103900     MOVE WI-MC-SUSP-WOFF-COUNT TO WI-MC-T-WOFF.
104000     MOVE WI-MC-SUSP-KEPT-COUNT TO WI-MC-T-KEPT.
104100     MOVE SPACES TO WI-MC-T-FLAG.
104200     IF WI-MC-SUSP-READ NOT =
104300             WI-MC-SUSP-WOFF-COUNT + WI-MC-SUSP-KEPT-COUNT
104400         MOVE 'OUT OF BALANCE' TO WI-MC-T-FLAG
104500         MOVE 16 TO RETURN-CODE
104600     END-IF.
104700     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-TOT-LINE.
104800
104900     MOVE 'RATE HOLD'           TO WI-MC-T-FILE.
105000     MOVE WI-MC-HOLD-READ       TO WI-MC-T-READ.
105100     MOVE WI-MC-HOLD-WOFF-COUNT TO WI-MC-T-WOFF.
105200     MOVE WI-MC-HOLD-KEPT-COUNT TO WI-MC-T-KEPT.
105300     MOVE SPACES TO WI-MC-T-FLAG.
105400     IF WI-MC-HOLD-READ NOT =
105500             WI-MC-HOLD-WOFF-COUNT + WI-MC-HOLD-KEPT-COUNT
105600         MOVE 'OUT OF BALANCE' TO WI-MC-T-FLAG
105700         MOVE 16 TO RETURN-CODE
105800     END-IF.
105900     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-TOT-LINE.
106000
106100     COMPUTE WI-MC-G-RECORDS =
106200         WI-MC-SUSP-WOFF-COUNT + WI-MC-HOLD-WOFF-COUNT.
106300     MOVE WI-MC-WOFF-SETTLE-TOTAL TO WI-MC-G-VALUE.
106400     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-GRAND-LINE.
106500 6000-EXIT.
106600     EXIT.
106700
106800 6100-WRITE-APPROVAL-LINE.
106900     MOVE WI-MC-WOA-TBL-REF (WI-MC-WOA-SUB)    TO WI-MC-S-REF.
107000     MOVE WI-MC-WOA-TBL-KIND (WI-MC-WOA-SUB)   TO WI-MC-S-KIND.
107100     MOVE WI-MC-WOA-TBL-SOURCE (WI-MC-WOA-SUB)
107200         TO WI-MC-S-SOURCE.
107300     MOVE WI-MC-WOA-TBL-PROVIDER (WI-MC-WOA-SUB)
107400         TO WI-MC-S-PROVIDER.
107500     MOVE WI-MC-WOA-TBL-REQUESTOR (WI-MC-WOA-SUB)
107600         TO WI-MC-S-REQUESTOR.
107700     MOVE WI-MC-WOA-TBL-APPROVER (WI-MC-WOA-SUB)
107800         TO WI-MC-S-APPROVER.
107900     MOVE WI-MC-WOA-TBL-RECORDS (WI-MC-WOA-SUB)
108000         TO WI-MC-S-RECORDS.
108100     MOVE WI-MC-WOA-TBL-VALUE (WI-MC-WOA-SUB) TO WI-MC-S-VALUE.
108200     IF WI-MC-WOA-TBL-REJECTED (WI-MC-WOA-SUB)
108300         MOVE WI-MC-WOA-TBL-MESSAGE (WI-MC-WOA-SUB)
108400             TO WI-MC-S-STATUS
108500     ELSE
108600         IF WI-MC-WOA-TBL-RECORDS (WI-MC-WOA-SUB) > ZERO
108700             MOVE 'WRITTEN OFF' TO WI-MC-S-STATUS
108800         ELSE
108900             IF WI-MC-WOA-TBL-NO-FX (WI-MC-WOA-SUB) > ZERO
109000                 MOVE 'MATCHED - NO EXCHANGE RATE'
109100                     TO WI-MC-S-STATUS
109200             ELSE
109300                 MOVE 'NO HELD RECORD MATCHED'
109400                     TO WI-MC-S-STATUS
109500                 IF RETURN-CODE < 4
109600                     MOVE 4 TO RETURN-CODE
109700                 END-IF
109800             END-IF
109900         END-IF
110000     END-IF.
110100     WRITE WI-MC-WOFF-RPT-REC FROM WI-MC-WOF-SUM-LINE.
110200 6100-EXIT.
110300     EXIT.
110400
110500******************************************************************
110600* 8000-TERMINATE - the JCL should only roll the new suspense     *
110700* and rating hold generations in when the run ends below         *
110800* RETURN-CODE 16.                                                *
110900******************************************************************
111000 8000-TERMINATE.
111100     CLOSE WI-MC-SUSP-IN-FILE.
111200     CLOSE WI-MC-SUSP-OUT-FILE.
111300     CLOSE WI-MC-HOLD-IN-FILE.
111400     CLOSE WI-MC-HOLD-OUT-FILE.
111500     CLOSE WI-MC-WOFF-FILE.
111600     CLOSE WI-MC-WOFF-RPT-FILE.
111700     DISPLAY 'WIMC240 APPROVALS READ    = ' WI-MC-APPROVAL-READ.
111800     DISPLAY 'WIMC240 APPROVALS REJECTED= '
111900         WI-MC-APPROVAL-REJECTED.
112000     DISPLAY 'WIMC240 SUSPENSE READ     = ' WI-MC-SUSP-READ.
112100     DISPLAY 'WIMC240 SUSPENSE WRITEOFF = ' WI-MC-SUSP-WOFF-COUNT.
112200     DISPLAY 'WIMC240 SUSPENSE CARRIED  = ' WI-MC-SUSP-KEPT-COUNT.
112300     DISPLAY 'WIMC240 RATE HOLD READ    = ' WI-MC-HOLD-READ.
112400     DISPLAY 'WIMC240 RATE HOLD WRITEOFF= ' WI-MC-HOLD-WOFF-COUNT.
112500     DISPLAY 'WIMC240 RATE HOLD CARRIED = ' WI-MC-HOLD-KEPT-COUNT.
112600     DISPLAY 'WIMC240 NO EXCHANGE RATE  = ' WI-MC-NO-FX-COUNT.
112700     IF RETURN-CODE NOT = ZERO
112800         DISPLAY 'WIMC240 - REVIEW FLAGGED, RETURN-CODE = '
112900             RETURN-CODE
113000     END-IF.
113100 8000-EXIT.
113200     EXIT.
