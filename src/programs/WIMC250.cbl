000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC250.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC250 - MONTHLY TAX SUMMARY BY JURISDICTION                  *
000900*                                                                *
001000* Runs at month-end alongside WIMC210 and WIMC220 and gives the  *
001100* tax filing one figure per jurisdiction instead of a flat rate  *
001200* applied downstream.  Reads the month's accumulated billing     *
001300* extracts (WIMCBIL - WIMC110's daily extracts, WIMC140's        *
001400* release extracts and any WIMC440 credit extracts, each behind  *
001500* its own trailer), proves every extract's record count, control *
001600* total and WI_MC_TRAILER_TAX_TOTAL against its detail, and      *
001700* sorts the month's billing by WI_MC_BILLING_TAX_JURIS, tax      *
001800* status, WI_MC_BILLING_TAX_CODE and WI_MC_BILLING_TAX_RATE.     *
001900* Each combination prints one line - records, billed amount,     *
002000* taxable amount, exempt amount and tax - with a sub-total for   *
002100* each jurisdiction and a grand total.  Reversals and credits    *
002200* carry their tax negative on the extract, so they net off here  *
002300* the same way they net in billing.  Billing from carriers with  *
002400* no jurisdiction prints under a blank jurisdiction as not       *
002500* taxable, so every billed amount is accounted for.  An optional *
002600* one-record parameter file names the filing month (YYMM);       *
002700* otherwise it is the month of the processing date.  Billing     *
002800* dated outside the filing month is left out of the summary,     *
002900* counted and flags RETURN-CODE 4; an extract whose trailer      *
003000* disagrees with its detail, or a summary whose tax does not     *
003100* come back to the trailers, flags RETURN-CODE 16.               *
003200*                                                                *
003300* MODIFICATION HISTORY                                           *
003400* ----------------------------------------------------------     *
003500* DATE       BY    DESCRIPTION                                   *
003600* 10/15/2026 RLH   Initial version.                              *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT WI-MC-BILLING-FILE
004200         ASSIGN TO WIMCBILM
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WI-MC-BILLING-STATUS.
004500
004600     SELECT WI-MC-TAX-RPT-FILE
004700         ASSIGN TO WIMCTAXR
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WI-MC-TAX-RPT-STATUS.
005000
005100     SELECT WI-MC-PARM-FILE
005200         ASSIGN TO WIMCPARM
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WI-MC-PARM-STATUS.
005500
005600     SELECT WI-MC-PROC-DATE-FILE
005700         ASSIGN TO WIMCPDTE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
006000
006100     SELECT WI-MC-TAX-SORT-FILE
006200         ASSIGN TO WIMCSRTW.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  WI-MC-BILLING-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  WI-MC-BILLING-REC.
006900     COPY WIMCBIL.
007000 01  WI-MC-BILLING-TRL-REC.
007100     COPY WIMCTRL.
007200
007300 FD  WI-MC-TAX-RPT-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  WI-MC-TAX-RPT-REC              PIC X(132).
007600
007700 FD  WI-MC-PARM-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  WI-MC-PARM-REC.
008000     05 WI-MC-P-MONTH               PIC 9(04).
008100     05 FILLER                      PIC X(76).
008200
008300 FD  WI-MC-PROC-DATE-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  WI-MC-PROC-DATE-REC.
008600     COPY WIMCPDT.
008700
008800 SD  WI-MC-TAX-SORT-FILE.
008900 01  WI-MC-TAX-SORT-REC.
009000     05 WI-MC-S-JURIS               PIC X(06).
009100     05 WI-MC-S-STATUS              PIC X(01).
009200     05 WI-MC-S-CODE                PIC X(04).
009300     05 WI-MC-S-RATE                PIC 9(01)V9(06) COMP-3.
009400     05 WI-MC-S-AMOUNT              PIC S9(09)V99 COMP-3.
009500     05 WI-MC-S-TAXABLE             PIC S9(09)V99 COMP-3.
009600     05 WI-MC-S-TAX                 PIC S9(09)V99 COMP-3.
009700
009800 WORKING-STORAGE SECTION.
009900
010000 77  WI-MC-BILLING-STATUS           PIC X(02) VALUE SPACES.
010100 77  WI-MC-TAX-RPT-STATUS           PIC X(02) VALUE SPACES.
010200 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
010300 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
010400
010500 01  WI-MC-SWITCHES.
010600     05 WI-MC-BILLING-EOF-SW        PIC X(01) VALUE 'N'.
010700        88 WI-MC-BILLING-EOF              VALUE 'Y'.
010800     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
010900        88 WI-MC-PARM-EOF                 VALUE 'Y'.
011000     05 WI-MC-SORT-EOF-SW           PIC X(01) VALUE 'N'.
011100        88 WI-MC-SORT-EOF                 VALUE 'Y'.
011200
011300 01  WI-MC-COUNTERS.
011400     05 WI-MC-BILLING-READ          PIC 9(09) COMP VALUE ZERO.
011500     05 WI-MC-EXTRACTS-READ         PIC 9(05) COMP VALUE ZERO.
011600     05 WI-MC-OUT-OF-MONTH          PIC 9(09) COMP VALUE ZERO.
011700     05 WI-MC-SUMMARY-LINES         PIC 9(05) COMP VALUE ZERO.
011800     05 WI-MC-JURIS-COUNT           PIC 9(05) COMP VALUE ZERO.
011900
012000******************************************************************
012100* Running count, amount and tax of the billing extract being     *
012200* read, proved against that extract's own trailer and then       *
012300* reset, so each day's extract in the concatenation balances on  *
012400* its own.                                                       *
012500******************************************************************
012600 01  WI-MC-EXTRACT-RECORDS          PIC 9(09) COMP VALUE ZERO.
012700 01  WI-MC-EXTRACT-TOTAL            PIC S9(09)V99 COMP-3
012800                                     VALUE ZERO.
012900 01  WI-MC-EXTRACT-TAX              PIC S9(09)V99 COMP-3
013000                                     VALUE ZERO.
013100
013200******************************************************************
013300* WI-MC-TRAILER-TAX-SUM - every trailer's tax total added up;    *
013400* the tax reported plus the tax dated outside the month must     *
013500* come back to it.                                               *
013600******************************************************************
013700 01  WI-MC-TRAILER-TAX-SUM          PIC S9(09)V99 COMP-3
013800                                     VALUE ZERO.
013900 01  WI-MC-OUT-OF-MONTH-TAX         PIC S9(09)V99 COMP-3
014000                                     VALUE ZERO.
014100 01  WI-MC-BALANCE-WORK             PIC S9(09)V99 COMP-3
014200                                     VALUE ZERO.
014300
014400 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
014500 01  WI-MC-TAX-MONTH                PIC 9(04) VALUE ZERO.
014600 01  WI-MC-REC-MONTH                PIC 9(04) VALUE ZERO.
014700
014800******************************************************************
014900* WI-MC-CUR-KEY / WI-MC-PREV-KEY - the summary line a sorted     *
015000* record belongs to and the line being accumulated.  The rate is *
015100* held in display form so the key compares as a whole.           *
015200******************************************************************
015300 01  WI-MC-CUR-KEY.
015400     05 WI-MC-CUR-JURIS             PIC X(06).
015500     05 WI-MC-CUR-STATUS            PIC X(01).
015600     05 WI-MC-CUR-CODE              PIC X(04).
015700     05 WI-MC-CUR-RATE              PIC 9(01)V9(06).
015800 01  WI-MC-PREV-KEY.
015900     05 WI-MC-PREV-JURIS            PIC X(06).
016000     05 WI-MC-PREV-STATUS           PIC X(01).
016100        88 WI-MC-PREV-TAXED               VALUE 'T'.
016200        88 WI-MC-PREV-EXEMPT              VALUE 'E'.
016300     05 WI-MC-PREV-CODE             PIC X(04).
016400     05 WI-MC-PREV-RATE             PIC 9(01)V9(06).
016500
016600******************************************************************
016700* Per-line, per-jurisdiction and grand tallies.  The billed      *
016800* amount is every record's WI_MC_BILLING_AMOUNT; the exempt      *
016900* amount is the billed amount of the records billed exempt.      *
017000******************************************************************
017100 01  WI-MC-LINE-TALLIES.
017200     05 WI-MC-LINE-RECORDS          PIC 9(09) COMP VALUE ZERO.
017300     05 WI-MC-LINE-BILLED           PIC S9(09)V99 COMP-3
017400                                     VALUE ZERO.
017500     05 WI-MC-LINE-TAXABLE          PIC S9(09)V99 COMP-3
017600                                     VALUE ZERO.
017700     05 WI-MC-LINE-EXEMPT           PIC S9(09)V99 COMP-3
017800                                     VALUE ZERO.
017900     05 WI-MC-LINE-TAX              PIC S9(09)V99 COMP-3
018000                                     VALUE ZERO.
018100 01  WI-MC-JURIS-TALLIES.
018200     05 WI-MC-JURIS-RECORDS         PIC 9(09) COMP VALUE ZERO.
018300     05 WI-MC-JURIS-BILLED          PIC S9(09)V99 COMP-3
018400                                     VALUE ZERO.
018500     05 WI-MC-JURIS-TAXABLE         PIC S9(09)V99 COMP-3
018600                                     VALUE ZERO.
018700     05 WI-MC-JURIS-EXEMPT          PIC S9(09)V99 COMP-3
018800                                     VALUE ZERO.
018900     05 WI-MC-JURIS-TAX             PIC S9(09)V99 COMP-3
019000                                     VALUE ZERO.
019100 01  WI-MC-GRAND-TALLIES.
019200     05 WI-MC-GRAND-RECORDS         PIC 9(09) COMP VALUE ZERO.
019300     05 WI-MC-GRAND-BILLED          PIC S9(09)V99 COMP-3
019400                                     VALUE ZERO.
019500     05 WI-MC-GRAND-TAXABLE         PIC S9(09)V99 COMP-3
019600                                     VALUE ZERO.
019700     05 WI-MC-GRAND-EXEMPT          PIC S9(09)V99 COMP-3
019800                                     VALUE ZERO.
019900     05 WI-MC-GRAND-TAX             PIC S9(09)V99 COMP-3
020000                                     VALUE ZERO.
020100
020200 01  WI-MC-RPT-TIMESTAMP-WORK.
020300     05 WI-MC-RPT-DATE              PIC 9(06).
020400     05 WI-MC-RPT-TIME              PIC 9(08).
020500 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
020600
020700 01  WI-MC-TAX-HDR-1.
020800     05 FILLER                      PIC X(01) VALUE SPACE.
020900     05 FILLER                      PIC X(46) VALUE
021000        'WIMC250 MONTHLY TAX SUMMARY BY JURISDICTION - '.
021100     05 WI-MC-H-STAMP               PIC X(15).
021200     05 FILLER                      PIC X(09) VALUE '  MONTH '.
021300     05 WI-MC-H-MONTH               PIC 9(04).
021400     05 FILLER                      PIC X(57) VALUE SPACES.
021500
021600 01  WI-MC-TAX-HDR-2.
021700     05 FILLER                      PIC X(01) VALUE SPACE.
021800     05 FILLER                      PIC X(08) VALUE 'JURIS'.
021900     05 FILLER                      PIC X(06) VALUE 'CODE'.
022000     05 FILLER                      PIC X(13) VALUE 'STATUS'.
022100     05 FILLER                      PIC X(08) VALUE '    RATE'.
022200     05 FILLER                      PIC X(11) VALUE
022300        '    RECORDS'.
022400     05 FILLER                      PIC X(15) VALUE
022500        '  BILLED AMOUNT'.
022600     05 FILLER                      PIC X(15) VALUE
022700        '        TAXABLE'.
022800     05 FILLER                      PIC X(15) VALUE
022900        '         EXEMPT'.
023000     05 FILLER                      PIC X(15) VALUE
023100        '            TAX'.
023200     05 FILLER                      PIC X(25) VALUE SPACES.
023300
023400 01  WI-MC-TAX-DTL-LINE.
023500     05 FILLER                      PIC X(01) VALUE SPACE.
023600     05 WI-MC-D-JURIS               PIC X(06).
023700     05 FILLER                      PIC X(02) VALUE SPACES.
023800     05 WI-MC-D-CODE                PIC X(04).
023900     05 FILLER                      PIC X(02) VALUE SPACES.
024000     05 WI-MC-D-STATUS              PIC X(11).
024100     05 FILLER                      PIC X(02) VALUE SPACES.
024200     05 WI-MC-D-RATE                PIC 9.999999.
024300     05 WI-MC-D-RECORDS             PIC ZZZ,ZZZ,ZZ9.
024400     05 FILLER                      PIC X(02) VALUE SPACES.
024500     05 WI-MC-D-BILLED              PIC -ZZZZZZZZ9.99.
024600     05 FILLER                      PIC X(02) VALUE SPACES.
024700     05 WI-MC-D-TAXABLE             PIC -ZZZZZZZZ9.99.
024800     05 FILLER                      PIC X(02) VALUE SPACES.
024900     05 WI-MC-D-EXEMPT              PIC -ZZZZZZZZ9.99.
025000     05 FILLER                      PIC X(02) VALUE SPACES.
025100     05 WI-MC-D-TAX                 PIC -ZZZZZZZZ9.99.
025200     05 FILLER                      PIC X(25) VALUE SPACES.
025300
025400******************************************************************
025500* One jurisdiction's sub-total, and at the end of the report     *
025600* the grand total, laid out under the detail columns.            *
025700******************************************************************
025800 01  WI-MC-TAX-SUB-LINE.
025900     05 FILLER                      PIC X(01) VALUE SPACE.
026000     05 WI-MC-U-JURIS               PIC X(06).
026100     05 FILLER                      PIC X(02) VALUE SPACES.
026200     05 WI-MC-U-LABEL               PIC X(27).
026300     05 WI-MC-U-RECORDS             PIC ZZZ,ZZZ,ZZ9.
026400     05 FILLER                      PIC X(02) VALUE SPACES.
026500     05 WI-MC-U-BILLED              PIC -ZZZZZZZZ9.99.
026600     05 FILLER                      PIC X(02) VALUE SPACES.
026700     05 WI-MC-U-TAXABLE             PIC -ZZZZZZZZ9.99.
026800     05 FILLER                      PIC X(02) VALUE SPACES.
026900     05 WI-MC-U-EXEMPT              PIC -ZZZZZZZZ9.99.
027000     05 FILLER                      PIC X(02) VALUE SPACES.
027100     05 WI-MC-U-TAX                 PIC -ZZZZZZZZ9.99.
027200     05 FILLER                      PIC X(25) VALUE SPACES.
027300
027400 01  WI-MC-TAX-AMT-LINE.
027500     05 FILLER                      PIC X(01) VALUE SPACE.
027600     05 WI-MC-A-LABEL               PIC X(28).
027700     05 WI-MC-A-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
027800     05 WI-MC-A-FLAG                PIC X(02).
027900     05 FILLER                      PIC X(86) VALUE SPACES.
028000
028100 01  WI-MC-TAX-TOT-LINE.
028200     05 FILLER                      PIC X(01) VALUE SPACE.
028300     05 WI-MC-T-LABEL               PIC X(28).
028400     05 WI-MC-T-COUNT               PIC ZZZ,ZZZ,ZZ9.
028500     05 FILLER                      PIC X(92) VALUE SPACES.
028600
028700 01  WI-MC-BLANK-LINE               PIC X(132) VALUE SPACES.
028800
028900 PROCEDURE DIVISION.
029000
029100******************************************************************
029200* 0000-MAINLINE - release the month's billing through the sort   *
029300* in jurisdiction / status / code / rate sequence, then print    *
029400* the summary off the sorted detail.                             *
029500******************************************************************
029600 0000-MAINLINE.
029700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029800     SORT WI-MC-TAX-SORT-FILE
029900         ASCENDING KEY WI-MC-S-JURIS
030000                       WI-MC-S-STATUS
030100                       WI-MC-S-CODE
030200                       WI-MC-S-RATE
030300         INPUT PROCEDURE IS 2000-COLLECT-BILLING
030400             THRU 2000-EXIT
030500         OUTPUT PROCEDURE IS 3000-WRITE-SUMMARY
030600             THRU 3000-EXIT.
030700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
030800     STOP RUN.
030900
031000******************************************************************
031100* 1000-INITIALIZE - fix the filing month and open the files.     *
031200******************************************************************
031300 1000-INITIALIZE.
031400     OPEN INPUT WI-MC-PROC-DATE-FILE.
031500     IF WI-MC-PROC-DATE-STATUS = '00'
031600         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
031700         CLOSE WI-MC-PROC-DATE-FILE
031800     END-IF.
031900     IF WI-MC-RUN-DATE = ZERO
032000         DISPLAY 'WIMC250 - NO PROCESSING DATE CONTROL, '
032100             'CLOCK DATE USED'
032200         ACCEPT WI-MC-RUN-DATE FROM DATE
032300     END-IF.
032400     COMPUTE WI-MC-TAX-MONTH = WI-MC-RUN-DATE / 100.
032500     OPEN INPUT WI-MC-PARM-FILE.
032600     IF WI-MC-PARM-STATUS = '00'
032700         PERFORM 1100-READ-PARM THRU 1100-EXIT
032800         CLOSE WI-MC-PARM-FILE
032900     END-IF.
033000
033100     OPEN INPUT WI-MC-BILLING-FILE.
033200     IF WI-MC-BILLING-STATUS NOT = '00'
033300         DISPLAY 'WIMC250 - BILLING EXTRACTS OPEN FAILED, STATUS '
033400             WI-MC-BILLING-STATUS
033500         MOVE 16 TO RETURN-CODE
033600         STOP RUN
033700     END-IF.
033800     OPEN OUTPUT WI-MC-TAX-RPT-FILE.
033900     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
034000     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
034100     MOVE WI-MC-TAX-MONTH TO WI-MC-H-MONTH.
034200     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-HDR-1.
034300     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-BLANK-LINE.
034400     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-HDR-2.
034500 1000-EXIT.
034600     EXIT.
034700
034800 1100-READ-PARM.
034900     READ WI-MC-PARM-FILE
035000         AT END
035100             SET WI-MC-PARM-EOF TO TRUE
035200         NOT AT END
035300             IF WI-MC-P-MONTH NUMERIC
035400              AND WI-MC-P-MONTH > ZERO
035500                 MOVE WI-MC-P-MONTH TO WI-MC-TAX-MONTH
035600             END-IF
035700     END-READ.
035800 1100-EXIT.
035900     EXIT.
036000
036100 1320-READ-PROCESS-DATE.
036200     READ WI-MC-PROC-DATE-FILE
036300         AT END
036400             CONTINUE
036500         NOT AT END
036600             IF WI_MC_PROCESS_DATE NUMERIC
036700              AND WI_MC_PROCESS_DATE > ZERO
036800                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
036900             END-IF
037000     END-READ.
037100 1320-EXIT.
037200     EXIT.
037300
037400 1800-BUILD-STAMP.
037500     ACCEPT WI-MC-RPT-DATE FROM DATE.
037600     ACCEPT WI-MC-RPT-TIME FROM TIME.
037700     MOVE SPACES TO WI-MC-RPT-STAMP.
037800     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
037900            SPACE          DELIMITED BY SIZE
038000            WI-MC-RPT-TIME DELIMITED BY SIZE
038100         INTO WI-MC-RPT-STAMP.
038200 1800-EXIT.
038300     EXIT.
038400
038500******************************************************************
038600* 2000-COLLECT-BILLING - sort input procedure: release every     *
038700* billing record of the filing month, each extract proved        *
038800* against its own trailer as it ends.                            *
038900******************************************************************
039000 2000-COLLECT-BILLING.
039100     PERFORM 2900-READ-BILLING THRU 2900-EXIT.
039200     PERFORM 2100-RELEASE-BILLING THRU 2100-EXIT
039300         UNTIL WI-MC-BILLING-EOF.
039400     IF WI-MC-EXTRACT-RECORDS > ZERO
039500         DISPLAY 'WIMC250 - BILLING EXTRACTS END WITHOUT A '
039600             'TRAILER'
039700         MOVE 16 TO RETURN-CODE
039800     END-IF.
039900 2000-EXIT.
040000     EXIT.
040100
040200 2100-RELEASE-BILLING.
040300     IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-BILLING-TRL-REC
040400         PERFORM 2200-CHECK-EXTRACT-TRAILER THRU 2200-EXIT
040500     ELSE
040600         PERFORM 2150-RELEASE-ONE THRU 2150-EXIT
040700     END-IF.
040800     PERFORM 2900-READ-BILLING THRU 2900-EXIT.
040900 2100-EXIT.
041000     EXIT.
041100
041200******************************************************************
041300* 2150-RELEASE-ONE - count the record into its extract's proof,  *
041400* then release it unless it is dated outside the filing month.   *
041500* A record billed neither taxed nor exempt is released as not    *
041600* taxable with no taxable amount or tax.                         *
041700******************************************************************
041800 2150-RELEASE-ONE.
041900     ADD 1 TO WI-MC-BILLING-READ.
042000     ADD 1 TO WI-MC-EXTRACT-RECORDS.
042100     ADD WI_MC_BILLING_AMOUNT     TO WI-MC-EXTRACT-TOTAL.
042200     ADD WI_MC_BILLING_TAX_AMOUNT TO WI-MC-EXTRACT-TAX.
042300     MOVE ZERO TO WI-MC-REC-MONTH.
042400     IF WI_MC_BILLING_DATE NUMERIC
042500         COMPUTE WI-MC-REC-MONTH = WI_MC_BILLING_DATE / 100
042600     END-IF.
042700     IF WI-MC-REC-MONTH NOT = WI-MC-TAX-MONTH
042800         ADD 1 TO WI-MC-OUT-OF-MONTH
042900         ADD WI_MC_BILLING_TAX_AMOUNT TO WI-MC-OUT-OF-MONTH-TAX
043000         GO TO 2150-EXIT
043100     END-IF.
043200     MOVE WI_MC_BILLING_TAX_JURIS  TO WI-MC-S-JURIS.
043300     MOVE WI_MC_BILLING_AMOUNT     TO WI-MC-S-AMOUNT.
043400     IF WI_MC_BILLING_TAXED
043500      OR WI_MC_BILLING_TAX_EXEMPT
043600         MOVE WI_MC_BILLING_TAX_STATUS TO WI-MC-S-STATUS
043700         MOVE WI_MC_BILLING_TAX_CODE   TO WI-MC-S-CODE
043800         MOVE WI_MC_BILLING_TAX_RATE   TO WI-MC-S-RATE
043900         MOVE WI_MC_BILLING_TAXABLE    TO WI-MC-S-TAXABLE
044000         MOVE WI_MC_BILLING_TAX_AMOUNT TO WI-MC-S-TAX
044100     ELSE
044200         MOVE 'N'                      TO WI-MC-S-STATUS
044300         MOVE SPACES                   TO WI-MC-S-CODE
044400         MOVE ZERO                     TO WI-MC-S-RATE
044500         MOVE ZERO                     TO WI-MC-S-TAXABLE
044600         MOVE ZERO                     TO WI-MC-S-TAX
044700     END-IF.
044800     RELEASE WI-MC-TAX-SORT-REC.
044900 2150-EXIT.
045000     EXIT.
045100
045200 2200-CHECK-EXTRACT-TRAILER.
045300     ADD 1 TO WI-MC-EXTRACTS-READ.
045400     IF WI_MC_TRAILER_RECORD_COUNT IN WI-MC-BILLING-TRL-REC
045500             NOT = WI-MC-EXTRACT-RECORDS
045600         DISPLAY 'WIMC250 - EXTRACT ' WI-MC-EXTRACTS-READ
045700             ' TRAILER RECORD COUNT MISMATCH'
045800         MOVE 16 TO RETURN-CODE
045900     END-IF.
046000     IF WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-BILLING-TRL-REC
046100             NOT = WI-MC-EXTRACT-TOTAL
046200         DISPLAY 'WIMC250 - EXTRACT ' WI-MC-EXTRACTS-READ
046300             ' TRAILER CONTROL TOTAL MISMATCH'
046400         MOVE 16 TO RETURN-CODE
046500     END-IF.
046600     IF WI_MC_TRAILER_TAX_TOTAL IN WI-MC-BILLING-TRL-REC
046700             NOT = WI-MC-EXTRACT-TAX
046800         DISPLAY 'WIMC250 - EXTRACT ' WI-MC-EXTRACTS-READ
046900             ' TRAILER TAX TOTAL MISMATCH'
047000         MOVE 16 TO RETURN-CODE
047100     END-IF.
047200     ADD WI_MC_TRAILER_TAX_TOTAL IN WI-MC-BILLING-TRL-REC
047300         TO WI-MC-TRAILER-TAX-SUM.
047400     MOVE ZERO TO WI-MC-EXTRACT-RECORDS.
047500     MOVE ZERO TO WI-MC-EXTRACT-TOTAL.
047600     MOVE ZERO TO WI-MC-EXTRACT-TAX.
047700 2200-EXIT.
047800     EXIT.
047900
048000 2900-READ-BILLING.
048100     READ WI-MC-BILLING-FILE
048200         AT END
048300             SET WI-MC-BILLING-EOF TO TRUE
048400     END-READ.
048500 2900-EXIT.
048600     EXIT.
048700
048800******************************************************************
048900* 3000-WRITE-SUMMARY - sort output procedure: one line per       *
049000* jurisdiction / status / code / rate, a sub-total at each       *
049100* change of jurisdiction.                                        *
049200******************************************************************
049300 3000-WRITE-SUMMARY.
049400     MOVE LOW-VALUES TO WI-MC-PREV-KEY.
049500     MOVE 'N' TO WI-MC-SORT-EOF-SW.
049600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
049700         UNTIL WI-MC-SORT-EOF.
049800     IF WI-MC-PREV-KEY NOT = LOW-VALUES
049900         PERFORM 3400-CLOSE-LINE THRU 3400-EXIT
050000         PERFORM 3500-CLOSE-JURIS THRU 3500-EXIT
050100     END-IF.
050200 3000-EXIT.
050300     EXIT.
050400
050500 3100-RETURN-ONE.
050600     RETURN WI-MC-TAX-SORT-FILE
050700         AT END
050800             SET WI-MC-SORT-EOF TO TRUE
050900         NOT AT END
051000             PERFORM 3200-HANDLE-DETAIL THRU 3200-EXIT
051100     END-RETURN.
051200 3100-EXIT.
051300     EXIT.
051400
051500 3200-HANDLE-DETAIL.
051600     MOVE WI-MC-S-JURIS  TO WI-MC-CUR-JURIS.
051700     MOVE WI-MC-S-STATUS TO WI-MC-CUR-STATUS.
051800     MOVE WI-MC-S-CODE   TO WI-MC-CUR-CODE.
051900     MOVE WI-MC-S-RATE   TO WI-MC-CUR-RATE.
052000     IF WI-MC-CUR-KEY NOT = WI-MC-PREV-KEY
052100         IF WI-MC-PREV-KEY NOT = LOW-VALUES
052200             PERFORM 3400-CLOSE-LINE THRU 3400-EXIT
052300             IF WI-MC-CUR-JURIS NOT = WI-MC-PREV-JURIS
052400                 PERFORM 3500-CLOSE-JURIS THRU 3500-EXIT
052500             END-IF
052600         END-IF
052700         MOVE WI-MC-CUR-KEY TO WI-MC-PREV-KEY
052800     END-IF.
052900     ADD 1               TO WI-MC-LINE-RECORDS.
053000     ADD WI-MC-S-AMOUNT  TO WI-MC-LINE-BILLED.
053100     ADD WI-MC-S-TAXABLE TO WI-MC-LINE-TAXABLE.
053200     ADD WI-MC-S-TAX     TO WI-MC-LINE-TAX.
053300     IF WI-MC-S-STATUS = 'E'
053400         ADD WI-MC-S-AMOUNT TO WI-MC-LINE-EXEMPT
053500     END-IF.
053600 3200-EXIT.
053700     EXIT.
053800
053900******************************************************************
054000* 3400-CLOSE-LINE - print the combination and roll it into its   *
054100* jurisdiction.                                                  *
054200******************************************************************
054300 3400-CLOSE-LINE.
054400     MOVE WI-MC-PREV-JURIS  TO WI-MC-D-JURIS.
054500     MOVE WI-MC-PREV-CODE   TO WI-MC-D-CODE.
054600     IF WI-MC-PREV-TAXED
054700         MOVE 'TAXED'       TO WI-MC-D-STATUS
054800     ELSE
054900         IF WI-MC-PREV-EXEMPT
055000             MOVE 'EXEMPT'  TO WI-MC-D-STATUS
055100         ELSE
055200             MOVE 'NOT TAXABLE' TO WI-MC-D-STATUS
055300         END-IF
055400     END-IF.
055500     MOVE WI-MC-PREV-RATE     TO WI-MC-D-RATE.
055600     MOVE WI-MC-LINE-RECORDS  TO WI-MC-D-RECORDS.
055700     MOVE WI-MC-LINE-BILLED   TO WI-MC-D-BILLED.
055800     MOVE WI-MC-LINE-TAXABLE  TO WI-MC-D-TAXABLE.
055900     MOVE WI-MC-LINE-EXEMPT   TO WI-MC-D-EXEMPT.
056000     MOVE WI-MC-LINE-TAX      TO WI-MC-D-TAX.
056100     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-DTL-LINE.
056200     ADD 1 TO WI-MC-SUMMARY-LINES.
056300     ADD WI-MC-LINE-RECORDS   TO WI-MC-JURIS-RECORDS.
056400     ADD WI-MC-LINE-BILLED    TO WI-MC-JURIS-BILLED.
056500     ADD WI-MC-LINE-TAXABLE   TO WI-MC-JURIS-TAXABLE.
056600     ADD WI-MC-LINE-EXEMPT    TO WI-MC-JURIS-EXEMPT.
056700     ADD WI-MC-LINE-TAX       TO WI-MC-JURIS-TAX.
056800     MOVE ZERO TO WI-MC-LINE-RECORDS.
056900     MOVE ZERO TO WI-MC-LINE-BILLED.
057000     MOVE ZERO TO WI-MC-LINE-TAXABLE.
057100     MOVE ZERO TO WI-MC-LINE-EXEMPT.
057200     MOVE ZERO TO WI-MC-LINE-TAX.
057300 3400-EXIT.
057400     EXIT.
057500
057600******************************************************************
057700* 3500-CLOSE-JURIS - the jurisdiction's sub-total, the figure    *
057800* filed for it, rolled into the grand total.                     *
057900******************************************************************
058000 3500-CLOSE-JURIS.
058100     MOVE WI-MC-PREV-JURIS     TO WI-MC-U-JURIS.
058200     IF WI-MC-PREV-JURIS = SPACES
058300         MOVE 'NO TAX JURISDICTION'  TO WI-MC-U-LABEL
058400     ELSE
058500         MOVE 'JURISDICTION TOTAL'   TO WI-MC-U-LABEL
058600     END-IF.
058700     MOVE WI-MC-JURIS-RECORDS  TO WI-MC-U-RECORDS.
058800     MOVE WI-MC-JURIS-BILLED   TO WI-MC-U-BILLED.
058900     MOVE WI-MC-JURIS-TAXABLE  TO WI-MC-U-TAXABLE.
059000     MOVE WI-MC-JURIS-EXEMPT   TO WI-MC-U-EXEMPT.
059100     MOVE WI-MC-JURIS-TAX      TO WI-MC-U-TAX.
059200     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-SUB-LINE.
059300     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-BLANK-LINE.
059400     ADD 1 TO WI-MC-JURIS-COUNT.
059500     ADD WI-MC-JURIS-RECORDS   TO WI-MC-GRAND-RECORDS.
059600     ADD WI-MC-JURIS-BILLED    TO WI-MC-GRAND-BILLED.
059700     ADD WI-MC-JURIS-TAXABLE   TO WI-MC-GRAND-TAXABLE.
059800     ADD WI-MC-JURIS-EXEMPT    TO WI-MC-GRAND-EXEMPT.
059900     ADD WI-MC-JURIS-TAX       TO WI-MC-GRAND-TAX.
060000     MOVE ZERO TO WI-MC-JURIS-RECORDS.
060100     MOVE ZERO TO WI-MC-JURIS-BILLED.
060200     MOVE ZERO TO WI-MC-JURIS-TAXABLE.
060300     MOVE ZERO TO WI-MC-JURIS-EXEMPT.
060400     MOVE ZERO TO WI-MC-JURIS-TAX.
060500 3500-EXIT.
060600     EXIT.
060700
060800******************************************************************
060900* 8000-TERMINATE - the grand total, the run counts and the proof *
061000* of the reported tax back to the extract trailers.              *
061100******************************************************************
061200 8000-TERMINATE.
061300     MOVE SPACES                 TO WI-MC-U-JURIS.
061400     MOVE 'TOTAL ALL JURISDICTIONS' TO WI-MC-U-LABEL.
061500     MOVE WI-MC-GRAND-RECORDS    TO WI-MC-U-RECORDS.
061600     MOVE WI-MC-GRAND-BILLED     TO WI-MC-U-BILLED.
061700     MOVE WI-MC-GRAND-TAXABLE    TO WI-MC-U-TAXABLE.
061800     MOVE WI-MC-GRAND-EXEMPT     TO WI-MC-U-EXEMPT.
061900     MOVE WI-MC-GRAND-TAX        TO WI-MC-U-TAX.
062000     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-SUB-LINE.
062100     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-BLANK-LINE.
062200     MOVE 'EXTRACTS READ'          TO WI-MC-T-LABEL.
062300     MOVE WI-MC-EXTRACTS-READ      TO WI-MC-T-COUNT.
062400     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-TOT-LINE.
062500     MOVE 'BILLING RECORDS'        TO WI-MC-T-LABEL.
062600     MOVE WI-MC-BILLING-READ       TO WI-MC-T-COUNT.
062700     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-TOT-LINE.
062800     MOVE 'DATED OUTSIDE MONTH'    TO WI-MC-T-LABEL.
062900     MOVE WI-MC-OUT-OF-MONTH       TO WI-MC-T-COUNT.
063000     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-TOT-LINE.
063100     MOVE 'JURISDICTIONS'          TO WI-MC-T-LABEL.
063200     MOVE WI-MC-JURIS-COUNT        TO WI-MC-T-COUNT.
063300     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-TOT-LINE.
063400     MOVE SPACES TO WI-MC-A-FLAG.
063500     MOVE 'TAX REPORTED'           TO WI-MC-A-LABEL.
063600     MOVE WI-MC-GRAND-TAX          TO WI-MC-A-AMOUNT.
063700     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-AMT-LINE.
063800     MOVE 'TAX DATED OUTSIDE MONTH'  TO WI-MC-A-LABEL.
063900     MOVE WI-MC-OUT-OF-MONTH-TAX   TO WI-MC-A-AMOUNT.
064000     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-AMT-LINE.
064100     COMPUTE WI-MC-BALANCE-WORK =
064200         WI-MC-GRAND-TAX + WI-MC-OUT-OF-MONTH-TAX.
064300     IF WI-MC-BALANCE-WORK NOT = WI-MC-TRAILER-TAX-SUM
064400         MOVE ' *' TO WI-MC-A-FLAG
064500         DISPLAY 'WIMC250 - TAX SUMMARY DOES NOT BALANCE TO THE '
064600             'EXTRACT TRAILERS'
064700         MOVE 16 TO RETURN-CODE
064800     END-IF.
064900     MOVE 'EXTRACT TRAILER TAX'    TO WI-MC-A-LABEL.
065000     MOVE WI-MC-TRAILER-TAX-SUM    TO WI-MC-A-AMOUNT.
065100     WRITE WI-MC-TAX-RPT-REC FROM WI-MC-TAX-AMT-LINE.
065200     CLOSE WI-MC-BILLING-FILE.
065300     CLOSE WI-MC-TAX-RPT-FILE.
065400     IF WI-MC-OUT-OF-MONTH > ZERO
065500         DISPLAY 'WIMC250 - BILLING DATED OUTSIDE MONTH '
065600             WI-MC-TAX-MONTH ' = ' WI-MC-OUT-OF-MONTH
065700         IF RETURN-CODE < 4
065800             MOVE 4 TO RETURN-CODE
065900         END-IF
066000     END-IF.
066100     DISPLAY 'WIMC250 FILING MONTH       = ' WI-MC-TAX-MONTH.
066200     DISPLAY 'WIMC250 EXTRACTS READ      = ' WI-MC-EXTRACTS-READ.
066300     DISPLAY 'WIMC250 BILLING READ       = ' WI-MC-BILLING-READ.
066400     DISPLAY 'WIMC250 JURISDICTIONS      = ' WI-MC-JURIS-COUNT.
066500     DISPLAY 'WIMC250 SUMMARY LINES      = ' WI-MC-SUMMARY-LINES.
066600     DISPLAY 'WIMC250 TAX REPORTED       = ' WI-MC-GRAND-TAX.
066700     IF RETURN-CODE NOT = ZERO
066800         DISPLAY 'WIMC250 - TAX SUMMARY FLAGGED, RETURN-CODE = '
066900             RETURN-CODE
067000     END-IF.
067100 8000-EXIT.
067200     EXIT.
