000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC450.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC450 - OPEN DISPUTE CASE AGING REPORT                       *
000900*                                                                *
001000* Reads the dispute case master WIMC440 maintains (layout        *
001100* WIMCDSP) and lists every case still open or under review,      *
001200* grouped by provider, with the calendar days since it was       *
001300* opened as of the processing date, the entries linked and the   *
001400* value in dispute, so account management can tell a carrier    *
001500* where each of its disputes stands.  Each provider closes with  *
001600* a subtotal of its cases and value and a count of its cases in  *
001700* each age band - 0-30, 31-60, 61-90 and over 90 days - and the  *
001800* report closes with the same totals over all providers.         *
001900* Cases credited, declined or closed are not listed.             *
002000*                                                                *
002100* MODIFICATION HISTORY                                           *
002200* ----------------------------------------------------------     *
002300* DATE       BY    DESCRIPTION                                   *
002400* 10/15/2026 RLH   Initial version.                              *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT WI-MC-CASE-FILE
003000         ASSIGN TO WIMCDSPI
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WI-MC-CASE-STATUS.
003300
003400     SELECT WI-MC-PROC-DATE-FILE
003500         ASSIGN TO WIMCPDTE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
003800
003900     SELECT WI-MC-AGING-RPT-FILE
004000         ASSIGN TO WIMCDAGR
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WI-MC-AGING-RPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  WI-MC-CASE-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  WI-MC-CASE-REC.
004900     COPY WIMCDSP.
005000
005100 FD  WI-MC-PROC-DATE-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  WI-MC-PROC-DATE-REC.
005400     COPY WIMCPDT.
005500
005600 FD  WI-MC-AGING-RPT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  WI-MC-AGING-RPT-REC            PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100
006200 77  WI-MC-CASE-STATUS              PIC X(02) VALUE SPACES.
006300 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
006400 77  WI-MC-AGING-RPT-STATUS         PIC X(02) VALUE SPACES.
006500
006600 01  WI-MC-SWITCHES.
006700     05 WI-MC-CASE-EOF-SW           PIC X(01) VALUE 'N'.
006800        88 WI-MC-CASE-EOF                 VALUE 'Y'.
006900
007000 01  WI-MC-COUNTERS.
007100     05 WI-MC-CASE-READ             PIC 9(09) COMP VALUE ZERO.
007200     05 WI-MC-AGE-COUNT             PIC 9(05) COMP VALUE ZERO.
007300
007400 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
007500 01  WI-MC-RUN-DAY-NUM              PIC 9(08) COMP VALUE ZERO.
007600 01  WI-MC-OPEN-DAY-NUM             PIC 9(08) COMP VALUE ZERO.
007700 01  WI-MC-AGE-WORK                 PIC 9(04) COMP VALUE ZERO.
007800 01  WI-MC-BAND-WORK                PIC 9(01) COMP VALUE ZERO.
007900 01  WI-MC-AGE-SUB                  PIC 9(05) COMP VALUE ZERO.
008000 01  WI-MC-INS-POS                  PIC 9(05) COMP VALUE ZERO.
008100 01  WI-MC-TBL-SUB                  PIC 9(05) COMP VALUE ZERO.
008200 01  WI-MC-CUR-PROVIDER             PIC X(12) VALUE SPACES.
008300
008400******************************************************************
008500* WI-MC-AGE-TABLE - the active cases in provider / case number   *
008600* sequence, the order the report is printed in; the case master  *
008700* itself is kept in case number / provider sequence.             *
008800******************************************************************
008900 01  WI-MC-AGE-TABLE.
009000     05 WI-MC-AGE-ENTRY OCCURS 1 TO 5000 TIMES
009100           DEPENDING ON WI-MC-AGE-COUNT.
009200        10 WI-MC-AGE-TBL-KEY.
009300           15 WI-MC-AGE-TBL-PROVIDER   PIC X(12).
009400           15 WI-MC-AGE-TBL-CASE-NO    PIC X(10).
009500        10 WI-MC-AGE-TBL-STATUS     PIC X(01).
009600        10 WI-MC-AGE-TBL-OPENED     PIC 9(06).
009700        10 WI-MC-AGE-TBL-STAT-DATE  PIC 9(06).
009800        10 WI-MC-AGE-TBL-DAYS       PIC 9(04) COMP.
009900        10 WI-MC-AGE-TBL-LINKS      PIC 9(05) COMP.
010000        10 WI-MC-AGE-TBL-VALUE      PIC S9(09)V99 COMP-3.
010100        10 WI-MC-AGE-TBL-DESC       PIC X(40).
010200
010300 01  WI-MC-AGE-KEY-WORK.
010400     05 WI-MC-AKEY-PROVIDER         PIC X(12).
010500     05 WI-MC-AKEY-CASE-NO          PIC X(10).
010600
010700******************************************************************
010800* WI-MC-BAND-TOTALS - case count and disputed value per age band *
010900* for the provider being printed (subscript 1) and for the whole *
011000* report (subscript 2).  Bands 1 to 4 are 0-30, 31-60, 61-90     *
011100* and over 90 days.                                              *
011200******************************************************************
011300 01  WI-MC-BAND-TOTALS.
011400     05 WI-MC-BAND-LEVEL OCCURS 2 TIMES.
011500        10 WI-MC-BAND-CASES         PIC 9(05) COMP.
011600        10 WI-MC-BAND-VALUE         PIC S9(09)V99 COMP-3.
011700        10 WI-MC-BAND-COUNT OCCURS 4 TIMES
011800                                    PIC 9(05) COMP.
011900 01  WI-MC-LEVEL-SUB                PIC 9(01) COMP VALUE ZERO.
012000 01  WI-MC-BAND-SUB                 PIC 9(01) COMP VALUE ZERO.
012100
012200 01  WI-MC-RPT-TIMESTAMP-WORK.
012300     05 WI-MC-RPT-DATE              PIC 9(06).
012400     05 WI-MC-RPT-TIME              PIC 9(08).
012500 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
012600
012700 01  WI-MC-AGING-HDR-1.
012800     05 FILLER                      PIC X(01) VALUE SPACE.
012900     05 FILLER                      PIC X(35) VALUE
013000        'WIMC450 OPEN DISPUTE CASE AGING - '.
013100     05 WI-MC-H-STAMP               PIC X(15).
013200     05 FILLER                      PIC X(17) VALUE
013300        '  AS OF DATE    '.
013400     05 WI-MC-H-RUN-DATE            PIC 9(06).
013500     05 FILLER                      PIC X(58) VALUE SPACES.
013600
013700 01  WI-MC-AGING-HDR-2.
013800     05 FILLER                      PIC X(01) VALUE SPACE.
013900     05 FILLER                      PIC X(13) VALUE
014000        'PROVIDER'.
014100     05 FILLER                      PIC X(12) VALUE
014200        'CASE'.
014300     05 FILLER                      PIC X(14) VALUE
014400        'STATUS'.
014500     05 FILLER                      PIC X(08) VALUE
014600        'OPENED'.
014700     05 FILLER                      PIC X(08) VALUE
014800        'CHANGED'.
014900     05 FILLER                      PIC X(06) VALUE
015000        '  AGE'.
015100     05 FILLER                      PIC X(08) VALUE
015200        ' LINKS'.
015300     05 FILLER                      PIC X(17) VALUE
015400        '   DISPUTED VALUE'.
015500     05 FILLER                      PIC X(45) VALUE
015600        '  DESCRIPTION'.
015700
015800 01  WI-MC-AGING-DTL.
015900     05 FILLER                      PIC X(01) VALUE SPACE.
016000     05 WI-MC-D-PROVIDER            PIC X(12).
016100     05 FILLER                      PIC X(01) VALUE SPACE.
016200     05 WI-MC-D-CASE-NO             PIC X(10).
016300     05 FILLER                      PIC X(02) VALUE SPACES.
016400     05 WI-MC-D-STATUS              PIC X(12).
016500     05 FILLER                      PIC X(02) VALUE SPACES.
016600     05 WI-MC-D-OPENED              PIC 9(06).
016700     05 FILLER                      PIC X(02) VALUE SPACES.
016800     05 WI-MC-D-STAT-DATE           PIC 9(06).
016900     05 FILLER                      PIC X(02) VALUE SPACES.
017000     05 WI-MC-D-AGE                 PIC ZZZ9.
017100     05 FILLER                      PIC X(02) VALUE SPACES.
017200     05 WI-MC-D-LINKS               PIC ZZ,ZZ9.
017300     05 FILLER                      PIC X(02) VALUE SPACES.
017400     05 WI-MC-D-VALUE               PIC -ZZZ,ZZZ,ZZ9.99.
017500     05 FILLER                      PIC X(02) VALUE SPACES.
017600     05 WI-MC-D-DESC                PIC X(40).
017700     05 FILLER                      PIC X(05) VALUE SPACES.
017800
017900******************************************************************
018000* The provider subtotal and report total share one layout; the   *
018100* label says which it is.                                        *
018200******************************************************************
018300 01  WI-MC-AGING-TOT.
018400     05 FILLER                      PIC X(01) VALUE SPACE.
018500     05 WI-MC-T-LABEL               PIC X(15).
018600     05 WI-MC-T-PROVIDER            PIC X(12).
018700     05 FILLER                      PIC X(07) VALUE
018800        ' CASES '.
018900     05 WI-MC-T-CASES               PIC ZZ,ZZ9.
019000     05 FILLER                      PIC X(06) VALUE
019100        '  0-30'.
019200     05 WI-MC-T-BAND-1              PIC ZZ,ZZ9.
019300     05 FILLER                      PIC X(07) VALUE
019400        '  31-60'.
019500     05 WI-MC-T-BAND-2              PIC ZZ,ZZ9.
019600     05 FILLER                      PIC X(07) VALUE
019700        '  61-90'.
019800     05 WI-MC-T-BAND-3              PIC ZZ,ZZ9.
019900     05 FILLER                      PIC X(09) VALUE
020000        '  OVER 90'.
020100     05 WI-MC-T-BAND-4              PIC ZZ,ZZ9.
020200     05 FILLER                      PIC X(07) VALUE
020300        '  VALUE'.
020400     05 WI-MC-T-VALUE               PIC -ZZZ,ZZZ,ZZ9.99.
020500     05 FILLER                      PIC X(16) VALUE SPACES.
020600
020700 01  WI-MC-AGING-BLANK              PIC X(132) VALUE SPACES.
020800
020900 PROCEDURE DIVISION.
021000
021100******************************************************************
021200* 0000-MAINLINE                                                  *
021300******************************************************************
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
021700         UNTIL WI-MC-CASE-EOF.
021800     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
021900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022000     STOP RUN.
022100
022200******************************************************************
022300* 1000-INITIALIZE                                                *
022400******************************************************************
022500 1000-INITIALIZE.
022600     OPEN INPUT WI-MC-PROC-DATE-FILE.
022700     IF WI-MC-PROC-DATE-STATUS = '00'
022800         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
022900         CLOSE WI-MC-PROC-DATE-FILE
023000     END-IF.
023100     IF WI-MC-RUN-DATE = ZERO
023200         DISPLAY 'WIMC450 - NO PROCESSING DATE CONTROL, '
023300             'CLOCK DATE USED'
023400         ACCEPT WI-MC-RUN-DATE FROM DATE
023500     END-IF.
023600     COMPUTE WI-MC-RUN-DAY-NUM =
023700         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-RUN-DATE).
023800
023900     OPEN INPUT WI-MC-CASE-FILE.
024000     IF WI-MC-CASE-STATUS NOT = '00'
024100         DISPLAY 'WIMC450 - CASE MASTER OPEN FAILED, STATUS '
024200             WI-MC-CASE-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         STOP RUN
024500     END-IF.
024600     OPEN OUTPUT WI-MC-AGING-RPT-FILE.
024700     MOVE ZERO TO WI-MC-BAND-CASES (2).
024800     MOVE ZERO TO WI-MC-BAND-VALUE (2).
024900     MOVE 2 TO WI-MC-LEVEL-SUB.
025000     PERFORM 3300-CLEAR-ONE-BAND THRU 3300-EXIT
025100         VARYING WI-MC-BAND-SUB FROM 1 BY 1
025200         UNTIL WI-MC-BAND-SUB > 4.
025300     PERFORM 2900-READ-CASE THRU 2900-EXIT.
025400 1000-EXIT.
025500     EXIT.
025600
025700 1320-READ-PROCESS-DATE.
025800     READ WI-MC-PROC-DATE-FILE
025900         AT END
026000             CONTINUE
026100         NOT AT END
026200             IF WI_MC_PROCESS_DATE NUMERIC
026300              AND WI_MC_PROCESS_DATE > ZERO
026400                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
026500             END-IF
026600     END-READ.
026700 1320-EXIT.
026800     EXIT.
026900
027000 1800-BUILD-STAMP.
027100     ACCEPT WI-MC-RPT-DATE FROM DATE.
027200     ACCEPT WI-MC-RPT-TIME FROM TIME.
027300     MOVE SPACES TO WI-MC-RPT-STAMP.
027400     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
027500            SPACE          DELIMITED BY SIZE
027600            WI-MC-RPT-TIME DELIMITED BY SIZE
027700         INTO WI-MC-RPT-STAMP.
027800 1800-EXIT.
027900     EXIT.
028000
028100******************************************************************
028200* 2000-PROCESS-CASE - an open or under-review case is aged and   *
028300* slotted into provider sequence; any other case is skipped.     *
028400******************************************************************
028500 2000-PROCESS-CASE.
028600     ADD 1 TO WI-MC-CASE-READ.
028700     IF WI_MC_DISPUTE_ACTIVE
028800         PERFORM 2050-ADD-AGED-CASE THRU 2050-EXIT
028900     END-IF.
029000     PERFORM 2900-READ-CASE THRU 2900-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300
029400 2050-ADD-AGED-CASE.
029500     IF WI-MC-AGE-COUNT = 5000
029600         DISPLAY 'WIMC450 - AGING TABLE FULL'
029700         MOVE 16 TO RETURN-CODE
029800         STOP RUN
029900     END-IF.
030000     MOVE ZERO TO WI-MC-AGE-WORK.
030100     IF WI_MC_DISPUTE_OPENED_DATE NUMERIC
030200      AND WI_MC_DISPUTE_OPENED_DATE > ZERO
030300         COMPUTE WI-MC-OPEN-DAY-NUM =
030400             FUNCTION INTEGER-OF-DATE (20000000 +
030500                 WI_MC_DISPUTE_OPENED_DATE)
030600         IF WI-MC-OPEN-DAY-NUM < WI-MC-RUN-DAY-NUM
030700             IF WI-MC-RUN-DAY-NUM - WI-MC-OPEN-DAY-NUM > 9999
030800                 MOVE 9999 TO WI-MC-AGE-WORK
030900             ELSE
031000                 COMPUTE WI-MC-AGE-WORK =
031100                     WI-MC-RUN-DAY-NUM - WI-MC-OPEN-DAY-NUM
031200             END-IF
031300         END-IF
031400     END-IF.
031500     MOVE WI_MC_DISPUTE_PROVIDER TO WI-MC-AKEY-PROVIDER.
031600     MOVE WI_MC_DISPUTE_CASE_NO  TO WI-MC-AKEY-CASE-NO.
031700     MOVE 1 TO WI-MC-INS-POS.
031800     PERFORM 2100-FIND-SLOT THRU 2100-EXIT
031900         UNTIL WI-MC-INS-POS > WI-MC-AGE-COUNT
032000            OR WI-MC-AGE-TBL-KEY (WI-MC-INS-POS)
032100                   > WI-MC-AGE-KEY-WORK.
032200     ADD 1 TO WI-MC-AGE-COUNT.
032300     PERFORM 2110-SHIFT-UP THRU 2110-EXIT
032400         VARYING WI-MC-TBL-SUB FROM WI-MC-AGE-COUNT BY -1
032500         UNTIL WI-MC-TBL-SUB NOT > WI-MC-INS-POS.
032600     MOVE WI-MC-AGE-KEY-WORK
032700         TO WI-MC-AGE-TBL-KEY (WI-MC-INS-POS).
032800     MOVE WI_MC_DISPUTE_STATUS
032900         TO WI-MC-AGE-TBL-STATUS (WI-MC-INS-POS).
033000     MOVE WI_MC_DISPUTE_OPENED_DATE
033100         TO WI-MC-AGE-TBL-OPENED (WI-MC-INS-POS).
033200     MOVE WI_MC_DISPUTE_STATUS_DATE
033300         TO WI-MC-AGE-TBL-STAT-DATE (WI-MC-INS-POS).
033400     MOVE WI-MC-AGE-WORK
033500         TO WI-MC-AGE-TBL-DAYS (WI-MC-INS-POS).
033600     MOVE WI_MC_DISPUTE_LINK_COUNT
033700         TO WI-MC-AGE-TBL-LINKS (WI-MC-INS-POS).
033800     MOVE WI_MC_DISPUTE_VALUE
033900         TO WI-MC-AGE-TBL-VALUE (WI-MC-INS-POS).
034000     MOVE WI_MC_DISPUTE_DESCRIPTION
034100         TO WI-MC-AGE-TBL-DESC (WI-MC-INS-POS).
034200 2050-EXIT.
034300     EXIT.
034400
034500 2100-FIND-SLOT.
034600     ADD 1 TO WI-MC-INS-POS.
034700 2100-EXIT.
034800     EXIT.
034900
035000 2110-SHIFT-UP.
035100     MOVE WI-MC-AGE-ENTRY (WI-MC-TBL-SUB - 1)
035200         TO WI-MC-AGE-ENTRY (WI-MC-TBL-SUB).
035300 2110-EXIT.
035400     EXIT.
035500
035600 2900-READ-CASE.
035700     READ WI-MC-CASE-FILE
035800         AT END
035900             SET WI-MC-CASE-EOF TO TRUE
036000     END-READ.
036100 2900-EXIT.
036200     EXIT.
036300
036400******************************************************************
036500* 3000-PRINT-REPORT - the aged cases a provider at a time, each  *
036600* provider closed by its subtotal, then the report total.        *
036700******************************************************************
036800 3000-PRINT-REPORT.
036900     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
037000     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
037100     MOVE WI-MC-RUN-DATE  TO WI-MC-H-RUN-DATE.
037200     WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-HDR-1.
037300     WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-HDR-2.
037400     MOVE SPACES TO WI-MC-CUR-PROVIDER.
037500     PERFORM 3100-PRINT-ONE-CASE THRU 3100-EXIT
037600         VARYING WI-MC-AGE-SUB FROM 1 BY 1
037700         UNTIL WI-MC-AGE-SUB > WI-MC-AGE-COUNT.
037800     IF WI-MC-AGE-COUNT > ZERO
037900         PERFORM 3200-PRINT-PROVIDER-TOTAL THRU 3200-EXIT
038000     END-IF.
038100     MOVE 'REPORT TOTAL   ' TO WI-MC-T-LABEL.
038200     MOVE 'ALL'             TO WI-MC-T-PROVIDER.
038300     MOVE 2 TO WI-MC-LEVEL-SUB.
038400     PERFORM 3400-FORMAT-TOTAL THRU 3400-EXIT.
038500     WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-BLANK.
038600     WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-TOT.
038700 3000-EXIT.
038800     EXIT.
038900
039000 3100-PRINT-ONE-CASE.
039100     IF WI-MC-AGE-TBL-PROVIDER (WI-MC-AGE-SUB)
039200             NOT = WI-MC-CUR-PROVIDER
039300         IF WI-MC-AGE-SUB > 1
039400             PERFORM 3200-PRINT-PROVIDER-TOTAL THRU 3200-EXIT
039500         END-IF
039600         MOVE WI-MC-AGE-TBL-PROVIDER (WI-MC-AGE-SUB)
039700             TO WI-MC-CUR-PROVIDER
039800         MOVE ZERO TO WI-MC-BAND-CASES (1)
039900         MOVE ZERO TO WI-MC-BAND-VALUE (1)
040000         MOVE 1 TO WI-MC-LEVEL-SUB
040100         PERFORM 3300-CLEAR-ONE-BAND THRU 3300-EXIT
040200             VARYING WI-MC-BAND-SUB FROM 1 BY 1
040300             UNTIL WI-MC-BAND-SUB > 4
040400         WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-BLANK
040500     END-IF.
040600     MOVE SPACES TO WI-MC-AGING-DTL.
040700     MOVE WI-MC-AGE-TBL-PROVIDER (WI-MC-AGE-SUB)
040800         TO WI-MC-D-PROVIDER.
040900     MOVE WI-MC-AGE-TBL-CASE-NO (WI-MC-AGE-SUB)
041000         TO WI-MC-D-CASE-NO.
041100     IF WI-MC-AGE-TBL-STATUS (WI-MC-AGE-SUB) = 'R'
041200         MOVE 'UNDER REVIEW' TO WI-MC-D-STATUS
041300     ELSE
041400         MOVE 'OPEN'         TO WI-MC-D-STATUS
041500     END-IF.
041600     MOVE WI-MC-AGE-TBL-OPENED (WI-MC-AGE-SUB)
041700         TO WI-MC-D-OPENED.
041800     MOVE WI-MC-AGE-TBL-STAT-DATE (WI-MC-AGE-SUB)
041900         TO WI-MC-D-STAT-DATE.
042000     MOVE WI-MC-AGE-TBL-DAYS (WI-MC-AGE-SUB)  TO WI-MC-D-AGE.
042100     MOVE WI-MC-AGE-TBL-LINKS (WI-MC-AGE-SUB) TO WI-MC-D-LINKS.
042200     MOVE WI-MC-AGE-TBL-VALUE (WI-MC-AGE-SUB) TO WI-MC-D-VALUE.
042300     MOVE WI-MC-AGE-TBL-DESC (WI-MC-AGE-SUB)  TO WI-MC-D-DESC.
042400     WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-DTL.
042500     EVALUATE TRUE
042600         WHEN WI-MC-AGE-TBL-DAYS (WI-MC-AGE-SUB) NOT > 30
042700             MOVE 1 TO WI-MC-BAND-WORK
042800         WHEN WI-MC-AGE-TBL-DAYS (WI-MC-AGE-SUB) NOT > 60
042900             MOVE 2 TO WI-MC-BAND-WORK
043000         WHEN WI-MC-AGE-TBL-DAYS (WI-MC-AGE-SUB) NOT > 90
043100             MOVE 3 TO WI-MC-BAND-WORK
043200         WHEN OTHER
043300             MOVE 4 TO WI-MC-BAND-WORK
043400     END-EVALUATE.
043500     ADD 1 TO WI-MC-BAND-CASES (1) WI-MC-BAND-CASES (2).
043600     ADD WI-MC-AGE-TBL-VALUE (WI-MC-AGE-SUB)
043700         TO WI-MC-BAND-VALUE (1) WI-MC-BAND-VALUE (2).
043800     ADD 1 TO WI-MC-BAND-COUNT (1 WI-MC-BAND-WORK)
043900              WI-MC-BAND-COUNT (2 WI-MC-BAND-WORK).
044000 3100-EXIT.
044100     EXIT.
044200
044300 3200-PRINT-PROVIDER-TOTAL.
044400     MOVE 'PROVIDER TOTAL ' TO WI-MC-T-LABEL.
044500     MOVE WI-MC-CUR-PROVIDER TO WI-MC-T-PROVIDER.
044600     MOVE 1 TO WI-MC-LEVEL-SUB.
044700     PERFORM 3400-FORMAT-TOTAL THRU 3400-EXIT.
044800     WRITE WI-MC-AGING-RPT-REC FROM WI-MC-AGING-TOT.
044900 3200-EXIT.
045000     EXIT.
045100
045200 3300-CLEAR-ONE-BAND.
045300     MOVE ZERO
045400         TO WI-MC-BAND-COUNT (WI-MC-LEVEL-SUB WI-MC-BAND-SUB).
045500 3300-EXIT.
045600     EXIT.
045700
045800 3400-FORMAT-TOTAL.
045900     MOVE WI-MC-BAND-CASES (WI-MC-LEVEL-SUB) TO WI-MC-T-CASES.
046000     MOVE WI-MC-BAND-COUNT (WI-MC-LEVEL-SUB 1) TO WI-MC-T-BAND-1.
046100     MOVE WI-MC-BAND-COUNT (WI-MC-LEVEL-SUB 2) TO WI-MC-T-BAND-2.
046200     MOVE WI-MC-BAND-COUNT (WI-MC-LEVEL-SUB 3) TO WI-MC-T-BAND-3.
046300     MOVE WI-MC-BAND-COUNT (WI-MC-LEVEL-SUB 4) TO WI-MC-T-BAND-4.
046400     MOVE WI-MC-BAND-VALUE (WI-MC-LEVEL-SUB) TO WI-MC-T-VALUE.
046500 3400-EXIT.
046600     EXIT.
046700
046800******************************************************************
046900* 8000-TERMINATE                                                 *
047000******************************************************************
047100 8000-TERMINATE.
047200     CLOSE WI-MC-CASE-FILE.
047300     CLOSE WI-MC-AGING-RPT-FILE.
047400     DISPLAY 'WIMC450 CASES READ        = ' WI-MC-CASE-READ.
047500     DISPLAY 'WIMC450 OPEN CASES AGED   = ' WI-MC-AGE-COUNT.
047600 8000-EXIT.
047700     EXIT.
