000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC040.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC040 - UNMAPPED STATE/CODE DISCOVERY                        *
000900*                                                                *
001000* A WI_MC_RESULT_STATE / WI_MC_RESULT_CODE pair a carrier starts *
001100* sending that is not on WI_MC_REASON_XWALK falls into the       *
001200* undecoded bucket of WIMC100's reason report and WIMC510's      *
001300* trends, and was only found at the quarterly review.  This      *
001400* program scans the keyed transaction-history file (WIMCTHS)     *
001500* and the day's WIMCIN feed for every pair with no crosswalk     *
001600* entry and prints a new-codes report: for each pair its first-  *
001700* and last-seen business dates and occurrence count, the same    *
001800* broken down by provider, and up to three distinct sample       *
001900* WI_MC_RESULT_DESCRIPTION texts off the feed (the history file  *
002000* does not keep the description).  For each pair it also         *
002100* writes a draft WIMCMTX reason-crosswalk ADD transaction -      *
002200* state/code key, first sample text, category left blank - for   *
002300* an analyst to complete and pass to WIMC050, which refuses a    *
002400* reason ADD with no category so an unreviewed draft cannot be   *
002500* applied.  An optional one-record parameter file gives the      *
002600* earliest history date to scan (YYMMDD, zero for all history)   *
002700* and the user ID the drafts are raised under.  Finding any      *
002800* unmapped pair flags RETURN-CODE 4.                             *
002900*                                                                *
003000* MODIFICATION HISTORY                                           *
003100* ----------------------------------------------------------     *
003200* DATE       BY    DESCRIPTION                                   *
003300* 10/15/2026 RLH   Initial version.                              *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT WI-MC-REASON-FILE
003900         ASSIGN TO WIMCRSNM
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WI-MC-REASON-STATUS.
004200
004300     SELECT WI-MC-TXNHIST-FILE
004400         ASSIGN TO WIMCTHST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS WI_MC_TXNH_KEY
004800         FILE STATUS IS WI-MC-TXNHIST-STATUS.
004900
005000     SELECT WI-MC-RESULT-FILE
005100         ASSIGN TO WIMCIN
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WI-MC-RESULT-STATUS.
005400
005500     SELECT WI-MC-DRAFT-TXN-FILE
005600         ASSIGN TO WIMCMTXD
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WI-MC-DRAFT-TXN-STATUS.
005900
006000     SELECT WI-MC-NEW-CODE-RPT-FILE
006100         ASSIGN TO WIMCNEWR
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WI-MC-NEW-CODE-RPT-STATUS.
006400
006500     SELECT WI-MC-PARM-FILE
006600         ASSIGN TO WIMCPARM
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WI-MC-PARM-STATUS.
006900
007000     SELECT WI-MC-PROC-DATE-FILE
007100         ASSIGN TO WIMCPDTE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  WI-MC-REASON-FILE
007800     LABEL RECORDS ARE STANDARD.
007900 01  WI-MC-REASON-REC.
008000     COPY WIMCRSN.
008100
008200 FD  WI-MC-TXNHIST-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  WI-MC-TXNHIST-REC.
008500     COPY WIMCTHS.
008600
008700 FD  WI-MC-RESULT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900 01  WI-MC-RESULT-REC.
009000     COPY EXAMPLE.
009100 01  WI-MC-TRAILER-REC.
009200     COPY WIMCTRL.
009300
009400 FD  WI-MC-DRAFT-TXN-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  WI-MC-DRAFT-TXN-REC.
009700     COPY WIMCMTX.
009800
009900 FD  WI-MC-NEW-CODE-RPT-FILE
010000     LABEL RECORDS ARE STANDARD.
010100 01  WI-MC-NEW-CODE-RPT-REC         PIC X(132).
010200
010300 FD  WI-MC-PARM-FILE
010400     LABEL RECORDS ARE STANDARD.
010500 01  WI-MC-PARM-REC.
010600     05 WI-MC-P-FROM-DATE           PIC 9(06).
010700     05 WI-MC-P-USER                PIC X(08).
010800     05 FILLER                      PIC X(66).
010900
011000 FD  WI-MC-PROC-DATE-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  WI-MC-PROC-DATE-REC.
011300     COPY WIMCPDT.
011400
011500 WORKING-STORAGE SECTION.
011600
011700 77  WI-MC-REASON-STATUS            PIC X(02) VALUE SPACES.
011800 77  WI-MC-TXNHIST-STATUS           PIC X(02) VALUE SPACES.
011900 77  WI-MC-RESULT-STATUS            PIC X(02) VALUE SPACES.
012000 77  WI-MC-DRAFT-TXN-STATUS         PIC X(02) VALUE SPACES.
012100 77  WI-MC-NEW-CODE-RPT-STATUS      PIC X(02) VALUE SPACES.
012200 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
012300 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
012400
012500 01  WI-MC-SWITCHES.
012600     05 WI-MC-REASON-EOF-SW         PIC X(01) VALUE 'N'.
012700        88 WI-MC-REASON-EOF               VALUE 'Y'.
012800     05 WI-MC-TXNHIST-EOF-SW        PIC X(01) VALUE 'N'.
012900        88 WI-MC-TXNHIST-EOF              VALUE 'Y'.
013000     05 WI-MC-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
013100        88 WI-MC-RESULT-EOF               VALUE 'Y'.
013200     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
013300        88 WI-MC-PARM-EOF                 VALUE 'Y'.
013400     05 WI-MC-MAPPED-SW             PIC X(01) VALUE 'N'.
013500        88 WI-MC-MAPPED                   VALUE 'Y'.
013600     05 WI-MC-KEY-FOUND-SW          PIC X(01) VALUE 'N'.
013700        88 WI-MC-KEY-FOUND                VALUE 'Y'.
013800     05 WI-MC-SAMPLE-HELD-SW        PIC X(01) VALUE 'N'.
013900        88 WI-MC-SAMPLE-HELD              VALUE 'Y'.
014000
014100 01  WI-MC-COUNTERS.
014200     05 WI-MC-REASON-COUNT          PIC 9(05) COMP VALUE ZERO.
014300     05 WI-MC-PAIR-COUNT            PIC 9(05) COMP VALUE ZERO.
014400     05 WI-MC-PROV-COUNT            PIC 9(05) COMP VALUE ZERO.
014500     05 WI-MC-TXNHIST-READ          PIC 9(09) COMP VALUE ZERO.
014600     05 WI-MC-FEED-READ             PIC 9(09) COMP VALUE ZERO.
014700     05 WI-MC-UNMAPPED-SEEN         PIC 9(09) COMP VALUE ZERO.
014800     05 WI-MC-DRAFTS-WRITTEN        PIC 9(05) COMP VALUE ZERO.
014900
015000 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
015100 01  WI-MC-FROM-DATE                PIC 9(06) VALUE ZERO.
015200 01  WI-MC-DRAFT-USER               PIC X(08) VALUE 'WIMC040'.
015300
015400******************************************************************
015500* WI-MC-REASON-TABLE - WI_MC_REASON_XWALK, loaded and searched   *
015600* exactly as 2200-DECODE-REASON in WIMC100 searches it, so a     *
015700* pair reported here is one WIMC100 could not decode.            *
015800******************************************************************
015900 01  WI-MC-REASON-TABLE.
016000     05 WI-MC-REASON-ENTRY OCCURS 1 TO 9999 TIMES
016100           DEPENDING ON WI-MC-REASON-COUNT
016200           ASCENDING KEY IS WI-MC-REASON-TBL-STATE
016300                            WI-MC-REASON-TBL-CODE
016400           INDEXED BY WI-MC-REASON-IDX.
016500        10 WI-MC-REASON-TBL-STATE   PIC X(04).
016600        10 WI-MC-REASON-TBL-CODE    PIC X(04).
016700
016800******************************************************************
016900* WI-MC-PAIR-TABLE - one entry per unmapped state/code pair, in  *
017000* ascending key sequence by sorted insert, with its first- and   *
017100* last-seen dates, occurrence count and up to three distinct     *
017200* sample descriptions.                                           *
017300******************************************************************
017400 01  WI-MC-PAIR-TABLE.
017500     05 WI-MC-PAIR-ENTRY OCCURS 1 TO 2000 TIMES
017600           DEPENDING ON WI-MC-PAIR-COUNT.
017700        10 WI-MC-PAIR-KEY.
017800           15 WI-MC-PAIR-STATE      PIC X(04).
017900           15 WI-MC-PAIR-CODE       PIC X(04).
018000        10 WI-MC-PAIR-FIRST         PIC 9(06).
018100        10 WI-MC-PAIR-LAST          PIC 9(06).
018200        10 WI-MC-PAIR-OCCURS        PIC 9(09) COMP.
018300        10 WI-MC-PAIR-SAMPLE-COUNT  PIC 9(01).
018400        10 WI-MC-PAIR-SAMPLE        PIC X(100)
018500                                    OCCURS 3 TIMES.
018600
018700******************************************************************
018800* WI-MC-PROV-TABLE - the same pairs broken down by provider,     *
018900* kept in state / code / provider sequence so the report walks   *
019000* it alongside the pair table.                                   *
019100******************************************************************
019200 01  WI-MC-PROV-TABLE.
019300     05 WI-MC-PROV-ENTRY OCCURS 1 TO 10000 TIMES
019400           DEPENDING ON WI-MC-PROV-COUNT.
019500        10 WI-MC-PROV-KEY.
019600           15 WI-MC-PROV-STATE      PIC X(04).
019700           15 WI-MC-PROV-CODE       PIC X(04).
019800           15 WI-MC-PROV-PROVIDER   PIC X(12).
019900        10 WI-MC-PROV-FIRST         PIC 9(06).
020000        10 WI-MC-PROV-LAST          PIC 9(06).
020100        10 WI-MC-PROV-OCCURS        PIC 9(09) COMP.
020200
020300******************************************************************
020400* One sighting - from either input - is staged here and posted   *
020500* by 5000-POST-SIGHTING.                                         *
020600******************************************************************
020700 01  WI-MC-SIGHTING.
020800     05 WI-MC-SIGHT-KEY.
020900        10 WI-MC-SIGHT-STATE        PIC X(04).
021000        10 WI-MC-SIGHT-CODE         PIC X(04).
021100        10 WI-MC-SIGHT-PROVIDER     PIC X(12).
021200     05 WI-MC-SIGHT-DATE            PIC 9(06).
021300     05 WI-MC-SIGHT-DESC            PIC X(100).
021400
021500 01  WI-MC-PAIR-KEY-WORK            PIC X(08).
021600 01  WI-MC-BIN-LO                   PIC 9(05) COMP VALUE ZERO.
021700 01  WI-MC-BIN-HI                   PIC 9(05) COMP VALUE ZERO.
021800 01  WI-MC-BIN-MID                  PIC 9(05) COMP VALUE ZERO.
021900 01  WI-MC-PAIR-POS                 PIC 9(05) COMP VALUE ZERO.
022000 01  WI-MC-PROV-POS                 PIC 9(05) COMP VALUE ZERO.
022100 01  WI-MC-TBL-SUB                  PIC 9(05) COMP VALUE ZERO.
022200 01  WI-MC-PROV-NEXT                PIC 9(05) COMP VALUE ZERO.
022300 01  WI-MC-SAMPLE-SUB               PIC 9(01) COMP VALUE ZERO.
022400
022500 01  WI-MC-RPT-TIMESTAMP-WORK.
022600     05 WI-MC-RPT-DATE              PIC 9(06).
022700     05 WI-MC-RPT-TIME              PIC 9(08).
022800 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
022900
023000 01  WI-MC-NEW-HDR-1.
023100     05 FILLER                      PIC X(01) VALUE SPACE.
023200     05 FILLER                      PIC X(41) VALUE
023300        'WIMC040 UNMAPPED STATE/CODE DISCOVERY - '.
023400     05 WI-MC-H-STAMP               PIC X(15).
023500     05 FILLER                      PIC X(15) VALUE
023600        '  HISTORY FROM '.
023700     05 WI-MC-H-FROM-DATE           PIC 9(06).
023800     05 FILLER                      PIC X(12) VALUE
023900        '  FEED DATE '.
024000     05 WI-MC-H-RUN-DATE            PIC 9(06).
024100     05 FILLER                      PIC X(36) VALUE SPACES.
024200
024300 01  WI-MC-NEW-HDR-2.
024400     05 FILLER                      PIC X(01) VALUE SPACE.
024500     05 FILLER                      PIC X(06) VALUE 'STATE'.
024600     05 FILLER                      PIC X(06) VALUE 'CODE'.
024700     05 FILLER                      PIC X(22) VALUE SPACES.
024800     05 FILLER                      PIC X(12) VALUE 'FIRST SEEN'.
024900     05 FILLER                      PIC X(12) VALUE 'LAST SEEN'.
025000     05 FILLER                      PIC X(11) VALUE
025100        'OCCURRENCES'.
025200     05 FILLER                      PIC X(62) VALUE SPACES.
025300
025400******************************************************************
025500* Each pair prints its own line, then one line per provider it   *
025600* was seen from, then its sample descriptions.                   *
025700******************************************************************
025800 01  WI-MC-NEW-PAIR-LINE.
025900     05 FILLER                      PIC X(01) VALUE SPACE.
026000     05 WI-MC-D-STATE               PIC X(04).
026100     05 FILLER                      PIC X(02) VALUE SPACES.
026200     05 WI-MC-D-CODE                PIC X(04).
026300     05 FILLER                      PIC X(24) VALUE SPACES.
026400     05 WI-MC-D-FIRST               PIC 9(06).
026500     05 FILLER                      PIC X(06) VALUE SPACES.
026600     05 WI-MC-D-LAST                PIC 9(06).
026700     05 FILLER                      PIC X(04) VALUE SPACES.
026800     05 WI-MC-D-OCCURS              PIC ZZZ,ZZZ,ZZ9.
026900     05 FILLER                      PIC X(64) VALUE SPACES.
027000
027100 01  WI-MC-NEW-PROV-LINE.
027200     05 FILLER                      PIC X(13) VALUE SPACES.
027300     05 FILLER                      PIC X(09) VALUE 'PROVIDER '.
027400     05 WI-MC-D-PROVIDER            PIC X(12).
027500     05 FILLER                      PIC X(01) VALUE SPACE.
027600     05 WI-MC-D-PROV-FIRST          PIC 9(06).
027700     05 FILLER                      PIC X(06) VALUE SPACES.
027800     05 WI-MC-D-PROV-LAST           PIC 9(06).
027900     05 FILLER                      PIC X(04) VALUE SPACES.
028000     05 WI-MC-D-PROV-OCCURS         PIC ZZZ,ZZZ,ZZ9.
028100     05 FILLER                      PIC X(64) VALUE SPACES.
028200
028300 01  WI-MC-NEW-SAMPLE-LINE.
028400     05 FILLER                      PIC X(13) VALUE SPACES.
028500     05 FILLER                      PIC X(09) VALUE 'SAMPLE   '.
028600     05 WI-MC-D-SAMPLE              PIC X(100).
028700     05 FILLER                      PIC X(10) VALUE SPACES.
028800
028900 01  WI-MC-NEW-TOT-LINE.
029000     05 FILLER                      PIC X(01) VALUE SPACE.
029100     05 FILLER                      PIC X(15) VALUE
029200        'UNMAPPED PAIRS '.
029300     05 WI-MC-T-PAIRS               PIC ZZZ,ZZ9.
029400     05 FILLER                      PIC X(17) VALUE
029500        '  HISTORY READ   '.
029600     05 WI-MC-T-HISTORY             PIC ZZZ,ZZZ,ZZ9.
029700     05 FILLER                      PIC X(14) VALUE
029800        '  FEED READ   '.
029900     05 WI-MC-T-FEED                PIC ZZZ,ZZZ,ZZ9.
030000     05 FILLER                      PIC X(18) VALUE
030100        '  DRAFTS WRITTEN  '.
030200     05 WI-MC-T-DRAFTS              PIC ZZZ,ZZ9.
030300     05 FILLER                      PIC X(31) VALUE SPACES.
030400
030500 PROCEDURE DIVISION.
030600
030700******************************************************************
030800* 0000-MAINLINE                                                  *
030900******************************************************************
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031200     PERFORM 2000-SCAN-HISTORY THRU 2000-EXIT
031300         UNTIL WI-MC-TXNHIST-EOF.
031400     PERFORM 3000-SCAN-FEED THRU 3000-EXIT
031500         UNTIL WI-MC-RESULT-EOF.
031600     MOVE 1 TO WI-MC-PROV-NEXT.
031700     PERFORM 6000-REPORT-PAIR THRU 6000-EXIT
031800         VARYING WI-MC-TBL-SUB FROM 1 BY 1
031900         UNTIL WI-MC-TBL-SUB > WI-MC-PAIR-COUNT.
032000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
032100     STOP RUN.
032200
032300******************************************************************
032400* 1000-INITIALIZE                                                *
032500******************************************************************
032600 1000-INITIALIZE.
032700     OPEN INPUT WI-MC-PARM-FILE.
032800     IF WI-MC-PARM-STATUS = '00'
032900         PERFORM 1100-READ-PARM THRU 1100-EXIT
033000         CLOSE WI-MC-PARM-FILE
033100     END-IF.
033200
033300     OPEN INPUT WI-MC-PROC-DATE-FILE.
033400     IF WI-MC-PROC-DATE-STATUS = '00'
033500         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
033600         CLOSE WI-MC-PROC-DATE-FILE
033700     END-IF.
033800     IF WI-MC-RUN-DATE = ZERO
033900         DISPLAY 'WIMC040 - NO PROCESSING DATE CONTROL, '
034000             'CLOCK DATE USED'
034100         ACCEPT WI-MC-RUN-DATE FROM DATE
034200     END-IF.
034300
034400     OPEN INPUT WI-MC-REASON-FILE.
034500     IF WI-MC-REASON-STATUS NOT = '00'
034600         DISPLAY 'WIMC040 - REASON XWALK OPEN FAILED, STATUS '
034700             WI-MC-REASON-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         STOP RUN
035000     END-IF.
035100     PERFORM 1200-LOAD-REASON-TABLE THRU 1200-EXIT
035200         UNTIL WI-MC-REASON-EOF.
035300     CLOSE WI-MC-REASON-FILE.
035400
035500     OPEN INPUT WI-MC-TXNHIST-FILE.
035600     IF WI-MC-TXNHIST-STATUS NOT = '00'
035700         DISPLAY 'WIMC040 - TRANSACTION HISTORY OPEN FAILED, '
035800             'STATUS ' WI-MC-TXNHIST-STATUS
035900         MOVE 16 TO RETURN-CODE
036000         STOP RUN
036100     END-IF.
036200     OPEN INPUT WI-MC-RESULT-FILE.
036300     IF WI-MC-RESULT-STATUS NOT = '00'
036400         DISPLAY 'WIMC040 - RESULT FEED OPEN FAILED, STATUS '
036500             WI-MC-RESULT-STATUS
036600         MOVE 16 TO RETURN-CODE
036700         STOP RUN
036800     END-IF.
036900
037000     OPEN OUTPUT WI-MC-DRAFT-TXN-FILE.
037100     IF WI-MC-DRAFT-TXN-STATUS NOT = '00'
037200         DISPLAY 'WIMC040 - DRAFT TXN FILE OPEN FAILED, STATUS '
037300             WI-MC-DRAFT-TXN-STATUS
037400         MOVE 16 TO RETURN-CODE
037500         STOP RUN
037600     END-IF.
037700     OPEN OUTPUT WI-MC-NEW-CODE-RPT-FILE.
037800     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
037900     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
038000     MOVE WI-MC-FROM-DATE TO WI-MC-H-FROM-DATE.
038100     MOVE WI-MC-RUN-DATE  TO WI-MC-H-RUN-DATE.
038200     WRITE WI-MC-NEW-CODE-RPT-REC FROM WI-MC-NEW-HDR-1.
038300     WRITE WI-MC-NEW-CODE-RPT-REC FROM WI-MC-NEW-HDR-2.
038400 1000-EXIT.
038500     EXIT.
038600
038700 1100-READ-PARM.
038800     READ WI-MC-PARM-FILE
038900         AT END
039000             SET WI-MC-PARM-EOF TO TRUE
039100         NOT AT END
039200             IF WI-MC-P-FROM-DATE NUMERIC
039300                 MOVE WI-MC-P-FROM-DATE TO WI-MC-FROM-DATE
039400             END-IF
039500             IF WI-MC-P-USER NOT = SPACES
039600                 MOVE WI-MC-P-USER TO WI-MC-DRAFT-USER
039700             END-IF
039800     END-READ.
039900 1100-EXIT.
040000     EXIT.
040100
040200 1200-LOAD-REASON-TABLE.
040300     READ WI-MC-REASON-FILE
040400         AT END
040500             SET WI-MC-REASON-EOF TO TRUE
040600         NOT AT END
040700             IF WI-MC-REASON-COUNT = 9999
040800                 DISPLAY 'WIMC040 - REASON TABLE FULL'
040900                 MOVE 16 TO RETURN-CODE
041000                 STOP RUN
041100             END-IF
041200             ADD 1 TO WI-MC-REASON-COUNT
041300             SET WI-MC-REASON-IDX TO WI-MC-REASON-COUNT
041400             MOVE WI_MC_REASON_STATE
041500                 TO WI-MC-REASON-TBL-STATE (WI-MC-REASON-IDX)
041600             MOVE WI_MC_REASON_CODE
041700                 TO WI-MC-REASON-TBL-CODE (WI-MC-REASON-IDX)
041800     END-READ.
041900 1200-EXIT.
042000     EXIT.
042100
042200 1320-READ-PROCESS-DATE.
042300     READ WI-MC-PROC-DATE-FILE
042400         AT END
042500             CONTINUE
042600         NOT AT END
042700             IF WI_MC_PROCESS_DATE NUMERIC
042800              AND WI_MC_PROCESS_DATE > ZERO
042900                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
043000             END-IF
043100     END-READ.
043200 1320-EXIT.
043300     EXIT.
043400
043500 1800-BUILD-STAMP.
043600     ACCEPT WI-MC-RPT-DATE FROM DATE.
043700     ACCEPT WI-MC-RPT-TIME FROM TIME.
043800     MOVE SPACES TO WI-MC-RPT-STAMP.
043900     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
044000            SPACE          DELIMITED BY SIZE
044100            WI-MC-RPT-TIME DELIMITED BY SIZE
044200         INTO WI-MC-RPT-STAMP.
044300 1800-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700* 2000-SCAN-HISTORY - one history entry on or after the from     *
044800* date; its state/code is checked against the crosswalk.  The    *
044900* history file keeps no description, so its sightings carry no   *
045000* sample text.                                                   *
045100******************************************************************
045200 2000-SCAN-HISTORY.
045300     READ WI-MC-TXNHIST-FILE NEXT RECORD
045400         AT END
045500             SET WI-MC-TXNHIST-EOF TO TRUE
045600             GO TO 2000-EXIT
045700     END-READ.
045800     ADD 1 TO WI-MC-TXNHIST-READ.
045900     IF WI_MC_TXNH_DATE < WI-MC-FROM-DATE
046000         GO TO 2000-EXIT
046100     END-IF.
046200     MOVE WI_MC_TXNH_STATE    TO WI-MC-SIGHT-STATE.
046300     MOVE WI_MC_TXNH_CODE     TO WI-MC-SIGHT-CODE.
046400     MOVE WI_MC_TXNH_PROVIDER TO WI-MC-SIGHT-PROVIDER.
046500     MOVE WI_MC_TXNH_DATE     TO WI-MC-SIGHT-DATE.
046600     MOVE SPACES              TO WI-MC-SIGHT-DESC.
046700     PERFORM 4000-CHECK-XWALK THRU 4000-EXIT.
046800     IF NOT WI-MC-MAPPED
046900         PERFORM 5000-POST-SIGHTING THRU 5000-EXIT
047000     END-IF.
047100 2000-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500* 3000-SCAN-FEED - one record of the day's feed, dated the       *
047600* processing date; the trailer is passed over.                   *
047700******************************************************************
047800 3000-SCAN-FEED.
047900     READ WI-MC-RESULT-FILE
048000         AT END
048100             SET WI-MC-RESULT-EOF TO TRUE
048200             GO TO 3000-EXIT
048300     END-READ.
048400     IF WI_MC_TRAILER_IS_TRAILER
048500         GO TO 3000-EXIT
048600     END-IF.
048700     ADD 1 TO WI-MC-FEED-READ.
048800     MOVE WI_MC_RESULT_STATE    TO WI-MC-SIGHT-STATE.
048900     MOVE WI_MC_RESULT_CODE     TO WI-MC-SIGHT-CODE.
049000     MOVE WI_MC_RESULT_PROVIDER TO WI-MC-SIGHT-PROVIDER.
049100     MOVE WI-MC-RUN-DATE        TO WI-MC-SIGHT-DATE.
049200     MOVE WI_MC_RESULT_DESCRIPTION (1:100) TO WI-MC-SIGHT-DESC.
049300     PERFORM 4000-CHECK-XWALK THRU 4000-EXIT.
049400     IF NOT WI-MC-MAPPED
049500         PERFORM 5000-POST-SIGHTING THRU 5000-EXIT
049600     END-IF.
049700 3000-EXIT.
049800     EXIT.
049900
050000 4000-CHECK-XWALK.
050100     MOVE 'N' TO WI-MC-MAPPED-SW.
050200     IF WI-MC-REASON-COUNT = ZERO
050300         GO TO 4000-EXIT
050400     END-IF.
050500     SEARCH ALL WI-MC-REASON-ENTRY
050600         AT END
050700             CONTINUE
050800         WHEN WI-MC-REASON-TBL-STATE (WI-MC-REASON-IDX)
050900                 = WI-MC-SIGHT-STATE
051000          AND WI-MC-REASON-TBL-CODE (WI-MC-REASON-IDX)
051100                 = WI-MC-SIGHT-CODE
051200             SET WI-MC-MAPPED TO TRUE
051300     END-SEARCH.
051400 4000-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 5000-POST-SIGHTING - add one unmapped sighting to its pair     *
051900* and its pair / provider entry, widening the first- and last-   *
052000* seen dates, and keep its description as a sample when it is    *
052100* new and fewer than three are held.                             *
052200******************************************************************
052300 5000-POST-SIGHTING.
052400     ADD 1 TO WI-MC-UNMAPPED-SEEN.
052500     MOVE WI-MC-SIGHT-KEY (1:8) TO WI-MC-PAIR-KEY-WORK.
052600     PERFORM 7000-LOCATE-PAIR THRU 7000-EXIT.
052700     ADD 1 TO WI-MC-PAIR-OCCURS (WI-MC-PAIR-POS).
052800     IF WI-MC-SIGHT-DATE < WI-MC-PAIR-FIRST (WI-MC-PAIR-POS)
052900         MOVE WI-MC-SIGHT-DATE
053000             TO WI-MC-PAIR-FIRST (WI-MC-PAIR-POS)
053100     END-IF.
053200     IF WI-MC-SIGHT-DATE > WI-MC-PAIR-LAST (WI-MC-PAIR-POS)
053300         MOVE WI-MC-SIGHT-DATE
053400             TO WI-MC-PAIR-LAST (WI-MC-PAIR-POS)
053500     END-IF.
053600     IF WI-MC-SIGHT-DESC NOT = SPACES
053700      AND WI-MC-PAIR-SAMPLE-COUNT (WI-MC-PAIR-POS) < 3
053800         PERFORM 5100-KEEP-SAMPLE THRU 5100-EXIT
053900     END-IF.
054000
054100     PERFORM 7500-LOCATE-PROV THRU 7500-EXIT.
054200     ADD 1 TO WI-MC-PROV-OCCURS (WI-MC-PROV-POS).
054300     IF WI-MC-SIGHT-DATE < WI-MC-PROV-FIRST (WI-MC-PROV-POS)
054400         MOVE WI-MC-SIGHT-DATE
054500             TO WI-MC-PROV-FIRST (WI-MC-PROV-POS)
054600     END-IF.
054700     IF WI-MC-SIGHT-DATE > WI-MC-PROV-LAST (WI-MC-PROV-POS)
054800         MOVE WI-MC-SIGHT-DATE
054900             TO WI-MC-PROV-LAST (WI-MC-PROV-POS)
055000     END-IF.
055100 5000-EXIT.
055200     EXIT.
055300
055400 5100-KEEP-SAMPLE.
055500     MOVE 'N' TO WI-MC-SAMPLE-HELD-SW.
055600     PERFORM 5150-TEST-ONE-SAMPLE THRU 5150-EXIT
055700         VARYING WI-MC-SAMPLE-SUB FROM 1 BY 1
055800         UNTIL WI-MC-SAMPLE-SUB >
055900               WI-MC-PAIR-SAMPLE-COUNT (WI-MC-PAIR-POS).
056000     IF WI-MC-SAMPLE-HELD
056100         GO TO 5100-EXIT
056200     END-IF.
056300     ADD 1 TO WI-MC-PAIR-SAMPLE-COUNT (WI-MC-PAIR-POS).
056400     MOVE WI-MC-PAIR-SAMPLE-COUNT (WI-MC-PAIR-POS)
056500         TO WI-MC-SAMPLE-SUB.
056600     MOVE WI-MC-SIGHT-DESC
056700         TO WI-MC-PAIR-SAMPLE (WI-MC-PAIR-POS, WI-MC-SAMPLE-SUB).
056800 5100-EXIT.
056900     EXIT.
057000
057100 5150-TEST-ONE-SAMPLE.
057200     IF WI-MC-PAIR-SAMPLE (WI-MC-PAIR-POS, WI-MC-SAMPLE-SUB)
057300             = WI-MC-SIGHT-DESC
057400         SET WI-MC-SAMPLE-HELD TO TRUE
057500     END-IF.
057600 5150-EXIT.
057700     EXIT.
057800
057900******************************************************************
058000* 6000-REPORT-PAIR - one unmapped pair on the report, its        *
058100* provider breakdown and samples, and its draft crosswalk ADD.   *
058200******************************************************************
058300 6000-REPORT-PAIR.
058400     MOVE WI-MC-PAIR-STATE (WI-MC-TBL-SUB)  TO WI-MC-D-STATE.
058500     MOVE WI-MC-PAIR-CODE (WI-MC-TBL-SUB)   TO WI-MC-D-CODE.
058600     MOVE WI-MC-PAIR-FIRST (WI-MC-TBL-SUB)  TO WI-MC-D-FIRST.
058700     MOVE WI-MC-PAIR-LAST (WI-MC-TBL-SUB)   TO WI-MC-D-LAST.
058800     MOVE WI-MC-PAIR-OCCURS (WI-MC-TBL-SUB) TO WI-MC-D-OCCURS.
058900     WRITE WI-MC-NEW-CODE-RPT-REC FROM WI-MC-NEW-PAIR-LINE.
059000     PERFORM 6100-REPORT-PROVIDER THRU 6100-EXIT
059100         UNTIL WI-MC-PROV-NEXT > WI-MC-PROV-COUNT
059200            OR WI-MC-PROV-KEY (WI-MC-PROV-NEXT) (1:8)
059300                   NOT = WI-MC-PAIR-KEY (WI-MC-TBL-SUB).
059400     PERFORM 6200-REPORT-SAMPLE THRU 6200-EXIT
059500         VARYING WI-MC-SAMPLE-SUB FROM 1 BY 1
059600         UNTIL WI-MC-SAMPLE-SUB >
059700               WI-MC-PAIR-SAMPLE-COUNT (WI-MC-TBL-SUB).
059800     PERFORM 6500-WRITE-DRAFT THRU 6500-EXIT.
059900 6000-EXIT.
060000     EXIT.
060100
060200 6100-REPORT-PROVIDER.
060300     MOVE WI-MC-PROV-PROVIDER (WI-MC-PROV-NEXT)
060400         TO WI-MC-D-PROVIDER.
060500     MOVE WI-MC-PROV-FIRST (WI-MC-PROV-NEXT)
060600         TO WI-MC-D-PROV-FIRST.
060700     MOVE WI-MC-PROV-LAST (WI-MC-PROV-NEXT)
060800         TO WI-MC-D-PROV-LAST.
060900     MOVE WI-MC-PROV-OCCURS (WI-MC-PROV-NEXT)
061000         TO WI-MC-D-PROV-OCCURS.
061100     WRITE WI-MC-NEW-CODE-RPT-REC FROM WI-MC-NEW-PROV-LINE.
061200     ADD 1 TO WI-MC-PROV-NEXT.
061300 6100-EXIT.
061400     EXIT.
061500
061600 6200-REPORT-SAMPLE.
061700     MOVE WI-MC-PAIR-SAMPLE (WI-MC-TBL-SUB, WI-MC-SAMPLE-SUB)
061800         TO WI-MC-D-SAMPLE.
061900     WRITE WI-MC-NEW-CODE-RPT-REC FROM WI-MC-NEW-SAMPLE-LINE.
062000 6200-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400* 6500-WRITE-DRAFT - a reason crosswalk ADD for the pair in the  *
062500* WIMCMTX layout WIMC050 applies.  The category is left blank    *
062600* for the analyst; the text is seeded from the first sample.     *
062700******************************************************************
062800 6500-WRITE-DRAFT.
062900     MOVE SPACES TO WI-MC-DRAFT-TXN-REC.
063000     SET WI_MC_MAINT_REASON TO TRUE.
063100     SET WI_MC_MAINT_ADD    TO TRUE.
063200     MOVE WI-MC-DRAFT-USER  TO WI_MC_MAINT_USER.
063300     MOVE WI-MC-PAIR-STATE (WI-MC-TBL-SUB)
063400         TO WI_MC_MAINT_KEY_STATE.
063500     MOVE WI-MC-PAIR-CODE (WI-MC-TBL-SUB)
063600         TO WI_MC_MAINT_KEY_CODE.
063700     MOVE SPACES TO WI_MC_MAINT_REASON_CATEGORY.
063800     IF WI-MC-PAIR-SAMPLE-COUNT (WI-MC-TBL-SUB) > ZERO
063900         MOVE WI-MC-PAIR-SAMPLE (WI-MC-TBL-SUB, 1)
064000             TO WI_MC_MAINT_REASON_TEXT
064100     END-IF.
064200     WRITE WI-MC-DRAFT-TXN-REC.
064300     ADD 1 TO WI-MC-DRAFTS-WRITTEN.
064400 6500-EXIT.
064500     EXIT.
064600
064700******************************************************************
064800* 7000-LOCATE-PAIR - binary locate of WI-MC-PAIR-KEY-WORK,       *
064900* slotting a new pair into key sequence the first time it is     *
065000* seen.  WI-MC-PAIR-POS is left on the entry.                    *
065100******************************************************************
065200 7000-LOCATE-PAIR.
065300     MOVE 'N' TO WI-MC-KEY-FOUND-SW.
065400     MOVE 1 TO WI-MC-BIN-LO.
065500     MOVE WI-MC-PAIR-COUNT TO WI-MC-BIN-HI.
065600     PERFORM 7100-PAIR-BINARY-STEP THRU 7100-EXIT
065700         UNTIL WI-MC-BIN-LO > WI-MC-BIN-HI.
065800     IF WI-MC-KEY-FOUND
065900         GO TO 7000-EXIT
066000     END-IF.
066100     MOVE WI-MC-BIN-LO TO WI-MC-PAIR-POS.
066200     IF WI-MC-PAIR-COUNT = 2000
066300         DISPLAY 'WIMC040 - UNMAPPED PAIR TABLE FULL'
066400         MOVE 16 TO RETURN-CODE
066500         STOP RUN
066600     END-IF.
066700     ADD 1 TO WI-MC-PAIR-COUNT.
066800     PERFORM 7200-PAIR-SHIFT-UP THRU 7200-EXIT
066900         VARYING WI-MC-TBL-SUB FROM WI-MC-PAIR-COUNT BY -1
067000         UNTIL WI-MC-TBL-SUB NOT > WI-MC-PAIR-POS.
067100     MOVE WI-MC-PAIR-KEY-WORK TO WI-MC-PAIR-KEY (WI-MC-PAIR-POS).
067200     MOVE WI-MC-SIGHT-DATE TO WI-MC-PAIR-FIRST (WI-MC-PAIR-POS).
067300     MOVE WI-MC-SIGHT-DATE TO WI-MC-PAIR-LAST (WI-MC-PAIR-POS).
067400     MOVE ZERO TO WI-MC-PAIR-OCCURS (WI-MC-PAIR-POS).
067500     MOVE ZERO TO WI-MC-PAIR-SAMPLE-COUNT (WI-MC-PAIR-POS).
067600     MOVE SPACES TO WI-MC-PAIR-SAMPLE (WI-MC-PAIR-POS, 1).
067700     MOVE SPACES TO WI-MC-PAIR-SAMPLE (WI-MC-PAIR-POS, 2).
067800     MOVE SPACES TO WI-MC-PAIR-SAMPLE (WI-MC-PAIR-POS, 3).
067900 7000-EXIT.
068000     EXIT.
068100
068200 7100-PAIR-BINARY-STEP.
068300     COMPUTE WI-MC-BIN-MID =
068400         (WI-MC-BIN-LO + WI-MC-BIN-HI) / 2.
068500     IF WI-MC-PAIR-KEY (WI-MC-BIN-MID) = WI-MC-PAIR-KEY-WORK
068600         SET WI-MC-KEY-FOUND TO TRUE
068700         MOVE WI-MC-BIN-MID TO WI-MC-PAIR-POS
068800         COMPUTE WI-MC-BIN-LO = WI-MC-BIN-HI + 1
068900     ELSE
069000         IF WI-MC-PAIR-KEY (WI-MC-BIN-MID) < WI-MC-PAIR-KEY-WORK
069100             COMPUTE WI-MC-BIN-LO = WI-MC-BIN-MID + 1
069200         ELSE
069300             COMPUTE WI-MC-BIN-HI = WI-MC-BIN-MID - 1
069400         END-IF
069500     END-IF.
069600 7100-EXIT.
069700     EXIT.
069800
069900 7200-PAIR-SHIFT-UP.
070000     MOVE WI-MC-PAIR-ENTRY (WI-MC-TBL-SUB - 1)
070100         TO WI-MC-PAIR-ENTRY (WI-MC-TBL-SUB).
070200 7200-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600* 7500-LOCATE-PROV - the same for the pair / provider table on   *
070700* WI-MC-SIGHT-KEY.  WI-MC-PROV-POS is left on the entry.         *
070800******************************************************************
070900 7500-LOCATE-PROV.
071000     MOVE 'N' TO WI-MC-KEY-FOUND-SW.
071100     MOVE 1 TO WI-MC-BIN-LO.
071200     MOVE WI-MC-PROV-COUNT TO WI-MC-BIN-HI.
071300     PERFORM 7600-PROV-BINARY-STEP THRU 7600-EXIT
071400         UNTIL WI-MC-BIN-LO > WI-MC-BIN-HI.
071500     IF WI-MC-KEY-FOUND
071600         GO TO 7500-EXIT
071700     END-IF.
071800     MOVE WI-MC-BIN-LO TO WI-MC-PROV-POS.
071900     IF WI-MC-PROV-COUNT = 10000
072000         DISPLAY 'WIMC040 - PROVIDER BREAKDOWN TABLE FULL'
072100         MOVE 16 TO RETURN-CODE
072200         STOP RUN
072300     END-IF.
072400     ADD 1 TO WI-MC-PROV-COUNT.
072500     PERFORM 7700-PROV-SHIFT-UP THRU 7700-EXIT
072600         VARYING WI-MC-TBL-SUB FROM WI-MC-PROV-COUNT BY -1
072700         UNTIL WI-MC-TBL-SUB NOT > WI-MC-PROV-POS.
072800     MOVE WI-MC-SIGHT-KEY TO WI-MC-PROV-KEY (WI-MC-PROV-POS).
072900     MOVE WI-MC-SIGHT-DATE TO WI-MC-PROV-FIRST (WI-MC-PROV-POS).
073000     MOVE WI-MC-SIGHT-DATE TO WI-MC-PROV-LAST (WI-MC-PROV-POS).
073100     MOVE ZERO TO WI-MC-PROV-OCCURS (WI-MC-PROV-POS).
073200 7500-EXIT.
073300     EXIT.
073400
073500 7600-PROV-BINARY-STEP.
073600     COMPUTE WI-MC-BIN-MID =
073700         (WI-MC-BIN-LO + WI-MC-BIN-HI) / 2.
073800     IF WI-MC-PROV-KEY (WI-MC-BIN-MID) = WI-MC-SIGHT-KEY
073900         SET WI-MC-KEY-FOUND TO TRUE
074000         MOVE WI-MC-BIN-MID TO WI-MC-PROV-POS
074100         COMPUTE WI-MC-BIN-LO = WI-MC-BIN-HI + 1
074200     ELSE
074300         IF WI-MC-PROV-KEY (WI-MC-BIN-MID) < WI-MC-SIGHT-KEY
074400             COMPUTE WI-MC-BIN-LO = WI-MC-BIN-MID + 1
074500         ELSE
074600             COMPUTE WI-MC-BIN-HI = WI-MC-BIN-MID - 1
074700         END-IF
074800     END-IF.
074900 7600-EXIT.
075000     EXIT.
075100
075200 7700-PROV-SHIFT-UP.
075300     MOVE WI-MC-PROV-ENTRY (WI-MC-TBL-SUB - 1)
075400         TO WI-MC-PROV-ENTRY (WI-MC-TBL-SUB).
075500 7700-EXIT.
075600     EXIT.
075700
075800******************************************************************
075900* 8000-TERMINATE                                                 *
076000******************************************************************
076100 8000-TERMINATE.
076200     MOVE WI-MC-PAIR-COUNT     TO WI-MC-T-PAIRS.
076300     MOVE WI-MC-TXNHIST-READ   TO WI-MC-T-HISTORY.
076400     MOVE WI-MC-FEED-READ      TO WI-MC-T-FEED.
076500     MOVE WI-MC-DRAFTS-WRITTEN TO WI-MC-T-DRAFTS.
076600     WRITE WI-MC-NEW-CODE-RPT-REC FROM WI-MC-NEW-TOT-LINE.
076700     CLOSE WI-MC-TXNHIST-FILE.
076800     CLOSE WI-MC-RESULT-FILE.
076900     CLOSE WI-MC-DRAFT-TXN-FILE.
077000     CLOSE WI-MC-NEW-CODE-RPT-FILE.
077100     IF WI-MC-PAIR-COUNT > ZERO
077200         IF RETURN-CODE < 4
077300             MOVE 4 TO RETURN-CODE
077400         END-IF
077500     END-IF.
077600     DISPLAY 'WIMC040 HISTORY ENTRIES READ = ' WI-MC-TXNHIST-READ.
077700     DISPLAY 'WIMC040 FEED RECORDS READ    = ' WI-MC-FEED-READ.
077800     DISPLAY 'WIMC040 UNMAPPED SIGHTINGS   = '
077900         WI-MC-UNMAPPED-SEEN.
078000     DISPLAY 'WIMC040 UNMAPPED PAIRS       = ' WI-MC-PAIR-COUNT.
078100     DISPLAY 'WIMC040 DRAFT TXNS WRITTEN   = '
078200         WI-MC-DRAFTS-WRITTEN.
078300 8000-EXIT.
078400     EXIT.
