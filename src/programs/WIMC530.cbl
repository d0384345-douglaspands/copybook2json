000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC530.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC530 - DAILY CYCLE STATUS REPORT                            *
000900*                                                                *
001000* Every step of the daily cycle records itself on the keyed      *
001100* step-control file (WIMCSTP): started when it begins, then      *
001200* completed or failed with its return code when it ends.  A      *
001300* step that abends never records its end and stays started.      *
001400* This report lists, for each processing date from a from-date   *
001500* up to the current processing date, every step of the cycle     *
001600* in run order (WIMCCYC) with its status, return code, start     *
001700* and end times, run count and the user of the last rerun        *
001800* override it took, followed by what the night shift has to do   *
001900* with it: nothing, correct and rerun, restart, run it next, or  *
002000* wait on the step ahead of it.  Each date closes with a line    *
002100* naming the step to restart the cycle at, or saying that the    *
002200* cycle is complete.  An optional one-record parameter file      *
002300* gives the from-date (YYMMDD); the default is seven days        *
002400* before the processing date.  A failed step, or one left        *
002500* started, anywhere in the window flags RETURN-CODE 4.           *
002600*                                                                *
002700* MODIFICATION HISTORY                                           *
002800* ----------------------------------------------------------     *
002900* DATE       BY    DESCRIPTION                                   *
003000* 10/15/2026 RLH   Initial version.                              *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT WI-MC-STEP-FILE
003600         ASSIGN TO WIMCSTPC
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS WI_MC_STEP_KEY
004000         FILE STATUS IS WI-MC-STEP-STATUS.
004100
004200     SELECT WI-MC-CYCLE-RPT-FILE
004300         ASSIGN TO WIMCCYCR
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WI-MC-CYCLE-RPT-STATUS.
004600
004700     SELECT WI-MC-PARM-FILE
004800         ASSIGN TO WIMCPARM
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WI-MC-PARM-STATUS.
005100
005200     SELECT WI-MC-PROC-DATE-FILE
005300         ASSIGN TO WIMCPDTE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  WI-MC-STEP-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  WI-MC-STEP-REC.
006200     COPY WIMCSTP.
006300
006400 FD  WI-MC-CYCLE-RPT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  WI-MC-CYCLE-RPT-REC            PIC X(132).
006700
006800 FD  WI-MC-PARM-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  WI-MC-PARM-REC.
007100     05 WI-MC-P-FROM-DATE           PIC 9(06).
007200     05 FILLER                      PIC X(74).
007300
007400 FD  WI-MC-PROC-DATE-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  WI-MC-PROC-DATE-REC.
007700     COPY WIMCPDT.
007800
007900 WORKING-STORAGE SECTION.
008000
008100 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
008200 77  WI-MC-CYCLE-RPT-STATUS         PIC X(02) VALUE SPACES.
008300 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
008400 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
008500
008600 01  WI-MC-SWITCHES.
008700     05 WI-MC-STEP-EOF-SW           PIC X(01) VALUE 'N'.
008800        88 WI-MC-STEP-EOF                 VALUE 'Y'.
008900     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
009000        88 WI-MC-PARM-EOF                 VALUE 'Y'.
009100     05 WI-MC-PREDS-DONE-SW         PIC X(01) VALUE 'N'.
009200        88 WI-MC-PREDS-DONE               VALUE 'Y'.
009300     05 WI-MC-EXCEPTION-SW          PIC X(01) VALUE 'N'.
009400        88 WI-MC-EXCEPTION-FOUND          VALUE 'Y'.
009500
009600 01  WI-MC-COUNTERS.
009700     05 WI-MC-STEP-READ             PIC 9(07) COMP VALUE ZERO.
009800     05 WI-MC-DATES-REPORTED        PIC 9(05) COMP VALUE ZERO.
009900     05 WI-MC-CYCLES-COMPLETE       PIC 9(05) COMP VALUE ZERO.
010000     05 WI-MC-CYCLES-OPEN           PIC 9(05) COMP VALUE ZERO.
010100     05 WI-MC-FAILED-STEPS          PIC 9(05) COMP VALUE ZERO.
010200     05 WI-MC-STARTED-STEPS         PIC 9(05) COMP VALUE ZERO.
010300
010400 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
010500 01  WI-MC-FROM-DATE                PIC 9(06) VALUE ZERO.
010600 01  WI-MC-CURR-DATE                PIC 9(06) VALUE ZERO.
010700 01  WI-MC-DAY-NUMBER               PIC 9(07) COMP VALUE ZERO.
010800 01  WI-MC-LONG-DATE                PIC 9(08) VALUE ZERO.
010900 01  WI-MC-LONG-DATE-R REDEFINES WI-MC-LONG-DATE.
011000     05 WI-MC-LONG-DATE-CC          PIC 9(02).
011100     05 WI-MC-LONG-DATE-YYMMDD      PIC 9(06).
011200
011300 01  WI-MC-CYCLE-SUB                PIC 9(02) COMP VALUE ZERO.
011400 01  WI-MC-SCAN-SUB                 PIC 9(02) COMP VALUE ZERO.
011500 01  WI-MC-PRED-SUB                 PIC 9(02) COMP VALUE ZERO.
011600 01  WI-MC-SLOT-SUB                 PIC 9(02) COMP VALUE ZERO.
011700 01  WI-MC-PRED-NAME                PIC X(08) VALUE SPACES.
011800 01  WI-MC-WAIT-NAME                PIC X(08) VALUE SPACES.
011900 01  WI-MC-RESTART-NAME             PIC X(08) VALUE SPACES.
012000 01  WI-MC-NEXT-NAME                PIC X(08) VALUE SPACES.
012100 01  WI-MC-RC-EDIT                  PIC ZZZ9.
012200 01  WI-MC-RUNS-EDIT                PIC ZZZ9.
012300
012400 01  WI-MC-CYCLE-STEPS.
012500     COPY WIMCCYC.
012600
012700******************************************************************
012800* WI-MC-SLOT-TABLE - the step-control entries of one processing  *
012900* date, one slot per WIMCCYC step in the same order.  A slot     *
013000* with a blank status is a step with no entry for the date.      *
013100******************************************************************
013200 01  WI-MC-SLOT-TABLE.
013300     05 WI-MC-SLOT OCCURS 6 TIMES.
013400        10 WI-MC-SLOT-STATUS        PIC X(01).
013500           88 WI-MC-SLOT-NOT-RUN          VALUE SPACE.
013600           88 WI-MC-SLOT-STARTED          VALUE 'S'.
013700           88 WI-MC-SLOT-COMPLETED        VALUE 'C'.
013800           88 WI-MC-SLOT-FAILED           VALUE 'F'.
013900        10 WI-MC-SLOT-RC            PIC 9(04).
014000        10 WI-MC-SLOT-START-DATE    PIC 9(06).
014100        10 WI-MC-SLOT-START-TIME    PIC 9(08).
014200        10 WI-MC-SLOT-END-DATE      PIC 9(06).
014300        10 WI-MC-SLOT-END-TIME      PIC 9(08).
014400        10 WI-MC-SLOT-RUNS          PIC 9(03).
014500        10 WI-MC-SLOT-OVR-USER      PIC X(08).
014600
014700 01  WI-MC-RPT-TIMESTAMP-WORK.
014800     05 WI-MC-RPT-DATE              PIC 9(06).
014900     05 WI-MC-RPT-TIME              PIC 9(08).
015000 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
015100
015200 01  WI-MC-CYC-HDR-1.
015300     05 FILLER                      PIC X(01) VALUE SPACE.
015400     05 FILLER                      PIC X(36) VALUE
015500        'WIMC530 DAILY CYCLE STATUS REPORT - '.
015600     05 WI-MC-H-STAMP               PIC X(15).
015700     05 FILLER                      PIC X(13) VALUE
015800        '  DATES FROM '.
015900     05 WI-MC-H-FROM-DATE           PIC 9(06).
016000     05 FILLER                      PIC X(19) VALUE
016100        '  PROCESSING DATE  '.
016200     05 WI-MC-H-RUN-DATE            PIC 9(06).
016300     05 FILLER                      PIC X(36) VALUE SPACES.
016400
016500 01  WI-MC-CYC-HDR-2.
016600     05 FILLER                      PIC X(01) VALUE SPACE.
016700     05 FILLER                      PIC X(08) VALUE 'DATE'.
016800     05 FILLER                      PIC X(10) VALUE 'STEP'.
016900     05 FILLER                      PIC X(12) VALUE 'STATUS'.
017000     05 FILLER                      PIC X(06) VALUE '  RC'.
017100     05 FILLER                      PIC X(17) VALUE 'STARTED'.
017200     05 FILLER                      PIC X(17) VALUE 'ENDED'.
017300     05 FILLER                      PIC X(06) VALUE 'RUNS'.
017400     05 FILLER                      PIC X(10) VALUE 'OVERRIDE'.
017500     05 FILLER                      PIC X(45) VALUE 'ACTION'.
017600
017700******************************************************************
017800* One line per cycle step per date.  Dates and times are moved   *
017900* in as text so a step with no entry prints them blank.          *
018000******************************************************************
018100 01  WI-MC-CYC-STEP-LINE.
018200     05 FILLER                      PIC X(01) VALUE SPACE.
018300     05 WI-MC-D-DATE                PIC X(06).
018400     05 FILLER                      PIC X(02) VALUE SPACES.
018500     05 WI-MC-D-PROGRAM             PIC X(08).
018600     05 FILLER                      PIC X(02) VALUE SPACES.
018700     05 WI-MC-D-STATUS              PIC X(10).
018800     05 FILLER                      PIC X(02) VALUE SPACES.
018900     05 WI-MC-D-RC                  PIC X(04).
019000     05 FILLER                      PIC X(02) VALUE SPACES.
019100     05 WI-MC-D-START-DATE          PIC X(06).
019200     05 FILLER                      PIC X(01) VALUE SPACE.
019300     05 WI-MC-D-START-TIME          PIC X(08).
019400     05 FILLER                      PIC X(02) VALUE SPACES.
019500     05 WI-MC-D-END-DATE            PIC X(06).
019600     05 FILLER                      PIC X(01) VALUE SPACE.
019700     05 WI-MC-D-END-TIME            PIC X(08).
019800     05 FILLER                      PIC X(02) VALUE SPACES.
019900     05 WI-MC-D-RUNS                PIC X(04).
020000     05 FILLER                      PIC X(02) VALUE SPACES.
020100     05 WI-MC-D-OVR-USER            PIC X(08).
020200     05 FILLER                      PIC X(02) VALUE SPACES.
020300     05 WI-MC-D-ACTION              PIC X(40).
020400     05 FILLER                      PIC X(05) VALUE SPACES.
020500
020600 01  WI-MC-CYC-DATE-LINE.
020700     05 FILLER                      PIC X(01) VALUE SPACE.
020800     05 WI-MC-DL-DATE               PIC 9(06).
020900     05 FILLER                      PIC X(02) VALUE SPACES.
021000     05 WI-MC-DL-TEXT               PIC X(60).
021100     05 FILLER                      PIC X(63) VALUE SPACES.
021200
021300 01  WI-MC-CYC-TOT-LINE.
021400     05 FILLER                      PIC X(01) VALUE SPACE.
021500     05 FILLER                      PIC X(16) VALUE
021600        'DATES REPORTED  '.
021700     05 WI-MC-T-DATES               PIC ZZ,ZZ9.
021800     05 FILLER                      PIC X(18) VALUE
021900        '  CYCLES COMPLETE '.
022000     05 WI-MC-T-COMPLETE            PIC ZZ,ZZ9.
022100     05 FILLER                      PIC X(14) VALUE
022200        '  CYCLES OPEN '.
022300     05 WI-MC-T-OPEN                PIC ZZ,ZZ9.
022400     05 FILLER                      PIC X(16) VALUE
022500        '  FAILED STEPS  '.
022600     05 WI-MC-T-FAILED              PIC ZZ,ZZ9.
022700     05 FILLER                      PIC X(17) VALUE
022800        '  STARTED STEPS  '.
022900     05 WI-MC-T-STARTED             PIC ZZ,ZZ9.
023000     05 FILLER                      PIC X(20) VALUE SPACES.
023100
023200 PROCEDURE DIVISION.
023300
023400******************************************************************
023500* 0000-MAINLINE                                                  *
023600******************************************************************
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900     PERFORM 2000-READ-STEP THRU 2000-EXIT
024000         UNTIL WI-MC-STEP-EOF.
024100     IF WI-MC-CURR-DATE > ZERO
024200         PERFORM 3000-REPORT-DATE THRU 3000-EXIT
024300     END-IF.
024400     IF WI-MC-CURR-DATE < WI-MC-RUN-DATE
024500         MOVE WI-MC-RUN-DATE TO WI-MC-CURR-DATE
024600         PERFORM 2200-CLEAR-SLOTS THRU 2200-EXIT
024700         PERFORM 3000-REPORT-DATE THRU 3000-EXIT
024800     END-IF.
024900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025000     STOP RUN.
025100
025200******************************************************************
025300* 1000-INITIALIZE                                                *
025400******************************************************************
025500 1000-INITIALIZE.
025600     OPEN INPUT WI-MC-PROC-DATE-FILE.
025700     IF WI-MC-PROC-DATE-STATUS = '00'
025800         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
025900         CLOSE WI-MC-PROC-DATE-FILE
026000     END-IF.
026100     IF WI-MC-RUN-DATE = ZERO
026200         DISPLAY 'WIMC530 - NO PROCESSING DATE CONTROL, '
026300             'CLOCK DATE USED'
026400         ACCEPT WI-MC-RUN-DATE FROM DATE
026500     END-IF.
026600
026700     COMPUTE WI-MC-DAY-NUMBER =
026800         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-RUN-DATE) - 7.
026900     COMPUTE WI-MC-LONG-DATE =
027000         FUNCTION DATE-OF-INTEGER (WI-MC-DAY-NUMBER).
027100     MOVE WI-MC-LONG-DATE-YYMMDD TO WI-MC-FROM-DATE.
027200     OPEN INPUT WI-MC-PARM-FILE.
027300     IF WI-MC-PARM-STATUS = '00'
027400         PERFORM 1100-READ-PARM THRU 1100-EXIT
027500         CLOSE WI-MC-PARM-FILE
027600     END-IF.
027700
027800     OPEN INPUT WI-MC-STEP-FILE.
027900     IF WI-MC-STEP-STATUS NOT = '00'
028000         DISPLAY 'WIMC530 - STEP CONTROL OPEN FAILED, STATUS '
028100             WI-MC-STEP-STATUS
028200         MOVE 16 TO RETURN-CODE
028300         STOP RUN
028400     END-IF.
028500
028600     OPEN OUTPUT WI-MC-CYCLE-RPT-FILE.
028700     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
028800     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
028900     MOVE WI-MC-FROM-DATE TO WI-MC-H-FROM-DATE.
029000     MOVE WI-MC-RUN-DATE  TO WI-MC-H-RUN-DATE.
029100     WRITE WI-MC-CYCLE-RPT-REC FROM WI-MC-CYC-HDR-1.
029200     WRITE WI-MC-CYCLE-RPT-REC FROM WI-MC-CYC-HDR-2.
029300     PERFORM 2200-CLEAR-SLOTS THRU 2200-EXIT.
029400 1000-EXIT.
029500     EXIT.
029600
029700 1100-READ-PARM.
029800     READ WI-MC-PARM-FILE
029900         AT END
030000             SET WI-MC-PARM-EOF TO TRUE
030100         NOT AT END
030200             IF WI-MC-P-FROM-DATE NUMERIC
030300              AND WI-MC-P-FROM-DATE > ZERO
030400                 MOVE WI-MC-P-FROM-DATE TO WI-MC-FROM-DATE
030500             END-IF
030600     END-READ.
030700 1100-EXIT.
030800     EXIT.
030900
031000 1320-READ-PROCESS-DATE.
031100     READ WI-MC-PROC-DATE-FILE
031200         AT END
031300             CONTINUE
031400         NOT AT END
031500             IF WI_MC_PROCESS_DATE NUMERIC
031600              AND WI_MC_PROCESS_DATE > ZERO
031700                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
031800             END-IF
031900     END-READ.
032000 1320-EXIT.
032100     EXIT.
032200
032300 1800-BUILD-STAMP.
032400     ACCEPT WI-MC-RPT-DATE FROM DATE.
032500     ACCEPT WI-MC-RPT-TIME FROM TIME.
032600     MOVE SPACES TO WI-MC-RPT-STAMP.
032700     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
032800            SPACE          DELIMITED BY SIZE
032900            WI-MC-RPT-TIME DELIMITED BY SIZE
033000         INTO WI-MC-RPT-STAMP.
033100 1800-EXIT.
033200     EXIT.
033300
033400******************************************************************
033500* 2000-READ-STEP - one step-control entry, in date / program     *
033600* order.  Entries before the from-date are passed over; a new    *
033700* date reports the one before it.  An entry for a program not    *
033800* in the cycle is counted and not shown.                         *
033900******************************************************************
034000 2000-READ-STEP.
034100     READ WI-MC-STEP-FILE NEXT RECORD
034200         AT END
034300             SET WI-MC-STEP-EOF TO TRUE
034400             GO TO 2000-EXIT
034500     END-READ.
034600     ADD 1 TO WI-MC-STEP-READ.
034700     IF WI_MC_STEP_DATE < WI-MC-FROM-DATE
034800         GO TO 2000-EXIT
034900     END-IF.
035000     IF WI_MC_STEP_DATE NOT = WI-MC-CURR-DATE
035100         IF WI-MC-CURR-DATE > ZERO
035200             PERFORM 3000-REPORT-DATE THRU 3000-EXIT
035300         END-IF
035400         MOVE WI_MC_STEP_DATE TO WI-MC-CURR-DATE
035500         PERFORM 2200-CLEAR-SLOTS THRU 2200-EXIT
035600     END-IF.
035700     MOVE ZERO TO WI-MC-CYCLE-SUB.
035800     PERFORM 2100-FIND-CYCLE-STEP THRU 2100-EXIT
035900         VARYING WI-MC-SCAN-SUB FROM 1 BY 1
036000         UNTIL WI-MC-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
036100     IF WI-MC-CYCLE-SUB = ZERO
036200         GO TO 2000-EXIT
036300     END-IF.
036400     MOVE WI_MC_STEP_STATUS
036500         TO WI-MC-SLOT-STATUS (WI-MC-CYCLE-SUB).
036600     MOVE WI_MC_STEP_RETURN_CODE
036700         TO WI-MC-SLOT-RC (WI-MC-CYCLE-SUB).
036800     MOVE WI_MC_STEP_START_DATE
036900         TO WI-MC-SLOT-START-DATE (WI-MC-CYCLE-SUB).
037000     MOVE WI_MC_STEP_START_TIME
037100         TO WI-MC-SLOT-START-TIME (WI-MC-CYCLE-SUB).
037200     MOVE WI_MC_STEP_END_DATE
037300         TO WI-MC-SLOT-END-DATE (WI-MC-CYCLE-SUB).
037400     MOVE WI_MC_STEP_END_TIME
037500         TO WI-MC-SLOT-END-TIME (WI-MC-CYCLE-SUB).
037600     MOVE WI_MC_STEP_RUN_COUNT
037700         TO WI-MC-SLOT-RUNS (WI-MC-CYCLE-SUB).
037800     MOVE WI_MC_STEP_OVR_USER
037900         TO WI-MC-SLOT-OVR-USER (WI-MC-CYCLE-SUB).
038000 2000-EXIT.
038100     EXIT.
038200
038300 2100-FIND-CYCLE-STEP.
038400     IF WI_MC_CYCLE_PROGRAM (WI-MC-SCAN-SUB)
038500             = WI_MC_STEP_PROGRAM
038600         MOVE WI-MC-SCAN-SUB TO WI-MC-CYCLE-SUB
038700     END-IF.
038800 2100-EXIT.
038900     EXIT.
039000
039100 2200-CLEAR-SLOTS.
039200     MOVE SPACES TO WI-MC-SLOT-TABLE.
039300     PERFORM 2210-CLEAR-SLOT THRU 2210-EXIT
039400         VARYING WI-MC-SLOT-SUB FROM 1 BY 1
039500         UNTIL WI-MC-SLOT-SUB > WI_MC_CYCLE_STEP_COUNT.
039600 2200-EXIT.
039700     EXIT.
039800
039900 2210-CLEAR-SLOT.
040000     MOVE ZERO TO WI-MC-SLOT-RC (WI-MC-SLOT-SUB).
040100     MOVE ZERO TO WI-MC-SLOT-START-DATE (WI-MC-SLOT-SUB).
040200     MOVE ZERO TO WI-MC-SLOT-START-TIME (WI-MC-SLOT-SUB).
040300     MOVE ZERO TO WI-MC-SLOT-END-DATE (WI-MC-SLOT-SUB).
040400     MOVE ZERO TO WI-MC-SLOT-END-TIME (WI-MC-SLOT-SUB).
040500     MOVE ZERO TO WI-MC-SLOT-RUNS (WI-MC-SLOT-SUB).
040600 2210-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000* 3000-REPORT-DATE - the cycle for WI-MC-CURR-DATE, step by step,*
041100* then the date line.  The restart point is the first step in    *
041200* run order that failed or was left started; failing that, the   *
041300* first step whose predecessors have all completed and which     *
041400* has not run.                                                   *
041500******************************************************************
041600 3000-REPORT-DATE.
041700     MOVE SPACES TO WI-MC-RESTART-NAME.
041800     MOVE SPACES TO WI-MC-NEXT-NAME.
041900     PERFORM 3100-REPORT-STEP THRU 3100-EXIT
042000         VARYING WI-MC-CYCLE-SUB FROM 1 BY 1
042100         UNTIL WI-MC-CYCLE-SUB > WI_MC_CYCLE_STEP_COUNT.
042200     ADD 1 TO WI-MC-DATES-REPORTED.
042300     MOVE WI-MC-CURR-DATE TO WI-MC-DL-DATE.
042400     MOVE SPACES TO WI-MC-DL-TEXT.
042500     IF WI-MC-RESTART-NAME NOT = SPACES
042600         ADD 1 TO WI-MC-CYCLES-OPEN
042700         STRING 'CYCLE INCOMPLETE - RESTART AT '
042800                                       DELIMITED BY SIZE
042900                WI-MC-RESTART-NAME     DELIMITED BY SPACE
043000             INTO WI-MC-DL-TEXT
043100     ELSE
043200         IF WI-MC-NEXT-NAME NOT = SPACES
043300             ADD 1 TO WI-MC-CYCLES-OPEN
043400             STRING 'CYCLE INCOMPLETE - NEXT STEP '
043500                                       DELIMITED BY SIZE
043600                    WI-MC-NEXT-NAME    DELIMITED BY SPACE
043700                 INTO WI-MC-DL-TEXT
043800         ELSE
043900             ADD 1 TO WI-MC-CYCLES-COMPLETE
044000             MOVE 'CYCLE COMPLETE' TO WI-MC-DL-TEXT
044100         END-IF
044200     END-IF.
044300     WRITE WI-MC-CYCLE-RPT-REC FROM WI-MC-CYC-DATE-LINE.
044400     MOVE SPACES TO WI-MC-CYCLE-RPT-REC.
044500     WRITE WI-MC-CYCLE-RPT-REC.
044600 3000-EXIT.
044700     EXIT.
044800
044900 3100-REPORT-STEP.
045000     MOVE SPACES TO WI-MC-D-DATE.
045100     IF WI-MC-CYCLE-SUB = 1
045200         MOVE WI-MC-CURR-DATE TO WI-MC-D-DATE
045300     END-IF.
045400     MOVE WI_MC_CYCLE_PROGRAM (WI-MC-CYCLE-SUB)
045500         TO WI-MC-D-PROGRAM.
045600     MOVE SPACES TO WI-MC-D-RC.
045700     MOVE SPACES TO WI-MC-D-START-DATE.
045800     MOVE SPACES TO WI-MC-D-START-TIME.
045900     MOVE SPACES TO WI-MC-D-END-DATE.
046000     MOVE SPACES TO WI-MC-D-END-TIME.
046100     MOVE SPACES TO WI-MC-D-RUNS.
046200     MOVE SPACES TO WI-MC-D-OVR-USER.
046300     MOVE SPACES TO WI-MC-D-ACTION.
046400     IF WI-MC-SLOT-NOT-RUN (WI-MC-CYCLE-SUB)
046500         MOVE 'NOT RUN' TO WI-MC-D-STATUS
046600         PERFORM 3200-CHECK-PREDECESSORS THRU 3200-EXIT
046700         IF WI-MC-PREDS-DONE
046800             MOVE 'READY TO RUN' TO WI-MC-D-ACTION
046900             IF WI-MC-NEXT-NAME = SPACES
047000                 MOVE WI_MC_CYCLE_PROGRAM (WI-MC-CYCLE-SUB)
047100                     TO WI-MC-NEXT-NAME
047200             END-IF
047300         ELSE
047400             STRING 'WAITING ON ' DELIMITED BY SIZE
047500                    WI-MC-WAIT-NAME DELIMITED BY SPACE
047600                 INTO WI-MC-D-ACTION
047700         END-IF
047800         WRITE WI-MC-CYCLE-RPT-REC FROM WI-MC-CYC-STEP-LINE
047900         GO TO 3100-EXIT
048000     END-IF.
048100
048200     MOVE WI-MC-SLOT-RC (WI-MC-CYCLE-SUB) TO WI-MC-RC-EDIT.
048300     MOVE WI-MC-RC-EDIT TO WI-MC-D-RC.
048400     MOVE WI-MC-SLOT-START-DATE (WI-MC-CYCLE-SUB)
048500         TO WI-MC-D-START-DATE.
048600     MOVE WI-MC-SLOT-START-TIME (WI-MC-CYCLE-SUB)
048700         TO WI-MC-D-START-TIME.
048800     MOVE WI-MC-SLOT-RUNS (WI-MC-CYCLE-SUB) TO WI-MC-RUNS-EDIT.
048900     MOVE WI-MC-RUNS-EDIT TO WI-MC-D-RUNS.
049000     MOVE WI-MC-SLOT-OVR-USER (WI-MC-CYCLE-SUB)
049100         TO WI-MC-D-OVR-USER.
049200     IF WI-MC-SLOT-COMPLETED (WI-MC-CYCLE-SUB)
049300         MOVE 'COMPLETED' TO WI-MC-D-STATUS
049400         MOVE 'COMPLETE' TO WI-MC-D-ACTION
049500     ELSE
049600         IF WI-MC-SLOT-FAILED (WI-MC-CYCLE-SUB)
049700             MOVE 'FAILED' TO WI-MC-D-STATUS
049800             MOVE 'CORRECT AND RERUN' TO WI-MC-D-ACTION
049900             ADD 1 TO WI-MC-FAILED-STEPS
050000         ELSE
050100             MOVE 'STARTED' TO WI-MC-D-STATUS
050200             MOVE SPACES TO WI-MC-D-RC
050300             MOVE 'NO END RECORDED - RESTART'
050400                 TO WI-MC-D-ACTION
050500             ADD 1 TO WI-MC-STARTED-STEPS
050600         END-IF
050700         SET WI-MC-EXCEPTION-FOUND TO TRUE
050800         IF WI-MC-RESTART-NAME = SPACES
050900             MOVE WI_MC_CYCLE_PROGRAM (WI-MC-CYCLE-SUB)
051000                 TO WI-MC-RESTART-NAME
051100         END-IF
051200     END-IF.
051300     IF NOT WI-MC-SLOT-STARTED (WI-MC-CYCLE-SUB)
051400         MOVE WI-MC-SLOT-END-DATE (WI-MC-CYCLE-SUB)
051500             TO WI-MC-D-END-DATE
051600         MOVE WI-MC-SLOT-END-TIME (WI-MC-CYCLE-SUB)
051700             TO WI-MC-D-END-TIME
051800     END-IF.
051900     WRITE WI-MC-CYCLE-RPT-REC FROM WI-MC-CYC-STEP-LINE.
052000 3100-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 3200-CHECK-PREDECESSORS - sets WI-MC-PREDS-DONE when every     *
052500* step ahead of this one has completed for the date; otherwise   *
052600* WI-MC-WAIT-NAME is the first that has not.                     *
052700******************************************************************
052800 3200-CHECK-PREDECESSORS.
052900     SET WI-MC-PREDS-DONE TO TRUE.
053000     MOVE SPACES TO WI-MC-WAIT-NAME.
053100     PERFORM 3210-CHECK-PREDECESSOR THRU 3210-EXIT
053200         VARYING WI-MC-PRED-SUB FROM 1 BY 1
053300         UNTIL WI-MC-PRED-SUB > 3.
053400 3200-EXIT.
053500     EXIT.
053600
053700 3210-CHECK-PREDECESSOR.
053800     MOVE WI_MC_CYCLE_PRED (WI-MC-CYCLE-SUB WI-MC-PRED-SUB)
053900         TO WI-MC-PRED-NAME.
054000     IF WI-MC-PRED-NAME = SPACES
054100         GO TO 3210-EXIT
054200     END-IF.
054300     PERFORM 3220-FIND-PRED-SLOT THRU 3220-EXIT
054400         VARYING WI-MC-SCAN-SUB FROM 1 BY 1
054500         UNTIL WI-MC-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
054600 3210-EXIT.
054700     EXIT.
054800
054900 3220-FIND-PRED-SLOT.
055000     IF WI_MC_CYCLE_PROGRAM (WI-MC-SCAN-SUB) = WI-MC-PRED-NAME
055100         IF NOT WI-MC-SLOT-COMPLETED (WI-MC-SCAN-SUB)
055200             IF WI-MC-WAIT-NAME = SPACES
055300                 MOVE WI-MC-PRED-NAME TO WI-MC-WAIT-NAME
055400             END-IF
055500             MOVE 'N' TO WI-MC-PREDS-DONE-SW
055600         END-IF
055700     END-IF.
055800 3220-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200* 8000-TERMINATE                                                 *
056300******************************************************************
056400 8000-TERMINATE.
056500     MOVE WI-MC-DATES-REPORTED  TO WI-MC-T-DATES.
056600     MOVE WI-MC-CYCLES-COMPLETE TO WI-MC-T-COMPLETE.
056700     MOVE WI-MC-CYCLES-OPEN     TO WI-MC-T-OPEN.
056800     MOVE WI-MC-FAILED-STEPS    TO WI-MC-T-FAILED.
056900     MOVE WI-MC-STARTED-STEPS   TO WI-MC-T-STARTED.
057000     WRITE WI-MC-CYCLE-RPT-REC FROM WI-MC-CYC-TOT-LINE.
057100     CLOSE WI-MC-STEP-FILE.
057200     CLOSE WI-MC-CYCLE-RPT-FILE.
057300     IF WI-MC-EXCEPTION-FOUND
057400         IF RETURN-CODE < 4
057500             MOVE 4 TO RETURN-CODE
057600         END-IF
057700     END-IF.
057800     DISPLAY 'WIMC530 STEP ENTRIES READ    = ' WI-MC-STEP-READ.
057900     DISPLAY 'WIMC530 DATES REPORTED       = '
058000         WI-MC-DATES-REPORTED.
058100     DISPLAY 'WIMC530 CYCLES OPEN          = ' WI-MC-CYCLES-OPEN.
058200     DISPLAY 'WIMC530 FAILED STEPS         = '
058300         WI-MC-FAILED-STEPS.
058400     DISPLAY 'WIMC530 STARTED, NO END      = '
058500         WI-MC-STARTED-STEPS.
058600 8000-EXIT.
058700     EXIT.
