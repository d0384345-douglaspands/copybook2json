002800* ----------------------------------------------------------     *
002900* DATE       BY    DESCRIPTION                                   *
003000* 09/02/2026 RLH   Initial version.                              *
003010* 10/15/2026 RLH   Two edit-reject legs: the day's edit-reject   *
003020*                  file (WIMCEDRJ) against WIMC110's edit-reject *
003030*                  skips, and WIMC100's count against WIMC110's. *
003040*                  Edit rejects join the disposition breakdown.  *
003045* 10/15/2026 RLH   Step control (WIMCSTP): the run is refused    *
003050*                  unless the steps ahead of it in WIMCCYC       *
003055*                  completed for the processing date, and a      *
003060*                  completed run is not repeated without a       *
003065*                  rerun override (WIMCSTO); the entry records   *
003070*                  started, completed or failed with the         *
003075*                  return code.                                  *
003077* 10/15/2026 RLH   Write-offs (WIMCWOF): a record held today and *
003079*                  written off by WIMC240 before this run is     *
003081*                  still counted on the suspense and rate-hold   *
003083*                  legs, and its value on the accepted-value     *
003085*                  leg, as its own written-off term; the day's   *
003087*                  write-offs are noted at carrier and           *
003089*                  settlement value.                             *
003091* 10/15/2026 RLH   New BILLING TAX VS TRAILER leg: the tax       *
003093*                  carried on the day's billing extract must     *
003095*                  balance to its trailer's tax total.           *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
007100         ASSIGN TO WIMCCTLR
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WI-MC-CTL-RPT-STATUS.
007310
007320     SELECT WI-MC-EDIT-REJ-FILE
007330         ASSIGN TO WIMCEDRJ
007340         ORGANIZATION IS SEQUENTIAL
007350         FILE STATUS IS WI-MC-EDIT-REJ-STATUS.
007355
007360     SELECT WI-MC-WOFF-FILE
007365         ASSIGN TO WIMCWOFR
007370         ORGANIZATION IS SEQUENTIAL
007375         FILE STATUS IS WI-MC-WOFF-STATUS.
007400
007405     SELECT WI-MC-STEP-FILE
007410         ASSIGN TO WIMCSTPC
007415         ORGANIZATION IS INDEXED
007420         ACCESS MODE IS RANDOM
007425         RECORD KEY IS WI_MC_STEP_KEY
007430         FILE STATUS IS WI-MC-STEP-STATUS.
007435
007440     SELECT WI-MC-STEP-HIST-FILE
007445         ASSIGN TO WIMCSTPH
007450         ORGANIZATION IS SEQUENTIAL
007455         FILE STATUS IS WI-MC-STEP-HIST-STATUS.
007460
007465     SELECT WI-MC-STEP-OVR-FILE
007470         ASSIGN TO WIMCSTOV
007475         ORGANIZATION IS SEQUENTIAL
007480         FILE STATUS IS WI-MC-STEP-OVR-STATUS.
007485
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  WI-MC-PROC-DATE-FILE
011500 FD  WI-MC-CTL-RPT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700 01  WI-MC-CTL-RPT-REC              PIC X(132).
011710
011720 FD  WI-MC-EDIT-REJ-FILE
011730     LABEL RECORDS ARE STANDARD.
011740 01  WI-MC-EDIT-REJ-REC.
011750     COPY WIMCEDR.
011755
011760 FD  WI-MC-WOFF-FILE
011765     LABEL RECORDS ARE STANDARD.
011770 01  WI-MC-WOFF-REC.
011775     COPY WIMCWOF.
011800
011805 FD  WI-MC-STEP-FILE
011810     LABEL RECORDS ARE STANDARD.
011815 01  WI-MC-STEP-REC.
011820     COPY WIMCSTP.
011825
011830 FD  WI-MC-STEP-HIST-FILE
011835     LABEL RECORDS ARE STANDARD.
011840 01  WI-MC-STEP-HIST-REC            PIC X(160).
011845
011850 FD  WI-MC-STEP-OVR-FILE
011855     LABEL RECORDS ARE STANDARD.
011860 01  WI-MC-STEP-OVR-REC.
011865     COPY WIMCSTO.
011870
011900 WORKING-STORAGE SECTION.
012000
012100 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
012110 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
012120 77  WI-MC-STEP-HIST-STATUS         PIC X(02) VALUE SPACES.
012130 77  WI-MC-STEP-OVR-STATUS          PIC X(02) VALUE SPACES.
012200 77  WI-MC-RUN-STATS-STATUS         PIC X(02) VALUE SPACES.
012300 77  WI-MC-REG-IN-STATUS            PIC X(02) VALUE SPACES.
012400 77  WI-MC-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
012600 77  WI-MC-BILLING-STATUS           PIC X(02) VALUE SPACES.
012700 77  WI-MC-ACK-STATUS               PIC X(02) VALUE SPACES.
012800 77  WI-MC-CTL-RPT-STATUS           PIC X(02) VALUE SPACES.
012810 77  WI-MC-EDIT-REJ-STATUS          PIC X(02) VALUE SPACES.
012820 77  WI-MC-WOFF-STATUS              PIC X(02) VALUE SPACES.
012900
013000 01  WI-MC-SWITCHES.
013100     05 WI-MC-STATS-EOF-SW          PIC X(01) VALUE 'N'.
014800        88 WI-MC-REG-FOUND               VALUE 'Y'.
014900     05 WI-MC-BILL-TRL-SW           PIC X(01) VALUE 'N'.
015000        88 WI-MC-BILL-TRL-SEEN           VALUE 'Y'.
015010     05 WI-MC-EDIT-REJ-EOF-SW       PIC X(01) VALUE 'N'.
015020        88 WI-MC-EDIT-REJ-EOF            VALUE 'Y'.
015030     05 WI-MC-WOFF-EOF-SW           PIC X(01) VALUE 'N'.
015040        88 WI-MC-WOFF-EOF                VALUE 'Y'.
015100
015200******************************************************************
015300* The legs' left and right sides, gathered one input file at a   *
016000     05 WI-MC-W100-UNKNOWN          PIC 9(09) COMP VALUE ZERO.
016100     05 WI-MC-W100-AUDIT            PIC 9(09) COMP VALUE ZERO.
016200     05 WI-MC-W100-DIVERTED         PIC 9(09) COMP VALUE ZERO.
016210     05 WI-MC-W100-EDITREJ          PIC 9(09) COMP VALUE ZERO.
016300 01  WI-MC-W110-STATS.
016400     05 WI-MC-W110-READ             PIC 9(09) COMP VALUE ZERO.
016500     05 WI-MC-W110-SUSPENSE         PIC 9(09) COMP VALUE ZERO.
016600     05 WI-MC-W110-NONSUCCESS       PIC 9(09) COMP VALUE ZERO.
016700     05 WI-MC-W110-RATE-HOLDS       PIC 9(09) COMP VALUE ZERO.
016800     05 WI-MC-W110-DIVERTED         PIC 9(09) COMP VALUE ZERO.
016810     05 WI-MC-W110-EDITREJ          PIC 9(09) COMP VALUE ZERO.
016900 01  WI-MC-REG-RECORDS              PIC 9(09) COMP-3 VALUE ZERO.
017000 01  WI-MC-REG-TOTAL                PIC S9(09)V99 COMP-3
017100                                     VALUE ZERO.
017200 01  WI-MC-SUSP-COUNT               PIC 9(09) COMP VALUE ZERO.
017300 01  WI-MC-HOLD-COUNT               PIC 9(09) COMP VALUE ZERO.
017310 01  WI-MC-EDREJ-FILE-COUNT         PIC 9(09) COMP VALUE ZERO.
017320 01  WI-MC-EDREJ-PREV-SEQ           PIC 9(09) VALUE ZERO.
017400 01  WI-MC-HOLD-VALUE               PIC S9(09)V99 COMP-3
017500                                     VALUE ZERO.
017505******************************************************************
017510* Today's held records WIMC240 has already written off, by the   *
017515* file they came off (their held value in carrier units), and    *
017520* everything written off on the cycle date, at carrier and       *
017525* settlement value.                                              *
017530******************************************************************
017535 01  WI-MC-WOFF-SUSP-COUNT          PIC 9(09) COMP VALUE ZERO.
017540 01  WI-MC-WOFF-HOLD-COUNT          PIC 9(09) COMP VALUE ZERO.
017545 01  WI-MC-WOFF-HOLD-VALUE          PIC S9(09)V99 COMP-3
017550                                    VALUE ZERO.
017555 01  WI-MC-WOFF-DAY-CARRIER         PIC S9(09)V99 COMP-3
017560                                    VALUE ZERO.
017565 01  WI-MC-WOFF-DAY-SETTLE          PIC S9(09)V99 COMP-3
017570                                    VALUE ZERO.
017600 01  WI-MC-BILL-COUNT               PIC 9(09) COMP VALUE ZERO.
017700 01  WI-MC-BILL-RATED-TOTAL         PIC S9(09)V99 COMP-3
017800                                     VALUE ZERO.
018100 01  WI-MC-BILL-TRL-COUNT           PIC 9(09) COMP-3 VALUE ZERO.
018200 01  WI-MC-BILL-TRL-TOTAL           PIC S9(09)V99 COMP-3
018300                                     VALUE ZERO.
018310 01  WI-MC-BILL-TAX-TOTAL           PIC S9(09)V99 COMP-3
018320                                     VALUE ZERO.
018330 01  WI-MC-BILL-TRL-TAX             PIC S9(09)V99 COMP-3
018340                                     VALUE ZERO.
018400 01  WI-MC-ACK-RECEIVED-SUM         PIC 9(09) COMP VALUE ZERO.
018500 01  WI-MC-ACK-ACCEPTED-SUM         PIC S9(09)V99 COMP-3
018600                                     VALUE ZERO.
025500     05 FILLER                      PIC X(11) VALUE '  RATE HELD'.
025600     05 WI-MC-B-HELD                PIC ZZZ,ZZZ,ZZ9.
025700     05 FILLER                      PIC X(08) VALUE SPACES.
025710
025720 01  WI-MC-CTL-BRK-LINE-2.
025730     05 FILLER                      PIC X(01) VALUE SPACE.
025740     05 FILLER                      PIC X(27) VALUE
025750        'DISPOSITIONS: EDIT REJECTED'.
025760     05 WI-MC-B-EDITREJ             PIC ZZZ,ZZZ,ZZ9.
025762     05 FILLER                      PIC X(23) VALUE
025764        '  HELD THEN WRITTEN OFF'.
025766     05 WI-MC-B-WRITTEN-OFF         PIC ZZZ,ZZZ,ZZ9.
025770     05 FILLER                      PIC X(59) VALUE SPACES.
025800
025900 01  WI-MC-CTL-TOT-LINE.
026000     05 FILLER                      PIC X(01) VALUE SPACE.
026300     05 WI-MC-T-FAILED              PIC ZZ9.
026400     05 FILLER                      PIC X(116) VALUE SPACES.
026500
026502******************************************************************
026504* Step control - this step's entry on the step-control file      *
026506* (WIMCSTP), its place in the daily cycle (WIMCCYC) and the      *
026508* rerun override (WIMCSTO) taken, if any.                        *
026510******************************************************************
026512 01  WI-MC-STEP-WORK.
026514     05 WI-MC-STEP-NAME             PIC X(08) VALUE 'WIMC190'.
026516     05 WI-MC-STEP-DATE             PIC 9(06) VALUE ZERO.
026518     05 WI-MC-STEP-CYCLE-SUB        PIC 9(02) COMP VALUE ZERO.
026520     05 WI-MC-STEP-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
026522     05 WI-MC-STEP-PRED-SUB         PIC 9(02) COMP VALUE ZERO.
026524     05 WI-MC-STEP-PRED-NAME        PIC X(08) VALUE SPACES.
026526     05 WI-MC-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
026528        88 WI-MC-STEP-FOUND               VALUE 'Y'.
026530     05 WI-MC-STEP-OVR-EOF-SW       PIC X(01) VALUE 'N'.
026532        88 WI-MC-STEP-OVR-EOF             VALUE 'Y'.
026534     05 WI-MC-STEP-OVR-POSTED       PIC 9(10) VALUE ZERO.
026536     05 WI-MC-STEP-OVR-USER         PIC X(08) VALUE SPACES.
026538     05 WI-MC-STEP-OVR-REASON       PIC X(40) VALUE SPACES.
026540     05 WI-MC-STEP-REFUSAL          PIC X(40) VALUE SPACES.
026542 01  WI-MC-CYCLE-STEPS.
026544     COPY WIMCCYC.
026546
026600 PROCEDURE DIVISION.
026700
026800******************************************************************
027800         UNTIL WI-MC-SUSPENSE-EOF.
027900     PERFORM 4500-SCAN-RATE-HOLD THRU 4500-EXIT
028000         UNTIL WI-MC-RATE-HOLD-EOF.
028010     PERFORM 4700-SCAN-WRITE-OFFS THRU 4700-EXIT
028020         UNTIL WI-MC-WOFF-EOF.
028100     PERFORM 5000-SCAN-BILLING THRU 5000-EXIT
028200         UNTIL WI-MC-BILLING-EOF.
028300     PERFORM 6000-SCAN-ACKS THRU 6000-EXIT
028400         UNTIL WI-MC-ACK-EOF.
028410     PERFORM 6500-SCAN-EDIT-REJECTS THRU 6500-EXIT
028420         UNTIL WI-MC-EDIT-REJ-EOF.
028500     PERFORM 7000-VERIFY-LEGS THRU 7000-EXIT.
028600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
028610     PERFORM 8950-END-STEP THRU 8950-EXIT.
028700     STOP RUN.
028800
028900******************************************************************
030200             'CLOCK DATE USED'
030300         ACCEPT WI-MC-RUN-DATE FROM DATE
030400     END-IF.
030410     MOVE WI-MC-RUN-DATE TO WI-MC-STEP-DATE.
030420     PERFORM 1700-START-STEP THRU 1700-EXIT.
030500
030600     OPEN INPUT WI-MC-RUN-STATS-FILE.
030700     IF WI-MC-RUN-STATS-STATUS NOT = '00'
033000     IF WI-MC-ACK-STATUS NOT = '00'
033100         SET WI-MC-ACK-EOF TO TRUE
033200     END-IF.
033210     OPEN INPUT WI-MC-EDIT-REJ-FILE.
033220     IF WI-MC-EDIT-REJ-STATUS NOT = '00'
033230         SET WI-MC-EDIT-REJ-EOF TO TRUE
033240     END-IF.
033250     OPEN INPUT WI-MC-WOFF-FILE.
033260     IF WI-MC-WOFF-STATUS NOT = '00'
033270         SET WI-MC-WOFF-EOF TO TRUE
033280     END-IF.
033300
033400     OPEN OUTPUT WI-MC-CTL-RPT-FILE.
033500     ACCEPT WI-MC-RPT-DATE FROM DATE.
038100         MOVE WI_MC_RUN_COUNT_A      TO WI-MC-W100-UNKNOWN
038200         MOVE WI_MC_RUN_COUNT_C      TO WI-MC-W100-AUDIT
038300         MOVE WI_MC_RUN_COUNT_D      TO WI-MC-W100-DIVERTED
038310         MOVE WI_MC_RUN_COUNT_E      TO WI-MC-W100-EDITREJ
038400     END-IF.
038500     IF WI_MC_RUN_PROGRAM = 'WIMC110 '
038600         SET WI-MC-W110-FOUND TO TRUE
038900         MOVE WI_MC_RUN_COUNT_B      TO WI-MC-W110-NONSUCCESS
039000         MOVE WI_MC_RUN_COUNT_C      TO WI-MC-W110-RATE-HOLDS
039100         MOVE WI_MC_RUN_COUNT_D      TO WI-MC-W110-DIVERTED
039110         MOVE WI_MC_RUN_COUNT_E      TO WI-MC-W110-EDITREJ
039200     END-IF.
039300 2100-EXIT.
039400     EXIT.
046100     END-IF.
046200 4650-EXIT.
046300     EXIT.
046302
046304******************************************************************
046306* 4700-SCAN-WRITE-OFFS - a record held today that WIMC240 has    *
046308* already taken off the suspense or rating hold file is on the   *
046310* write-off register instead; it still counts toward the legs    *
046312* its file backs.  Everything written off on the cycle date is   *
046314* summed for the noted write-off leg.                            *
046316******************************************************************
046318 4700-SCAN-WRITE-OFFS.
046320     READ WI-MC-WOFF-FILE
046322         AT END
046324             SET WI-MC-WOFF-EOF TO TRUE
046326         NOT AT END
046328             PERFORM 4750-NOTE-ONE-WRITE-OFF THRU 4750-EXIT
046330     END-READ.
046332 4700-EXIT.
046334     EXIT.
046336
046338 4750-NOTE-ONE-WRITE-OFF.
046340     IF WI_MC_WOFF_HELD_DATE = WI-MC-RUN-DATE
046342         IF WI_MC_WOFF_SUSPENSE
046344             ADD 1 TO WI-MC-WOFF-SUSP-COUNT
046346         ELSE
046348             ADD 1 TO WI-MC-WOFF-HOLD-COUNT
046350             ADD WI_MC_WOFF_CARRIER_VALUE TO WI-MC-WOFF-HOLD-VALUE
046352         END-IF
046354     END-IF.
046356     IF WI_MC_WOFF_DATE = WI-MC-RUN-DATE
046358         ADD WI_MC_WOFF_CARRIER_VALUE TO WI-MC-WOFF-DAY-CARRIER
046360         ADD WI_MC_WOFF_SETTLE_VALUE  TO WI-MC-WOFF-DAY-SETTLE
046362     END-IF.
046364 4750-EXIT.
046366     EXIT.
046400
046500******************************************************************
046600* 5000-SCAN-BILLING - count the extract's records, net their     *
046610* add-on values (a record rated negative is a matched reversal), *
046620* total their tax and keep the trailer for the balance legs.     *
046900******************************************************************
047000 5000-SCAN-BILLING.
047100     READ WI-MC-BILLING-FILE
048000                 MOVE WI_MC_TRAILER_CONTROL_TOTAL
048100                     IN WI-MC-BILLING-TRL-REC
048200                     TO WI-MC-BILL-TRL-TOTAL
048210                 MOVE WI_MC_TRAILER_TAX_TOTAL
048220                     IN WI-MC-BILLING-TRL-REC
048230                     TO WI-MC-BILL-TRL-TAX
048300             ELSE
048400                 ADD 1 TO WI-MC-BILL-COUNT
048500                 ADD WI_MC_BILLING_AMOUNT
048600                     TO WI-MC-BILL-RATED-TOTAL
048610                 ADD WI_MC_BILLING_TAX_AMOUNT
048620                     TO WI-MC-BILL-TAX-TOTAL
048700                 IF WI_MC_BILLING_AMOUNT < ZERO
048800                     SUBTRACT WI_MC_BILLING_ADDON_VALUE
048900                         FROM WI-MC-BILL-ADDON-NET
051700     END-READ.
051800 6000-EXIT.
051900     EXIT.
051905
051910******************************************************************
051915* 6500-SCAN-EDIT-REJECTS - count the day's edit-reject entries.  *
051920* A feed position no higher than the one before it is the        *
051925* repeat a WIMC100 restart leaves behind and is not counted.     *
051930******************************************************************
051935 6500-SCAN-EDIT-REJECTS.
051940     READ WI-MC-EDIT-REJ-FILE
051945         AT END
051950             SET WI-MC-EDIT-REJ-EOF TO TRUE
051955         NOT AT END
051960             IF WI_MC_EDREJ_DATE = WI-MC-RUN-DATE
051965              AND WI_MC_EDREJ_FEED_SEQ > WI-MC-EDREJ-PREV-SEQ
051970                 ADD 1 TO WI-MC-EDREJ-FILE-COUNT
051975                 MOVE WI_MC_EDREJ_FEED_SEQ TO WI-MC-EDREJ-PREV-SEQ
051980             END-IF
051985     END-READ.
051990 6500-EXIT.
051995     EXIT.
052000
052100******************************************************************
052200* 7000-VERIFY-LEGS - the one-page proof.  Each leg prints its    *
054700     MOVE WI-MC-W110-READ TO WI-MC-RIGHT-COUNT.
054800     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
054900
055000     MOVE 'SUSPENSE + WRITE-OFF VS SKIPS' TO WI-MC-LEG-NAME.
055100     COMPUTE WI-MC-LEFT-COUNT =
055110         WI-MC-SUSP-COUNT + WI-MC-WOFF-SUSP-COUNT.
055200     MOVE WI-MC-W110-SUSPENSE TO WI-MC-RIGHT-COUNT.
055300     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
055400
056200     MOVE WI-MC-W110-DIVERTED TO WI-MC-RIGHT-COUNT.
056300     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
056400
056500     MOVE 'RATE HOLD + WRITE-OFF VS HOLDS' TO WI-MC-LEG-NAME.
056600     COMPUTE WI-MC-LEFT-COUNT =
056610         WI-MC-HOLD-COUNT + WI-MC-WOFF-HOLD-COUNT.
056700     MOVE WI-MC-W110-RATE-HOLDS TO WI-MC-RIGHT-COUNT.
056800     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
056900
057100     MOVE WI-MC-ACK-RECEIVED-SUM TO WI-MC-LEFT-COUNT.
057200     MOVE WI-MC-W100-READ        TO WI-MC-RIGHT-COUNT.
057300     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
057305
057310     MOVE 'EDIT-REJECT FILE VS BILLING SKIPS' TO WI-MC-LEG-NAME.
057315     MOVE WI-MC-EDREJ-FILE-COUNT TO WI-MC-LEFT-COUNT.
057320     MOVE WI-MC-W110-EDITREJ     TO WI-MC-RIGHT-COUNT.
057325     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
057330
057335     MOVE 'EDIT REJECTS AGREE' TO WI-MC-LEG-NAME.
057340     MOVE WI-MC-W100-EDITREJ TO WI-MC-LEFT-COUNT.
057345     MOVE WI-MC-W110-EDITREJ TO WI-MC-RIGHT-COUNT.
057350     PERFORM 7100-CHECK-COUNT-LEG THRU 7100-EXIT.
057400
057410******************************************************************
057420* The disposition sum is printed for the reviewer, never        *
057430* failed: the billed-source count is derived by subtracting     *
057440* the other five dispositions from WIMC110's records read, so   *
057450* the sum reduces to the intake-vs-billing leg above by         *
057460* construction.  The independent checks are the suspense-file,  *
057470* rate-hold-file, audit, diverted and edit-reject legs that      *
057475* precede it.                                                    *
057480******************************************************************
057500     MOVE 'READ VS SUM OF DISPOSITIONS' TO WI-MC-LEG-NAME.
057600     COMPUTE WI-MC-BILLED-SOURCE =
057700         WI-MC-W110-READ - WI-MC-W110-SUSPENSE
057800         - WI-MC-W110-NONSUCCESS - WI-MC-W110-RATE-HOLDS
057900         - WI-MC-W110-DIVERTED - WI-MC-W110-EDITREJ.
058000     MOVE WI-MC-W100-READ TO WI-MC-LEFT-COUNT.
058100     COMPUTE WI-MC-RIGHT-COUNT =
058200         WI-MC-BILLED-SOURCE + WI-MC-W110-SUSPENSE
058300         + WI-MC-W110-NONSUCCESS + WI-MC-W110-RATE-HOLDS
058400         + WI-MC-W110-DIVERTED + WI-MC-W110-EDITREJ.
058500     PERFORM 7150-NOTE-COUNT-LEG THRU 7150-EXIT.
058600     MOVE WI-MC-BILLED-SOURCE    TO WI-MC-B-BILLED.
058700     MOVE WI-MC-W110-SUSPENSE    TO WI-MC-B-SUSPENSE.
058900     MOVE WI-MC-W110-DIVERTED    TO WI-MC-B-DIVERTED.
059000     MOVE WI-MC-W110-RATE-HOLDS  TO WI-MC-B-HELD.
059100     WRITE WI-MC-CTL-RPT-REC FROM WI-MC-CTL-BRK-LINE.
059110     MOVE WI-MC-W110-EDITREJ     TO WI-MC-B-EDITREJ.
059112     COMPUTE WI-MC-B-WRITTEN-OFF =
059114         WI-MC-WOFF-SUSP-COUNT + WI-MC-WOFF-HOLD-COUNT.
059120     WRITE WI-MC-CTL-RPT-REC FROM WI-MC-CTL-BRK-LINE-2.
059200
059300     MOVE 'ACK ACCEPTED VS BILLED+HELD+WOFF' TO WI-MC-LEG-NAME.
059400     MOVE WI-MC-ACK-ACCEPTED-SUM TO WI-MC-LEFT-AMOUNT.
059500     COMPUTE WI-MC-RIGHT-AMOUNT =
059600         WI-MC-BILL-ADDON-NET + WI-MC-HOLD-VALUE
059610         + WI-MC-WOFF-HOLD-VALUE.
059700     PERFORM 7200-CHECK-AMOUNT-LEG THRU 7200-EXIT.
059800
059900     MOVE 'BILLING RECORDS VS TRAILER' TO WI-MC-LEG-NAME.
060500     MOVE WI-MC-BILL-RATED-TOTAL TO WI-MC-LEFT-AMOUNT.
060600     MOVE WI-MC-BILL-TRL-TOTAL   TO WI-MC-RIGHT-AMOUNT.
060700     PERFORM 7200-CHECK-AMOUNT-LEG THRU 7200-EXIT.
060710
060720     MOVE 'BILLING TAX VS TRAILER' TO WI-MC-LEG-NAME.
060730     MOVE WI-MC-BILL-TAX-TOTAL TO WI-MC-LEFT-AMOUNT.
060740     MOVE WI-MC-BILL-TRL-TAX   TO WI-MC-RIGHT-AMOUNT.
060750     PERFORM 7200-CHECK-AMOUNT-LEG THRU 7200-EXIT.
060800
060900     MOVE 'ACCEPTED VALUE VS REGISTER' TO WI-MC-LEG-NAME.
061000     MOVE WI-MC-ACK-ACCEPTED-SUM TO WI-MC-LEFT-AMOUNT.
061100     MOVE WI-MC-REG-TOTAL        TO WI-MC-RIGHT-AMOUNT.
061200     PERFORM 7250-NOTE-AMOUNT-LEG THRU 7250-EXIT.
061210
061220     MOVE 'WRITTEN OFF TODAY CARRIER/SETTLE' TO WI-MC-LEG-NAME.
061230     MOVE WI-MC-WOFF-DAY-CARRIER TO WI-MC-LEFT-AMOUNT.
061240     MOVE WI-MC-WOFF-DAY-SETTLE  TO WI-MC-RIGHT-AMOUNT.
061250     PERFORM 7250-NOTE-AMOUNT-LEG THRU 7250-EXIT.
061300 7000-EXIT.
061400     EXIT.
061500
068400     IF WI-MC-ACK-STATUS = '00'
068500         CLOSE WI-MC-ACK-FILE
068600     END-IF.
068610     IF WI-MC-EDIT-REJ-STATUS = '00'
068620         CLOSE WI-MC-EDIT-REJ-FILE
068630     END-IF.
068640     IF WI-MC-WOFF-STATUS = '00'
068650         CLOSE WI-MC-WOFF-FILE
068660     END-IF.
068700     CLOSE WI-MC-CTL-RPT-FILE.
068800     DISPLAY 'WIMC190 LEGS FAILED       = ' WI-MC-FAILED-LEGS.
068900     IF WI-MC-FAILED-LEGS > ZERO
069700     END-IF.
069800 8000-EXIT.
069900     EXIT.
069910
069920******************************************************************
069930* 1700-START-STEP - step control.  Every step WIMCCYC lists      *
069940* ahead of this one must have completed for the processing       *
069950* date, and this step must not already have completed for it     *
069960* unless Operations has posted a rerun override (WIMCSTO) it     *
069970* has not used; the override taken is logged on the step         *
069980* history.  A step left started or failed reruns without one.    *
069990* A refused run ends RETURN-CODE 16 before any output is         *
070000* opened.                                                        *
070010******************************************************************
070020 1700-START-STEP.
070030     OPEN I-O WI-MC-STEP-FILE.
070040     IF WI-MC-STEP-STATUS = '35'
070050         OPEN OUTPUT WI-MC-STEP-FILE
070060         CLOSE WI-MC-STEP-FILE
070070         OPEN I-O WI-MC-STEP-FILE
070080     END-IF.
070090     IF WI-MC-STEP-STATUS NOT = '00'
070100         DISPLAY 'WIMC190 - STEP CONTROL OPEN FAILED, STATUS '
070110             WI-MC-STEP-STATUS
070120         MOVE 16 TO RETURN-CODE
070130         STOP RUN
070140     END-IF.
070150     MOVE ZERO TO WI-MC-STEP-CYCLE-SUB.
070160     PERFORM 1710-FIND-CYCLE-STEP THRU 1710-EXIT
070170         VARYING WI-MC-STEP-SCAN-SUB FROM 1 BY 1
070180         UNTIL WI-MC-STEP-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
070190     IF WI-MC-STEP-CYCLE-SUB > ZERO
070200         PERFORM 1720-CHECK-PREDECESSOR THRU 1720-EXIT
070210             VARYING WI-MC-STEP-PRED-SUB FROM 1 BY 1
070220             UNTIL WI-MC-STEP-PRED-SUB > 3
070230     END-IF.
070240     PERFORM 1730-CHECK-OWN-STEP THRU 1730-EXIT.
070250     CLOSE WI-MC-STEP-FILE.
070260 1700-EXIT.
070270     EXIT.
070280
070290 1710-FIND-CYCLE-STEP.
070300     IF WI_MC_CYCLE_PROGRAM (WI-MC-STEP-SCAN-SUB)
070310             = WI-MC-STEP-NAME
070320         MOVE WI-MC-STEP-SCAN-SUB TO WI-MC-STEP-CYCLE-SUB
070330     END-IF.
070340 1710-EXIT.
070350     EXIT.
070360
070370 1720-CHECK-PREDECESSOR.
070380     MOVE WI_MC_CYCLE_PRED
070390             (WI-MC-STEP-CYCLE-SUB WI-MC-STEP-PRED-SUB)
070400         TO WI-MC-STEP-PRED-NAME.
070410     IF WI-MC-STEP-PRED-NAME = SPACES
070420         GO TO 1720-EXIT
070430     END-IF.
070440     MOVE WI-MC-STEP-DATE      TO WI_MC_STEP_DATE.
070450     MOVE WI-MC-STEP-PRED-NAME TO WI_MC_STEP_PROGRAM.
070460     READ WI-MC-STEP-FILE
070470         INVALID KEY
070480             MOVE SPACES TO WI-MC-STEP-REFUSAL
070490             STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
070500                    ' HAS NOT RUN FOR THIS DATE'
070510                                           DELIMITED BY SIZE
070520                 INTO WI-MC-STEP-REFUSAL
070530             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
070540     END-READ.
070550     IF NOT WI_MC_STEP_COMPLETED
070560         MOVE SPACES TO WI-MC-STEP-REFUSAL
070570         STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
070580                ' HAS NOT COMPLETED FOR THIS DATE'
070590                                       DELIMITED BY SIZE
070600             INTO WI-MC-STEP-REFUSAL
070610         PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
070620     END-IF.
070630 1720-EXIT.
070640     EXIT.
070650
070660 1730-CHECK-OWN-STEP.
070670     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
070680     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
070690     MOVE 'N' TO WI-MC-STEP-FOUND-SW.
070700     READ WI-MC-STEP-FILE
070710         INVALID KEY
070720             CONTINUE
070730         NOT INVALID KEY
070740             SET WI-MC-STEP-FOUND TO TRUE
070750     END-READ.
070760     IF NOT WI-MC-STEP-FOUND
070770         MOVE SPACES TO WI-MC-STEP-REC
070780         MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE
070790         MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM
070800         MOVE ZERO TO WI_MC_STEP_RUN_COUNT
070810         MOVE ZERO TO WI_MC_STEP_OVR_POSTED
070820     END-IF.
070830     IF WI-MC-STEP-FOUND
070840      AND WI_MC_STEP_COMPLETED
070850         PERFORM 1740-FIND-OVERRIDE THRU 1740-EXIT
070860         IF WI-MC-STEP-OVR-POSTED = ZERO
070870             MOVE 'ALREADY COMPLETED, NO RERUN OVERRIDE'
070880                 TO WI-MC-STEP-REFUSAL
070890             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
070900         END-IF
070910         MOVE WI-MC-STEP-OVR-POSTED TO WI_MC_STEP_OVR_POSTED
070920         MOVE WI-MC-STEP-OVR-USER   TO WI_MC_STEP_OVR_USER
070930         MOVE WI-MC-STEP-OVR-REASON TO WI_MC_STEP_OVR_REASON
070940         SET WI_MC_STEP_EVENT_OVERRIDE TO TRUE
070950         MOVE 'RERUN OVERRIDE TAKEN' TO WI_MC_STEP_MESSAGE
070960         PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT
070970         DISPLAY 'WIMC190 - RERUN OF COMPLETED STEP, OVERRIDE BY '
070980             WI-MC-STEP-OVR-USER
070990     END-IF.
071000     SET WI_MC_STEP_STARTED TO TRUE.
071010     MOVE ZERO TO WI_MC_STEP_RETURN_CODE.
071020     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
071030     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
071040     MOVE ZERO TO WI_MC_STEP_END_DATE.
071050     MOVE ZERO TO WI_MC_STEP_END_TIME.
071060     ADD 1 TO WI_MC_STEP_RUN_COUNT.
071070     SET WI_MC_STEP_EVENT_START TO TRUE.
071080     MOVE SPACES TO WI_MC_STEP_MESSAGE.
071090     IF WI-MC-STEP-FOUND
071100         REWRITE WI-MC-STEP-REC
071110     ELSE
071120         WRITE WI-MC-STEP-REC
071130     END-IF.
071140     IF WI-MC-STEP-STATUS NOT = '00'
071150         DISPLAY 'WIMC190 - STEP CONTROL UPDATE FAILED, STATUS '
071160             WI-MC-STEP-STATUS
071170         MOVE 16 TO RETURN-CODE
071180         STOP RUN
071190     END-IF.
071200     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
071210 1730-EXIT.
071220     EXIT.
071230
071240******************************************************************
071250* 1740-FIND-OVERRIDE - the earliest override for this step and   *
071260* date posted after the last one it used.  None found leaves     *
071270* WI-MC-STEP-OVR-POSTED zero.                                    *
071280******************************************************************
071290 1740-FIND-OVERRIDE.
071300     MOVE ZERO TO WI-MC-STEP-OVR-POSTED.
071310     MOVE 'N' TO WI-MC-STEP-OVR-EOF-SW.
071320     OPEN INPUT WI-MC-STEP-OVR-FILE.
071330     IF WI-MC-STEP-OVR-STATUS NOT = '00'
071340         GO TO 1740-EXIT
071350     END-IF.
071360     PERFORM 1750-READ-OVERRIDE THRU 1750-EXIT
071370         UNTIL WI-MC-STEP-OVR-EOF.
071380     CLOSE WI-MC-STEP-OVR-FILE.
071390 1740-EXIT.
071400     EXIT.
071410
071420 1750-READ-OVERRIDE.
071430     READ WI-MC-STEP-OVR-FILE
071440         AT END
071450             SET WI-MC-STEP-OVR-EOF TO TRUE
071460             GO TO 1750-EXIT
071470     END-READ.
071480     IF WI_MC_STOVR_DATE NOT = WI-MC-STEP-DATE
071490      OR WI_MC_STOVR_PROGRAM NOT = WI-MC-STEP-NAME
071500      OR WI_MC_STOVR_USER = SPACES
071510      OR WI_MC_STOVR_POSTED NOT NUMERIC
071520         GO TO 1750-EXIT
071530     END-IF.
071540     IF WI_MC_STOVR_POSTED NOT > WI_MC_STEP_OVR_POSTED
071550         GO TO 1750-EXIT
071560     END-IF.
071570     IF WI-MC-STEP-OVR-POSTED = ZERO
071580      OR WI_MC_STOVR_POSTED < WI-MC-STEP-OVR-POSTED
071590         MOVE WI_MC_STOVR_POSTED TO WI-MC-STEP-OVR-POSTED
071600         MOVE WI_MC_STOVR_USER   TO WI-MC-STEP-OVR-USER
071610         MOVE WI_MC_STOVR_REASON TO WI-MC-STEP-OVR-REASON
071620     END-IF.
071630 1750-EXIT.
071640     EXIT.
071650
071660******************************************************************
071670* 1780-LOG-STEP-EVENT - append the entry as it stands to the step*
071680* history.  The first run of a cycle creates the file.           *
071690******************************************************************
071700 1780-LOG-STEP-EVENT.
071710     OPEN EXTEND WI-MC-STEP-HIST-FILE.
071720     IF WI-MC-STEP-HIST-STATUS NOT = '00'
071730         OPEN OUTPUT WI-MC-STEP-HIST-FILE
071740     END-IF.
071750     WRITE WI-MC-STEP-HIST-REC FROM WI-MC-STEP-REC.
071760     CLOSE WI-MC-STEP-HIST-FILE.
071770 1780-EXIT.
071780     EXIT.
071790
071800******************************************************************
071810* 1790-REFUSE-STEP - the refusal goes to the step history only;  *
071820* this step's own entry is left as it was.                       *
071830******************************************************************
071840 1790-REFUSE-STEP.
071850     MOVE SPACES TO WI-MC-STEP-REC.
071860     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
071870     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
071880     MOVE 16 TO WI_MC_STEP_RETURN_CODE.
071890     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
071900     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
071910     MOVE ZERO TO WI_MC_STEP_END_DATE.
071920     MOVE ZERO TO WI_MC_STEP_END_TIME.
071930     MOVE ZERO TO WI_MC_STEP_RUN_COUNT.
071940     MOVE ZERO TO WI_MC_STEP_OVR_POSTED.
071950     SET WI_MC_STEP_EVENT_REFUSED TO TRUE.
071960     MOVE WI-MC-STEP-REFUSAL TO WI_MC_STEP_MESSAGE.
071970     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
071980     CLOSE WI-MC-STEP-FILE.
071990     DISPLAY 'WIMC190 - STEP REFUSED FOR PROCESSING DATE '
072000         WI-MC-STEP-DATE ' - ' WI-MC-STEP-REFUSAL.
072010     MOVE 16 TO RETURN-CODE.
072020     STOP RUN.
072030 1790-EXIT.
072040     EXIT.
072050
072060******************************************************************
072070* 8950-END-STEP - close this step's entry on the step-control    *
072080* file: completed below RETURN-CODE 12, failed at 12 and above.  *
072090******************************************************************
072100 8950-END-STEP.
072110     OPEN I-O WI-MC-STEP-FILE.
072120     IF WI-MC-STEP-STATUS NOT = '00'
072130         DISPLAY 'WIMC190 - STEP CONTROL OPEN FAILED, STATUS '
072140             WI-MC-STEP-STATUS
072150         MOVE 16 TO RETURN-CODE
072160         GO TO 8950-EXIT
072170     END-IF.
072180     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
072190     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
072200     READ WI-MC-STEP-FILE
072210         INVALID KEY
072220             DISPLAY 'WIMC190 - STEP CONTROL ENTRY NOT FOUND AT '
072230                 'END OF RUN'
072240             MOVE 16 TO RETURN-CODE
072250             CLOSE WI-MC-STEP-FILE
072260             GO TO 8950-EXIT
072270     END-READ.
072280     MOVE RETURN-CODE TO WI_MC_STEP_RETURN_CODE.
072290     IF RETURN-CODE < 12
072300         SET WI_MC_STEP_COMPLETED TO TRUE
072310         SET WI_MC_STEP_EVENT_COMPLETE TO TRUE
072320     ELSE
072330         SET WI_MC_STEP_FAILED TO TRUE
072340         SET WI_MC_STEP_EVENT_FAIL TO TRUE
072350     END-IF.
072360     ACCEPT WI_MC_STEP_END_DATE FROM DATE.
072370     ACCEPT WI_MC_STEP_END_TIME FROM TIME.
072380     MOVE SPACES TO WI_MC_STEP_MESSAGE.
072390     REWRITE WI-MC-STEP-REC.
072400     IF WI-MC-STEP-STATUS NOT = '00'
072410         DISPLAY 'WIMC190 - STEP CONTROL UPDATE FAILED, STATUS '
072420             WI-MC-STEP-STATUS
072430         MOVE 16 TO RETURN-CODE
072440     END-IF.
072450     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
072460     CLOSE WI-MC-STEP-FILE.
072470 8950-EXIT.
072480     EXIT.
