003800*                  store ages in business days against the      *
003900*                  holiday calendar (WIMCHOL), matching         *
004000*                  WIMC100's ageing of the same store.          *
004010* 10/15/2026 RLH   Records WIMC100 diverted to the edit-reject   *
004020*                  file (WIMCEDRJ) are acknowledged as edit      *
004030*                  rejected, each listed with its type,          *
004040*                  operation and the content edits it failed, so *
004050*                  the carrier can correct and resubmit them.    *
004055* 10/15/2026 RLH   Step control (WIMCSTP): the run is refused    *
004060*                  unless the steps ahead of it in WIMCCYC       *
004065*                  completed for the processing date, and a      *
004070*                  completed run is not repeated without a       *
004075*                  rerun override (WIMCSTO); the entry records   *
004080*                  started, completed or failed with the         *
004085*                  return code.                                  *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
008400         ASSIGN TO WIMCHOLM
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WI-MC-HOLIDAY-STATUS.
008610
008620     SELECT WI-MC-EDIT-REJ-FILE
008630         ASSIGN TO WIMCEDRJ
008640         ORGANIZATION IS SEQUENTIAL
008650         FILE STATUS IS WI-MC-EDIT-REJ-STATUS.
008700
008705     SELECT WI-MC-STEP-FILE
008710         ASSIGN TO WIMCSTPC
008715         ORGANIZATION IS INDEXED
008720         ACCESS MODE IS RANDOM
008725         RECORD KEY IS WI_MC_STEP_KEY
008730         FILE STATUS IS WI-MC-STEP-STATUS.
008735
008740     SELECT WI-MC-STEP-HIST-FILE
008745         ASSIGN TO WIMCSTPH
008750         ORGANIZATION IS SEQUENTIAL
008755         FILE STATUS IS WI-MC-STEP-HIST-STATUS.
008760
008765     SELECT WI-MC-STEP-OVR-FILE
008770         ASSIGN TO WIMCSTOV
008775         ORGANIZATION IS SEQUENTIAL
008780         FILE STATUS IS WI-MC-STEP-OVR-STATUS.
008785
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  WI-MC-RESULT-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  WI-MC-HOLIDAY-REC.
013100     COPY WIMCHOL.
013110
013120 FD  WI-MC-EDIT-REJ-FILE
013130     LABEL RECORDS ARE STANDARD.
013140 01  WI-MC-EDIT-REJ-REC.
013150     COPY WIMCEDR.
013200
013300 SD  WI-MC-ACK-SORT-FILE.
013400 01  WI-MC-ACK-SORT-REC.
013800        88 WI-MC-S-FAILED                 VALUE 'F'.
013900        88 WI-MC-S-HELD                   VALUE 'H'.
014000        88 WI-MC-S-DUPLICATE              VALUE 'D'.
014010        88 WI-MC-S-EDIT-REJECT            VALUE 'E'.
014100     05 WI-MC-S-STATE               PIC X(04).
014200     05 WI-MC-S-CODE                PIC X(04).
014300     05 WI-MC-S-CATEGORY            PIC X(20).
014400     05 WI-MC-S-AMOUNT              PIC S9(09)V99 COMP-3.
014410     05 WI-MC-S-TYPE                PIC X(16).
014420     05 WI-MC-S-OPERATION           PIC X(24).
014430     05 WI-MC-S-EDITS.
014440        10 WI-MC-S-EDIT             PIC 9(02) OCCURS 5 TIMES.
014500
014505 FD  WI-MC-STEP-FILE
014510     LABEL RECORDS ARE STANDARD.
014515 01  WI-MC-STEP-REC.
014520     COPY WIMCSTP.
014525
014530 FD  WI-MC-STEP-HIST-FILE
014535     LABEL RECORDS ARE STANDARD.
014540 01  WI-MC-STEP-HIST-REC            PIC X(160).
014545
014550 FD  WI-MC-STEP-OVR-FILE
014555     LABEL RECORDS ARE STANDARD.
014560 01  WI-MC-STEP-OVR-REC.
014565     COPY WIMCSTO.
014570
014600 WORKING-STORAGE SECTION.
014700
014800 77  WI-MC-RESULT-STATUS            PIC X(02) VALUE SPACES.
015200 77  WI-MC-SEEN-IN-STATUS           PIC X(02) VALUE SPACES.
015300 77  WI-MC-ACK-STATUS               PIC X(02) VALUE SPACES.
015400 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
015410 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
015420 77  WI-MC-STEP-HIST-STATUS         PIC X(02) VALUE SPACES.
015430 77  WI-MC-STEP-OVR-STATUS          PIC X(02) VALUE SPACES.
015500 77  WI-MC-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
015510 77  WI-MC-EDIT-REJ-STATUS          PIC X(02) VALUE SPACES.
015600
015700 01  WI-MC-SWITCHES.
015800     05 WI-MC-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
018300        88 WI-MC-HOLIDAY-EOF               VALUE 'Y'.
018400     05 WI-MC-BUS-DAY-SW            PIC X(01) VALUE 'Y'.
018500        88 WI-MC-BUSINESS-DAY              VALUE 'Y'.
018510     05 WI-MC-EDIT-REJ-EOF-SW       PIC X(01) VALUE 'N'.
018520        88 WI-MC-EDIT-REJ-EOF              VALUE 'Y'.
018530     05 WI-MC-EDIT-REJECT-SW        PIC X(01) VALUE 'N'.
018540        88 WI-MC-EDIT-REJECTED             VALUE 'Y'.
018600
018700 01  WI-MC-COUNTERS.
018800     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
019100     05 WI-MC-SEEN-COUNT            PIC 9(05) COMP VALUE ZERO.
019200     05 WI-MC-RECORDS-READ          PIC 9(09) COMP VALUE ZERO.
019300     05 WI-MC-ACK-PROVIDERS         PIC 9(05) COMP VALUE ZERO.
019310     05 WI-MC-EDREJ-COUNT           PIC 9(05) COMP VALUE ZERO.
019320     05 WI-MC-EDIT-SUB              PIC 9(01) COMP VALUE ZERO.
019400
019500******************************************************************
019600* Per-provider acknowledgement tallies, reset at each provider   *
020200     05 WI-MC-ACK-FAILED            PIC 9(09) COMP VALUE ZERO.
020300     05 WI-MC-ACK-HELD              PIC 9(09) COMP VALUE ZERO.
020400     05 WI-MC-ACK-DUPS              PIC 9(09) COMP VALUE ZERO.
020410     05 WI-MC-ACK-EDITREJ           PIC 9(09) COMP VALUE ZERO.
020500 01  WI-MC-ACK-AMOUNT               PIC S9(09)V99 COMP-3
020600                                     VALUE ZERO.
020700 01  WI-MC-PREV-PROVIDER            PIC X(12) VALUE LOW-VALUES.
028500           ASCENDING KEY IS WI-MC-SEEN-TBL-KEY
028600           INDEXED BY WI-MC-SEEN-IDX.
028700        10 WI-MC-SEEN-TBL-KEY       PIC X(1197).
028705
028710******************************************************************
028715* WI-MC-EDREJ-TABLE - feed positions of the records WIMC100      *
028720* diverted to the edit-reject file today, in feed order, with    *
028725* the edits each one failed for the acknowledgement.             *
028730******************************************************************
028735 01  WI-MC-EDREJ-TABLE.
028740     05 WI-MC-EDREJ-ENTRY OCCURS 1 TO 50000 TIMES
028745           DEPENDING ON WI-MC-EDREJ-COUNT
028750           ASCENDING KEY IS WI-MC-EDREJ-TBL-SEQ
028755           INDEXED BY WI-MC-EDREJ-IDX.
028760        10 WI-MC-EDREJ-TBL-SEQ      PIC 9(09).
028765        10 WI-MC-EDREJ-TBL-EDITS    PIC X(10).
028770 01  WI-MC-CURRENT-EDITS            PIC X(10) VALUE ZEROS.
028800
028900 01  WI-MC-SEEN-KEY-WORK.
029000     05 WI-MC-SEEN-KEY-PROVIDER     PIC X(12).
031600     05 FILLER                      PIC X(20) VALUE
031700        'FAILED SUCCESS CHECK'.
031800     05 FILLER                      PIC X(59) VALUE SPACES.
031805
031810 01  WI-MC-ACK-EDREJ-LINE.
031815     05 FILLER                      PIC X(03) VALUE SPACES.
031820     05 FILLER                      PIC X(06) VALUE 'STATE '.
031825     05 WI-MC-E-STATE               PIC X(04).
031830     05 FILLER                      PIC X(06) VALUE ' CODE '.
031835     05 WI-MC-E-CODE                PIC X(04).
031840     05 FILLER                      PIC X(06) VALUE ' TYPE '.
031845     05 WI-MC-E-TYPE                PIC X(16).
031850     05 FILLER                      PIC X(11) VALUE ' OPERATION '.
031855     05 WI-MC-E-OPERATION           PIC X(24).
031860     05 FILLER                      PIC X(07) VALUE ' EDITS '.
031865     05 WI-MC-E-EDIT                PIC ZZB OCCURS 5 TIMES.
031870     05 FILLER                      PIC X(19) VALUE
031875        'FAILED CONTENT EDIT'.
031880     05 FILLER                      PIC X(11) VALUE SPACES.
031900
032000 01  WI-MC-ACK-SUM-LINE.
032100     05 FILLER                      PIC X(03) VALUE SPACES.
033000     05 WI-MC-M-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
033100     05 FILLER                      PIC X(88) VALUE SPACES.
033200
033202******************************************************************
033204* Step control - this step's entry on the step-control file      *
033206* (WIMCSTP), its place in the daily cycle (WIMCCYC) and the      *
033208* rerun override (WIMCSTO) taken, if any.                        *
033210******************************************************************
033212 01  WI-MC-STEP-WORK.
033214     05 WI-MC-STEP-NAME             PIC X(08) VALUE 'WIMC120'.
033216     05 WI-MC-STEP-DATE             PIC 9(06) VALUE ZERO.
033218     05 WI-MC-STEP-CYCLE-SUB        PIC 9(02) COMP VALUE ZERO.
033220     05 WI-MC-STEP-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
033222     05 WI-MC-STEP-PRED-SUB         PIC 9(02) COMP VALUE ZERO.
033224     05 WI-MC-STEP-PRED-NAME        PIC X(08) VALUE SPACES.
033226     05 WI-MC-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
033228        88 WI-MC-STEP-FOUND               VALUE 'Y'.
033230     05 WI-MC-STEP-OVR-EOF-SW       PIC X(01) VALUE 'N'.
033232        88 WI-MC-STEP-OVR-EOF             VALUE 'Y'.
033234     05 WI-MC-STEP-OVR-POSTED       PIC 9(10) VALUE ZERO.
033236     05 WI-MC-STEP-OVR-USER         PIC X(08) VALUE SPACES.
033238     05 WI-MC-STEP-OVR-REASON       PIC X(40) VALUE SPACES.
033240     05 WI-MC-STEP-REFUSAL          PIC X(40) VALUE SPACES.
033242 01  WI-MC-CYCLE-STEPS.
033244     COPY WIMCCYC.
033246
033300 PROCEDURE DIVISION.
033400
033500******************************************************************
034500             THRU 2000-EXIT
034600         OUTPUT PROCEDURE IS 3000-WRITE-ACKS THRU 3000-EXIT.
034700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
034710     PERFORM 8950-END-STEP THRU 8950-EXIT.
034800     STOP RUN.
034900
035000******************************************************************
039900     ACCEPT WI-MC-ACK-TIME FROM TIME.
040000     COMPUTE WI-MC-RUN-DAY-NUM =
040100         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-ACK-DATE).
040110     MOVE WI-MC-ACK-DATE TO WI-MC-STEP-DATE.
040120     PERFORM 1700-START-STEP THRU 1700-EXIT.
040200     OPEN INPUT WI-MC-HOLIDAY-FILE.
040300     IF WI-MC-HOLIDAY-STATUS = '00'
040400         PERFORM 1400-LOAD-HOLIDAYS THRU 1400-EXIT
041100             UNTIL WI-MC-SEEN-IN-EOF
041200         CLOSE WI-MC-SEEN-IN-FILE
041300     END-IF.
041310     OPEN INPUT WI-MC-EDIT-REJ-FILE.
041320     IF WI-MC-EDIT-REJ-STATUS = '00'
041330         PERFORM 1370-LOAD-EDIT-REJECTS THRU 1370-EXIT
041340             UNTIL WI-MC-EDIT-REJ-EOF
041350         CLOSE WI-MC-EDIT-REJ-FILE
041360     END-IF.
041400
041500     OPEN INPUT WI-MC-RESULT-FILE.
041600     IF WI-MC-RESULT-STATUS NOT = '00'
051600         TO WI-MC-SEEN-TBL-KEY (WI-MC-SEEN-IDX).
051700 1360-EXIT.
051800     EXIT.
051802
051804******************************************************************
051806* 1370-LOAD-EDIT-REJECTS - load the feed positions of today's    *
051808* edit rejects.  An entry for another date is left alone, and a  *
051810* position no higher than the one before it is the repeat a      *
051812* WIMC100 restart leaves behind.                                 *
051814******************************************************************
051816 1370-LOAD-EDIT-REJECTS.
051818     READ WI-MC-EDIT-REJ-FILE
051820         AT END
051822             SET WI-MC-EDIT-REJ-EOF TO TRUE
051824         NOT AT END
051826             PERFORM 1380-ADD-EDIT-REJECT THRU 1380-EXIT
051828     END-READ.
051830 1370-EXIT.
051832     EXIT.
051834
051836 1380-ADD-EDIT-REJECT.
051838     IF WI_MC_EDREJ_DATE NOT = WI-MC-ACK-DATE
051840         GO TO 1380-EXIT
051842     END-IF.
051844     IF WI-MC-EDREJ-COUNT > ZERO
051846         IF WI_MC_EDREJ_FEED_SEQ
051848                 NOT > WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT)
051850             GO TO 1380-EXIT
051852         END-IF
051854     END-IF.
051856     IF WI-MC-EDREJ-COUNT = 50000
051858         DISPLAY 'WIMC120 - EDIT-REJECT TABLE FULL'
051860         MOVE 16 TO RETURN-CODE
051862         STOP RUN
051864     END-IF.
051866     ADD 1 TO WI-MC-EDREJ-COUNT.
051868     MOVE WI_MC_EDREJ_FEED_SEQ
051870         TO WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT).
051872     MOVE WI_MC_EDREJ_EDITS
051874         TO WI-MC-EDREJ-TBL-EDITS (WI-MC-EDREJ-COUNT).
051876 1380-EXIT.
051878     EXIT.
051900
052000 1320-READ-PROCESS-DATE.
052100     READ WI-MC-PROC-DATE-FILE
057300     PERFORM 2200-DECODE-REASON THRU 2200-EXIT.
057400     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
057500     PERFORM 2400-CHECK-PROVIDER THRU 2400-EXIT.
057510     PERFORM 2450-CHECK-EDIT-REJECT THRU 2450-EXIT.
057600     PERFORM 2500-CHECK-SUCCESS THRU 2500-EXIT.
057700     MOVE SPACES TO WI-MC-ACK-SORT-REC.
057800     MOVE WI_MC_RESULT_PROVIDER TO WI-MC-S-PROVIDER.
058700         IF NOT WI-MC-PROVIDER-GOOD
058800             MOVE 'H' TO WI-MC-S-DISP
058900         ELSE
058910             IF WI-MC-EDIT-REJECTED
058920                 MOVE 'E' TO WI-MC-S-DISP
058930                 MOVE WI_MC_RESULT_TYPE      TO WI-MC-S-TYPE
058940                 MOVE WI_MC_RESULT_OPERATION TO WI-MC-S-OPERATION
058950                 MOVE WI-MC-CURRENT-EDITS    TO WI-MC-S-EDITS
058960             ELSE
059000                 IF WI-MC-SUCCESS-OK
059100                     MOVE 'A' TO WI-MC-S-DISP
059200                     MOVE WI-MC-RECORD-AMOUNT TO WI-MC-S-AMOUNT
059300                 ELSE
059400                     MOVE 'F' TO WI-MC-S-DISP
059500                 END-IF
059510             END-IF
059600         END-IF
059700     END-IF.
059800     RELEASE WI-MC-ACK-SORT-REC.
068100     END-SEARCH.
068200 2400-EXIT.
068300     EXIT.
068302
068304******************************************************************
068306* 2450-CHECK-EDIT-REJECT - was this feed position diverted to    *
068308* the edit-reject file at intake, and for which edits.           *
068310******************************************************************
068312 2450-CHECK-EDIT-REJECT.
068314     MOVE 'N' TO WI-MC-EDIT-REJECT-SW.
068316     IF WI-MC-EDREJ-COUNT = ZERO
068318         GO TO 2450-EXIT
068320     END-IF.
068322     SEARCH ALL WI-MC-EDREJ-ENTRY
068324         AT END
068326             CONTINUE
068328         WHEN WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-IDX)
068330                 = WI-MC-RECORDS-READ
068332             SET WI-MC-EDIT-REJECTED TO TRUE
068334             MOVE WI-MC-EDREJ-TBL-EDITS (WI-MC-EDREJ-IDX)
068336                 TO WI-MC-CURRENT-EDITS
068338     END-SEARCH.
068340 2450-EXIT.
068342     EXIT.
068400
068500 2500-CHECK-SUCCESS.
068600     MOVE 'N' TO WI-MC-SUCCESS-OK-SW.
077400     IF WI-MC-S-HELD
077500         ADD 1 TO WI-MC-ACK-HELD
077600     END-IF.
077610     IF WI-MC-S-EDIT-REJECT
077620         ADD 1 TO WI-MC-ACK-EDITREJ
077630         PERFORM 3450-WRITE-EDIT-REJ-LINE THRU 3450-EXIT
077640     END-IF.
077700     IF WI-MC-S-DUPLICATE
077800         ADD 1 TO WI-MC-ACK-DUPS
077900     END-IF.
078800     MOVE ZERO TO WI-MC-ACK-FAILED.
078900     MOVE ZERO TO WI-MC-ACK-HELD.
079000     MOVE ZERO TO WI-MC-ACK-DUPS.
079010     MOVE ZERO TO WI-MC-ACK-EDITREJ.
079100     MOVE ZERO TO WI-MC-ACK-AMOUNT.
079200     MOVE WI-MC-S-PROVIDER TO WI-MC-H-PROVIDER.
079300     MOVE WI-MC-ACK-DATE   TO WI-MC-H-DATE.
080300     WRITE WI-MC-ACK-REC FROM WI-MC-ACK-FAIL-LINE.
080400 3400-EXIT.
080500     EXIT.
080505
080510 3450-WRITE-EDIT-REJ-LINE.
080515     MOVE WI-MC-S-STATE     TO WI-MC-E-STATE.
080520     MOVE WI-MC-S-CODE      TO WI-MC-E-CODE.
080525     MOVE WI-MC-S-TYPE      TO WI-MC-E-TYPE.
080530     MOVE WI-MC-S-OPERATION TO WI-MC-E-OPERATION.
080535     PERFORM 3460-MOVE-ONE-EDIT THRU 3460-EXIT
080540         VARYING WI-MC-EDIT-SUB FROM 1 BY 1
080545         UNTIL WI-MC-EDIT-SUB > 5.
080550     WRITE WI-MC-ACK-REC FROM WI-MC-ACK-EDREJ-LINE.
080555 3450-EXIT.
080560     EXIT.
080565
080570 3460-MOVE-ONE-EDIT.
080575     MOVE WI-MC-S-EDIT (WI-MC-EDIT-SUB)
080580         TO WI-MC-E-EDIT (WI-MC-EDIT-SUB).
080585 3460-EXIT.
080590     EXIT.
080600
080700******************************************************************
080800* 3500-CLOSE-PROVIDER - the provider's summary counts, the       *
082200     MOVE 'HELD UNKNOWN/SUSPENSE'   TO WI-MC-M-LABEL.
082300     MOVE WI-MC-ACK-HELD            TO WI-MC-M-COUNT.
082400     WRITE WI-MC-ACK-REC FROM WI-MC-ACK-SUM-LINE.
082410     MOVE 'EDIT REJECTED'           TO WI-MC-M-LABEL.
082420     MOVE WI-MC-ACK-EDITREJ         TO WI-MC-M-COUNT.
082430     WRITE WI-MC-ACK-REC FROM WI-MC-ACK-SUM-LINE.
082500     MOVE 'DUPLICATE SUSPECTS'      TO WI-MC-M-LABEL.
082600     MOVE WI-MC-ACK-DUPS            TO WI-MC-M-COUNT.
082700     WRITE WI-MC-ACK-REC FROM WI-MC-ACK-SUM-LINE.
091100     END-IF.
091200 8000-EXIT.
091300     EXIT.
091310
091320******************************************************************
091330* 1700-START-STEP - step control.  Every step WIMCCYC lists      *
091340* ahead of this one must have completed for the processing       *
091350* date, and this step must not already have completed for it     *
091360* unless Operations has posted a rerun override (WIMCSTO) it     *
091370* has not used; the override taken is logged on the step         *
091380* history.  A step left started or failed reruns without one.    *
091390* A refused run ends RETURN-CODE 16 before any output is         *
091400* opened.                                                        *
091410******************************************************************
091420 1700-START-STEP.
091430     OPEN I-O WI-MC-STEP-FILE.
091440     IF WI-MC-STEP-STATUS = '35'
091450         OPEN OUTPUT WI-MC-STEP-FILE
091460         CLOSE WI-MC-STEP-FILE
091470         OPEN I-O WI-MC-STEP-FILE
091480     END-IF.
091490     IF WI-MC-STEP-STATUS NOT = '00'
091500         DISPLAY 'WIMC120 - STEP CONTROL OPEN FAILED, STATUS '
091510             WI-MC-STEP-STATUS
091520         MOVE 16 TO RETURN-CODE
091530         STOP RUN
091540     END-IF.
091550     MOVE ZERO TO WI-MC-STEP-CYCLE-SUB.
091560     PERFORM 1710-FIND-CYCLE-STEP THRU 1710-EXIT
091570         VARYING WI-MC-STEP-SCAN-SUB FROM 1 BY 1
091580         UNTIL WI-MC-STEP-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
091590     IF WI-MC-STEP-CYCLE-SUB > ZERO
091600         PERFORM 1720-CHECK-PREDECESSOR THRU 1720-EXIT
091610             VARYING WI-MC-STEP-PRED-SUB FROM 1 BY 1
091620             UNTIL WI-MC-STEP-PRED-SUB > 3
091630     END-IF.
091640     PERFORM 1730-CHECK-OWN-STEP THRU 1730-EXIT.
091650     CLOSE WI-MC-STEP-FILE.
091660 1700-EXIT.
091670     EXIT.
091680
091690 1710-FIND-CYCLE-STEP.
091700     IF WI_MC_CYCLE_PROGRAM (WI-MC-STEP-SCAN-SUB)
091710             = WI-MC-STEP-NAME
091720         MOVE WI-MC-STEP-SCAN-SUB TO WI-MC-STEP-CYCLE-SUB
091730     END-IF.
091740 1710-EXIT.
091750     EXIT.
091760
091770 1720-CHECK-PREDECESSOR.
091780     MOVE WI_MC_CYCLE_PRED
091790             (WI-MC-STEP-CYCLE-SUB WI-MC-STEP-PRED-SUB)
091800         TO WI-MC-STEP-PRED-NAME.
091810     IF WI-MC-STEP-PRED-NAME = SPACES
091820         GO TO 1720-EXIT
091830     END-IF.
091840     MOVE WI-MC-STEP-DATE      TO WI_MC_STEP_DATE.
091850     MOVE WI-MC-STEP-PRED-NAME TO WI_MC_STEP_PROGRAM.
091860     READ WI-MC-STEP-FILE
091870         INVALID KEY
091880             MOVE SPACES TO WI-MC-STEP-REFUSAL
091890             STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
091900                    ' HAS NOT RUN FOR THIS DATE'
091910                                           DELIMITED BY SIZE
091920                 INTO WI-MC-STEP-REFUSAL
091930             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
091940     END-READ.
091950     IF NOT WI_MC_STEP_COMPLETED
091960         MOVE SPACES TO WI-MC-STEP-REFUSAL
091970         STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
091980                ' HAS NOT COMPLETED FOR THIS DATE'
091990                                       DELIMITED BY SIZE
092000             INTO WI-MC-STEP-REFUSAL
092010         PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
092020     END-IF.
092030 1720-EXIT.
092040     EXIT.
092050
092060 1730-CHECK-OWN-STEP.
092070     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
092080     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
092090     MOVE 'N' TO WI-MC-STEP-FOUND-SW.
092100     READ WI-MC-STEP-FILE
092110         INVALID KEY
092120             CONTINUE
092130         NOT INVALID KEY
092140             SET WI-MC-STEP-FOUND TO TRUE
092150     END-READ.
092160     IF NOT WI-MC-STEP-FOUND
092170         MOVE SPACES TO WI-MC-STEP-REC
092180         MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE
092190         MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM
092200         MOVE ZERO TO WI_MC_STEP_RUN_COUNT
092210         MOVE ZERO TO WI_MC_STEP_OVR_POSTED
092220     END-IF.
092230     IF WI-MC-STEP-FOUND
092240      AND WI_MC_STEP_COMPLETED
092250         PERFORM 1740-FIND-OVERRIDE THRU 1740-EXIT
092260         IF WI-MC-STEP-OVR-POSTED = ZERO
092270             MOVE 'ALREADY COMPLETED, NO RERUN OVERRIDE'
092280                 TO WI-MC-STEP-REFUSAL
092290             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
092300         END-IF
092310         MOVE WI-MC-STEP-OVR-POSTED TO WI_MC_STEP_OVR_POSTED
092320         MOVE WI-MC-STEP-OVR-USER   TO WI_MC_STEP_OVR_USER
092330         MOVE WI-MC-STEP-OVR-REASON TO WI_MC_STEP_OVR_REASON
092340         SET WI_MC_STEP_EVENT_OVERRIDE TO TRUE
092350         MOVE 'RERUN OVERRIDE TAKEN' TO WI_MC_STEP_MESSAGE
092360         PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT
092370         DISPLAY 'WIMC120 - RERUN OF COMPLETED STEP, OVERRIDE BY '
092380             WI-MC-STEP-OVR-USER
092390     END-IF.
092400     SET WI_MC_STEP_STARTED TO TRUE.
092410     MOVE ZERO TO WI_MC_STEP_RETURN_CODE.
092420     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
092430     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
092440     MOVE ZERO TO WI_MC_STEP_END_DATE.
092450     MOVE ZERO TO WI_MC_STEP_END_TIME.
092460     ADD 1 TO WI_MC_STEP_RUN_COUNT.
092470     SET WI_MC_STEP_EVENT_START TO TRUE.
092480     MOVE SPACES TO WI_MC_STEP_MESSAGE.
092490     IF WI-MC-STEP-FOUND
092500         REWRITE WI-MC-STEP-REC
092510     ELSE
092520         WRITE WI-MC-STEP-REC
092530     END-IF.
092540     IF WI-MC-STEP-STATUS NOT = '00'
092550         DISPLAY 'WIMC120 - STEP CONTROL UPDATE FAILED, STATUS '
092560             WI-MC-STEP-STATUS
092570         MOVE 16 TO RETURN-CODE
092580         STOP RUN
092590     END-IF.
092600     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
092610 1730-EXIT.
092620     EXIT.
092630
092640******************************************************************
092650* 1740-FIND-OVERRIDE - the earliest override for this step and   *
092660* date posted after the last one it used.  None found leaves     *
092670* WI-MC-STEP-OVR-POSTED zero.                                    *
092680******************************************************************
092690 1740-FIND-OVERRIDE.
092700     MOVE ZERO TO WI-MC-STEP-OVR-POSTED.
092710     MOVE 'N' TO WI-MC-STEP-OVR-EOF-SW.
092720     OPEN INPUT WI-MC-STEP-OVR-FILE.
092730     IF WI-MC-STEP-OVR-STATUS NOT = '00'
092740         GO TO 1740-EXIT
092750     END-IF.
092760     PERFORM 1750-READ-OVERRIDE THRU 1750-EXIT
092770         UNTIL WI-MC-STEP-OVR-EOF.
092780     CLOSE WI-MC-STEP-OVR-FILE.
092790 1740-EXIT.
092800     EXIT.
092810
092820 1750-READ-OVERRIDE.
092830     READ WI-MC-STEP-OVR-FILE
092840         AT END
092850             SET WI-MC-STEP-OVR-EOF TO TRUE
092860             GO TO 1750-EXIT
092870     END-READ.
092880     IF WI_MC_STOVR_DATE NOT = WI-MC-STEP-DATE
092890      OR WI_MC_STOVR_PROGRAM NOT = WI-MC-STEP-NAME
092900      OR WI_MC_STOVR_USER = SPACES
092910      OR WI_MC_STOVR_POSTED NOT NUMERIC
092920         GO TO 1750-EXIT
092930     END-IF.
092940     IF WI_MC_STOVR_POSTED NOT > WI_MC_STEP_OVR_POSTED
092950         GO TO 1750-EXIT
092960     END-IF.
092970     IF WI-MC-STEP-OVR-POSTED = ZERO
092980      OR WI_MC_STOVR_POSTED < WI-MC-STEP-OVR-POSTED
092990         MOVE WI_MC_STOVR_POSTED TO WI-MC-STEP-OVR-POSTED
093000         MOVE WI_MC_STOVR_USER   TO WI-MC-STEP-OVR-USER
093010         MOVE WI_MC_STOVR_REASON TO WI-MC-STEP-OVR-REASON
093020     END-IF.
093030 1750-EXIT.
093040     EXIT.
093050
093060******************************************************************
093070* 1780-LOG-STEP-EVENT - append the entry as it stands to the step*
093080* history.  The first run of a cycle creates the file.           *
093090******************************************************************
093100 1780-LOG-STEP-EVENT.
093110     OPEN EXTEND WI-MC-STEP-HIST-FILE.
093120     IF WI-MC-STEP-HIST-STATUS NOT = '00'
093130         OPEN OUTPUT WI-MC-STEP-HIST-FILE
093140     END-IF.
093150     WRITE WI-MC-STEP-HIST-REC FROM WI-MC-STEP-REC.
093160     CLOSE WI-MC-STEP-HIST-FILE.
093170 1780-EXIT.
093180     EXIT.
093190
093200******************************************************************
093210* 1790-REFUSE-STEP - the refusal goes to the step history only;  *
093220* this step's own entry is left as it was.                       *
093230******************************************************************
093240 1790-REFUSE-STEP.
093250     MOVE SPACES TO WI-MC-STEP-REC.
093260     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
093270     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
093280     MOVE 16 TO WI_MC_STEP_RETURN_CODE.
093290     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
093300     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
093310     MOVE ZERO TO WI_MC_STEP_END_DATE.
093320     MOVE ZERO TO WI_MC_STEP_END_TIME.
093330     MOVE ZERO TO WI_MC_STEP_RUN_COUNT.
093340     MOVE ZERO TO WI_MC_STEP_OVR_POSTED.
093350     SET WI_MC_STEP_EVENT_REFUSED TO TRUE.
093360     MOVE WI-MC-STEP-REFUSAL TO WI_MC_STEP_MESSAGE.
093370     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
093380     CLOSE WI-MC-STEP-FILE.
093390     DISPLAY 'WIMC120 - STEP REFUSED FOR PROCESSING DATE '
093400         WI-MC-STEP-DATE ' - ' WI-MC-STEP-REFUSAL.
093410     MOVE 16 TO RETURN-CODE.
093420     STOP RUN.
093430 1790-EXIT.
093440     EXIT.
093450
093460******************************************************************
093470* 8950-END-STEP - close this step's entry on the step-control    *
093480* file: completed below RETURN-CODE 12, failed at 12 and above.  *
093490******************************************************************
093500 8950-END-STEP.
093510     OPEN I-O WI-MC-STEP-FILE.
093520     IF WI-MC-STEP-STATUS NOT = '00'
093530         DISPLAY 'WIMC120 - STEP CONTROL OPEN FAILED, STATUS '
093540             WI-MC-STEP-STATUS
093550         MOVE 16 TO RETURN-CODE
093560         GO TO 8950-EXIT
093570     END-IF.
093580     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
093590     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
093600     READ WI-MC-STEP-FILE
093610         INVALID KEY
093620             DISPLAY 'WIMC120 - STEP CONTROL ENTRY NOT FOUND AT '
093630                 'END OF RUN'
093640             MOVE 16 TO RETURN-CODE
093650             CLOSE WI-MC-STEP-FILE
093660             GO TO 8950-EXIT
093670     END-READ.
093680     MOVE RETURN-CODE TO WI_MC_STEP_RETURN_CODE.
093690     IF RETURN-CODE < 12
093700         SET WI_MC_STEP_COMPLETED TO TRUE
093710         SET WI_MC_STEP_EVENT_COMPLETE TO TRUE
093720     ELSE
093730         SET WI_MC_STEP_FAILED TO TRUE
093740         SET WI_MC_STEP_EVENT_FAIL TO TRUE
093750     END-IF.
093760     ACCEPT WI_MC_STEP_END_DATE FROM DATE.
093770     ACCEPT WI_MC_STEP_END_TIME FROM TIME.
093780     MOVE SPACES TO WI_MC_STEP_MESSAGE.
093790     REWRITE WI-MC-STEP-REC.
093800     IF WI-MC-STEP-STATUS NOT = '00'
093810         DISPLAY 'WIMC120 - STEP CONTROL UPDATE FAILED, STATUS '
093820             WI-MC-STEP-STATUS
093830         MOVE 16 TO RETURN-CODE
093840     END-IF.
093850     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
093860     CLOSE WI-MC-STEP-FILE.
093870 8950-EXIT.
093880     EXIT.
