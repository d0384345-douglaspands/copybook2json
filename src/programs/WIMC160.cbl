003230*                  it, so a feed past 99,999 records can no    *
003240*                  longer wrap the key and shed history         *
003250*                  entries as false rerun collisions.           *
003260* 10/15/2026 RLH   Records WIMC100 diverted to the edit-reject   *
003270*                  file (WIMCEDRJ) are loaded with disposition   *
003280*                  'E' rather than as billed or audit.           *
003282* 10/15/2026 RLH   Step control (WIMCSTP): the run is refused    *
003284*                  unless the steps ahead of it in WIMCCYC       *
003286*                  completed for the processing date, and a      *
003288*                  completed run is not repeated without a       *
003290*                  rerun override (WIMCSTO); the entry records   *
003292*                  started, completed or failed with the         *
003294*                  return code.                                  *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
007000         ASSIGN TO WIMCHOLM
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WI-MC-HOLIDAY-STATUS.
007210
007220     SELECT WI-MC-EDIT-REJ-FILE
007230         ASSIGN TO WIMCEDRJ
007240         ORGANIZATION IS SEQUENTIAL
007250         FILE STATUS IS WI-MC-EDIT-REJ-STATUS.
007300
007305     SELECT WI-MC-STEP-FILE
007310         ASSIGN TO WIMCSTPC
007315         ORGANIZATION IS INDEXED
007320         ACCESS MODE IS RANDOM
007325         RECORD KEY IS WI_MC_STEP_KEY
007330         FILE STATUS IS WI-MC-STEP-STATUS.
007335
007340     SELECT WI-MC-STEP-HIST-FILE
007345         ASSIGN TO WIMCSTPH
007350         ORGANIZATION IS SEQUENTIAL
007355         FILE STATUS IS WI-MC-STEP-HIST-STATUS.
007360
007365     SELECT WI-MC-STEP-OVR-FILE
007370         ASSIGN TO WIMCSTOV
007375         ORGANIZATION IS SEQUENTIAL
007380         FILE STATUS IS WI-MC-STEP-OVR-STATUS.
007385
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  WI-MC-RESULT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  WI-MC-HOLIDAY-REC.
011100     COPY WIMCHOL.
011110
011120 FD  WI-MC-EDIT-REJ-FILE
011130     LABEL RECORDS ARE STANDARD.
011140 01  WI-MC-EDIT-REJ-REC.
011150     COPY WIMCEDR.
011200
011205 FD  WI-MC-STEP-FILE
011210     LABEL RECORDS ARE STANDARD.
011215 01  WI-MC-STEP-REC.
011220     COPY WIMCSTP.
011225
011230 FD  WI-MC-STEP-HIST-FILE
011235     LABEL RECORDS ARE STANDARD.
011240 01  WI-MC-STEP-HIST-REC            PIC X(160).
011245
011250 FD  WI-MC-STEP-OVR-FILE
011255     LABEL RECORDS ARE STANDARD.
011260 01  WI-MC-STEP-OVR-REC.
011265     COPY WIMCSTO.
011270
011300 WORKING-STORAGE SECTION.
011400
011500 77  WI-MC-RESULT-STATUS            PIC X(02) VALUE SPACES.
011800 77  WI-MC-SEEN-IN-STATUS           PIC X(02) VALUE SPACES.
011900 77  WI-MC-TXNHIST-STATUS           PIC X(02) VALUE SPACES.
012000 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
012010 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
012020 77  WI-MC-STEP-HIST-STATUS         PIC X(02) VALUE SPACES.
012030 77  WI-MC-STEP-OVR-STATUS          PIC X(02) VALUE SPACES.
012100 77  WI-MC-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
012110 77  WI-MC-EDIT-REJ-STATUS          PIC X(02) VALUE SPACES.
012200
012300 01  WI-MC-SWITCHES.
012400     05 WI-MC-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
014500        88 WI-MC-HOLIDAY-EOF               VALUE 'Y'.
014600     05 WI-MC-BUS-DAY-SW            PIC X(01) VALUE 'Y'.
014700        88 WI-MC-BUSINESS-DAY              VALUE 'Y'.
014710     05 WI-MC-EDIT-REJ-EOF-SW       PIC X(01) VALUE 'N'.
014720        88 WI-MC-EDIT-REJ-EOF              VALUE 'Y'.
014730     05 WI-MC-EDIT-REJECT-SW        PIC X(01) VALUE 'N'.
014740        88 WI-MC-EDIT-REJECTED             VALUE 'Y'.
014800
014900 01  WI-MC-COUNTERS.
015000     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
015300     05 WI-MC-RECORDS-READ          PIC 9(09) COMP VALUE ZERO.
015400     05 WI-MC-HIST-LOADED           PIC 9(09) COMP VALUE ZERO.
015500     05 WI-MC-ALREADY-LOADED        PIC 9(09) COMP VALUE ZERO.
015510     05 WI-MC-EDREJ-COUNT           PIC 9(05) COMP VALUE ZERO.
015600
015700 01  WI-MC-RUN-CONTROL-TOTAL        PIC S9(09)V99 COMP-3
015800                                     VALUE ZERO.
021000           ASCENDING KEY IS WI-MC-SEEN-TBL-KEY
021100           INDEXED BY WI-MC-SEEN-IDX.
021200        10 WI-MC-SEEN-TBL-KEY       PIC X(1197).
021205
021210******************************************************************
021215* WI-MC-EDREJ-TABLE - feed positions of the records WIMC100      *
021220* diverted to the edit-reject file today, in feed order.         *
021225******************************************************************
021230 01  WI-MC-EDREJ-TABLE.
021235     05 WI-MC-EDREJ-ENTRY OCCURS 1 TO 50000 TIMES
021240           DEPENDING ON WI-MC-EDREJ-COUNT
021245           ASCENDING KEY IS WI-MC-EDREJ-TBL-SEQ
021250           INDEXED BY WI-MC-EDREJ-IDX.
021255        10 WI-MC-EDREJ-TBL-SEQ      PIC 9(09).
021300
021400 01  WI-MC-SEEN-KEY-WORK.
021500     05 WI-MC-SEEN-KEY-PROVIDER     PIC X(12).
021900     05 WI-MC-SEEN-KEY-ADDONS       PIC 9(01).
022000     05 WI-MC-SEEN-KEY-TOKENS       PIC X(1152).
022100
022102******************************************************************
022104* Step control - this step's entry on the step-control file      *
022106* (WIMCSTP), its place in the daily cycle (WIMCCYC) and the      *
022108* rerun override (WIMCSTO) taken, if any.                        *
022110******************************************************************
022112 01  WI-MC-STEP-WORK.
022114     05 WI-MC-STEP-NAME             PIC X(08) VALUE 'WIMC160'.
022116     05 WI-MC-STEP-DATE             PIC 9(06) VALUE ZERO.
022118     05 WI-MC-STEP-CYCLE-SUB        PIC 9(02) COMP VALUE ZERO.
022120     05 WI-MC-STEP-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
022122     05 WI-MC-STEP-PRED-SUB         PIC 9(02) COMP VALUE ZERO.
022124     05 WI-MC-STEP-PRED-NAME        PIC X(08) VALUE SPACES.
022126     05 WI-MC-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
022128        88 WI-MC-STEP-FOUND               VALUE 'Y'.
022130     05 WI-MC-STEP-OVR-EOF-SW       PIC X(01) VALUE 'N'.
022132        88 WI-MC-STEP-OVR-EOF             VALUE 'Y'.
022134     05 WI-MC-STEP-OVR-POSTED       PIC 9(10) VALUE ZERO.
022136     05 WI-MC-STEP-OVR-USER         PIC X(08) VALUE SPACES.
022138     05 WI-MC-STEP-OVR-REASON       PIC X(40) VALUE SPACES.
022140     05 WI-MC-STEP-REFUSAL          PIC X(40) VALUE SPACES.
022142 01  WI-MC-CYCLE-STEPS.
022144     COPY WIMCCYC.
022146
022200 PROCEDURE DIVISION.
022300
022400******************************************************************
022900     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
023000         UNTIL WI-MC-RESULT-EOF.
023100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
023110     PERFORM 8950-END-STEP THRU 8950-EXIT.
023200     STOP RUN.
023300
023400******************************************************************
027100     END-IF.
027200     COMPUTE WI-MC-RUN-DAY-NUM =
027300         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-RUN-DATE).
027310     MOVE WI-MC-RUN-DATE TO WI-MC-STEP-DATE.
027320     PERFORM 1700-START-STEP THRU 1700-EXIT.
027400     OPEN INPUT WI-MC-HOLIDAY-FILE.
027500     IF WI-MC-HOLIDAY-STATUS = '00'
027600         PERFORM 1400-LOAD-HOLIDAYS THRU 1400-EXIT
028300             UNTIL WI-MC-SEEN-IN-EOF
028400         CLOSE WI-MC-SEEN-IN-FILE
028500     END-IF.
028510     OPEN INPUT WI-MC-EDIT-REJ-FILE.
028520     IF WI-MC-EDIT-REJ-STATUS = '00'
028530         PERFORM 1370-LOAD-EDIT-REJECTS THRU 1370-EXIT
028540             UNTIL WI-MC-EDIT-REJ-EOF
028550         CLOSE WI-MC-EDIT-REJ-FILE
028560     END-IF.
028600
028700     OPEN INPUT WI-MC-RESULT-FILE.
028800     IF WI-MC-RESULT-STATUS NOT = '00'
037600         TO WI-MC-SEEN-TBL-KEY (WI-MC-SEEN-IDX).
037700 1360-EXIT.
037800     EXIT.
037802
037804******************************************************************
037806* 1370-LOAD-EDIT-REJECTS - load the feed positions of today's    *
037808* edit rejects.  An entry for another date is left alone, and a  *
037810* position no higher than the one before it is the repeat a      *
037812* WIMC100 restart leaves behind.                                 *
037814******************************************************************
037816 1370-LOAD-EDIT-REJECTS.
037818     READ WI-MC-EDIT-REJ-FILE
037820         AT END
037822             SET WI-MC-EDIT-REJ-EOF TO TRUE
037824         NOT AT END
037826             PERFORM 1380-ADD-EDIT-REJECT THRU 1380-EXIT
037828     END-READ.
037830 1370-EXIT.
037832     EXIT.
037834
037836 1380-ADD-EDIT-REJECT.
037838     IF WI_MC_EDREJ_DATE NOT = WI-MC-RUN-DATE
037840         GO TO 1380-EXIT
037842     END-IF.
037844     IF WI-MC-EDREJ-COUNT > ZERO
037846         IF WI_MC_EDREJ_FEED_SEQ
037848                 NOT > WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT)
037850             GO TO 1380-EXIT
037852         END-IF
037854     END-IF.
037856     IF WI-MC-EDREJ-COUNT = 50000
037858         DISPLAY 'WIMC160 - EDIT-REJECT TABLE FULL'
037860         MOVE 16 TO RETURN-CODE
037862         STOP RUN
037864     END-IF.
037866     ADD 1 TO WI-MC-EDREJ-COUNT.
037868     MOVE WI_MC_EDREJ_FEED_SEQ
037870         TO WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT).
037872 1380-EXIT.
037874     EXIT.
037900
038000 1320-READ-PROCESS-DATE.
038100     READ WI-MC-PROC-DATE-FILE
042400         UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_ADDON_COUNT.
042500     PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
042600     PERFORM 2400-CHECK-PROVIDER THRU 2400-EXIT.
042610     PERFORM 2450-CHECK-EDIT-REJECT THRU 2450-EXIT.
042700     PERFORM 2500-CHECK-SUCCESS THRU 2500-EXIT.
042800     PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT.
042900     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
049600     END-SEARCH.
049700 2400-EXIT.
049800     EXIT.
049805
049810 2450-CHECK-EDIT-REJECT.
049815     MOVE 'N' TO WI-MC-EDIT-REJECT-SW.
049820     IF WI-MC-EDREJ-COUNT = ZERO
049825         GO TO 2450-EXIT
049830     END-IF.
049835     SEARCH ALL WI-MC-EDREJ-ENTRY
049840         AT END
049845             CONTINUE
049850         WHEN WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-IDX)
049855                 = WI-MC-RECORDS-READ
049860             SET WI-MC-EDIT-REJECTED TO TRUE
049865     END-SEARCH.
049870 2450-EXIT.
049875     EXIT.
049900
050000 2500-CHECK-SUCCESS.
050100     MOVE 'N' TO WI-MC-SUCCESS-OK-SW.
051400* disposition mirrors intake: a matched reversal and a normal    *
051500* accepted success record both billed; a duplicate suspect (or   *
051600* unmatched reversal) diverted; an unknown or inactive carrier   *
051700* held to suspense; an edit reject diverted to the edit-reject   *
051710* file; a non-success code on the audit trail.  The feed         *
051800* position keys the entry; a key already on the file means       *
051900* this business date was loaded before and the entry stands.     *
052000******************************************************************
052100 2600-WRITE-HISTORY.
053400         IF NOT WI-MC-PROVIDER-GOOD
053500             MOVE 'S' TO WI_MC_TXNH_DISPOSITION
053600         ELSE
053610             IF WI-MC-EDIT-REJECTED
053620                 MOVE 'E' TO WI_MC_TXNH_DISPOSITION
053630             ELSE
053700                 IF WI-MC-SUCCESS-OK
053800                     MOVE 'B' TO WI_MC_TXNH_DISPOSITION
053900                 ELSE
054000                     MOVE 'A' TO WI_MC_TXNH_DISPOSITION
054100                 END-IF
054110             END-IF
054200         END-IF
054300     END-IF.
054400     MOVE WI_MC_ADDON_COUNT TO WI_MC_TXNH_ADDON_COUNT.
067500     END-IF.
067600 8000-EXIT.
067700     EXIT.
067710
067720******************************************************************
067730* 1700-START-STEP - step control.  Every step WIMCCYC lists      *
067740* ahead of this one must have completed for the processing       *
067750* date, and this step must not already have completed for it     *
067760* unless Operations has posted a rerun override (WIMCSTO) it     *
067770* has not used; the override taken is logged on the step         *
067780* history.  A step left started or failed reruns without one.    *
067790* A refused run ends RETURN-CODE 16 before any output is         *
067800* opened.                                                        *
067810******************************************************************
067820 1700-START-STEP.
067830     OPEN I-O WI-MC-STEP-FILE.
067840     IF WI-MC-STEP-STATUS = '35'
067850         OPEN OUTPUT WI-MC-STEP-FILE
067860         CLOSE WI-MC-STEP-FILE
067870         OPEN I-O WI-MC-STEP-FILE
067880     END-IF.
067890     IF WI-MC-STEP-STATUS NOT = '00'
067900         DISPLAY 'WIMC160 - STEP CONTROL OPEN FAILED, STATUS '
067910             WI-MC-STEP-STATUS
067920         MOVE 16 TO RETURN-CODE
067930         STOP RUN
067940     END-IF.
067950     MOVE ZERO TO WI-MC-STEP-CYCLE-SUB.
067960     PERFORM 1710-FIND-CYCLE-STEP THRU 1710-EXIT
067970         VARYING WI-MC-STEP-SCAN-SUB FROM 1 BY 1
067980         UNTIL WI-MC-STEP-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
067990     IF WI-MC-STEP-CYCLE-SUB > ZERO
068000         PERFORM 1720-CHECK-PREDECESSOR THRU 1720-EXIT
068010             VARYING WI-MC-STEP-PRED-SUB FROM 1 BY 1
068020             UNTIL WI-MC-STEP-PRED-SUB > 3
068030     END-IF.
068040     PERFORM 1730-CHECK-OWN-STEP THRU 1730-EXIT.
068050     CLOSE WI-MC-STEP-FILE.
068060 1700-EXIT.
068070     EXIT.
068080
068090 1710-FIND-CYCLE-STEP.
068100     IF WI_MC_CYCLE_PROGRAM (WI-MC-STEP-SCAN-SUB)
068110             = WI-MC-STEP-NAME
068120         MOVE WI-MC-STEP-SCAN-SUB TO WI-MC-STEP-CYCLE-SUB
068130     END-IF.
068140 1710-EXIT.
068150     EXIT.
068160
068170 1720-CHECK-PREDECESSOR.
068180     MOVE WI_MC_CYCLE_PRED
068190             (WI-MC-STEP-CYCLE-SUB WI-MC-STEP-PRED-SUB)
068200         TO WI-MC-STEP-PRED-NAME.
068210     IF WI-MC-STEP-PRED-NAME = SPACES
068220         GO TO 1720-EXIT
068230     END-IF.
068240     MOVE WI-MC-STEP-DATE      TO WI_MC_STEP_DATE.
068250     MOVE WI-MC-STEP-PRED-NAME TO WI_MC_STEP_PROGRAM.
068260     READ WI-MC-STEP-FILE
068270         INVALID KEY
068280             MOVE SPACES TO WI-MC-STEP-REFUSAL
068290             STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
068300                    ' HAS NOT RUN FOR THIS DATE'
068310                                           DELIMITED BY SIZE
068320                 INTO WI-MC-STEP-REFUSAL
068330             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
068340     END-READ.
068350     IF NOT WI_MC_STEP_COMPLETED
068360         MOVE SPACES TO WI-MC-STEP-REFUSAL
068370         STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
068380                ' HAS NOT COMPLETED FOR THIS DATE'
068390                                       DELIMITED BY SIZE
068400             INTO WI-MC-STEP-REFUSAL
068410         PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
068420     END-IF.
068430 1720-EXIT.
068440     EXIT.
068450
068460 1730-CHECK-OWN-STEP.
068470     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
068480     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
068490     MOVE 'N' TO WI-MC-STEP-FOUND-SW.
068500     READ WI-MC-STEP-FILE
068510         INVALID KEY
068520             CONTINUE
068530         NOT INVALID KEY
068540             SET WI-MC-STEP-FOUND TO TRUE
068550     END-READ.
068560     IF NOT WI-MC-STEP-FOUND
068570         MOVE SPACES TO WI-MC-STEP-REC
068580         MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE
068590         MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM
068600         MOVE ZERO TO WI_MC_STEP_RUN_COUNT
068610         MOVE ZERO TO WI_MC_STEP_OVR_POSTED
068620     END-IF.
068630     IF WI-MC-STEP-FOUND
068640      AND WI_MC_STEP_COMPLETED
068650         PERFORM 1740-FIND-OVERRIDE THRU 1740-EXIT
068660         IF WI-MC-STEP-OVR-POSTED = ZERO
068670             MOVE 'ALREADY COMPLETED, NO RERUN OVERRIDE'
068680                 TO WI-MC-STEP-REFUSAL
068690             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
068700         END-IF
068710         MOVE WI-MC-STEP-OVR-POSTED TO WI_MC_STEP_OVR_POSTED
068720         MOVE WI-MC-STEP-OVR-USER   TO WI_MC_STEP_OVR_USER
068730         MOVE WI-MC-STEP-OVR-REASON TO WI_MC_STEP_OVR_REASON
068740         SET WI_MC_STEP_EVENT_OVERRIDE TO TRUE
068750         MOVE 'RERUN OVERRIDE TAKEN' TO WI_MC_STEP_MESSAGE
068760         PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT
068770         DISPLAY 'WIMC160 - RERUN OF COMPLETED STEP, OVERRIDE BY '
068780             WI-MC-STEP-OVR-USER
068790     END-IF.
068800     SET WI_MC_STEP_STARTED TO TRUE.
068810     MOVE ZERO TO WI_MC_STEP_RETURN_CODE.
068820     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
068830     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
068840     MOVE ZERO TO WI_MC_STEP_END_DATE.
068850     MOVE ZERO TO WI_MC_STEP_END_TIME.
068860     ADD 1 TO WI_MC_STEP_RUN_COUNT.
068870     SET WI_MC_STEP_EVENT_START TO TRUE.
068880     MOVE SPACES TO WI_MC_STEP_MESSAGE.
068890     IF WI-MC-STEP-FOUND
068900         REWRITE WI-MC-STEP-REC
068910     ELSE
068920         WRITE WI-MC-STEP-REC
068930     END-IF.
068940     IF WI-MC-STEP-STATUS NOT = '00'
068950         DISPLAY 'WIMC160 - STEP CONTROL UPDATE FAILED, STATUS '
068960             WI-MC-STEP-STATUS
068970         MOVE 16 TO RETURN-CODE
068980         STOP RUN
068990     END-IF.
069000     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
069010 1730-EXIT.
069020     EXIT.
069030
069040******************************************************************
069050* 1740-FIND-OVERRIDE - the earliest override for this step and   *
069060* date posted after the last one it used.  None found leaves     *
069070* WI-MC-STEP-OVR-POSTED zero.                                    *
069080******************************************************************
069090 1740-FIND-OVERRIDE.
069100     MOVE ZERO TO WI-MC-STEP-OVR-POSTED.
069110     MOVE 'N' TO WI-MC-STEP-OVR-EOF-SW.
069120     OPEN INPUT WI-MC-STEP-OVR-FILE.
069130     IF WI-MC-STEP-OVR-STATUS NOT = '00'
069140         GO TO 1740-EXIT
069150     END-IF.
069160     PERFORM 1750-READ-OVERRIDE THRU 1750-EXIT
069170         UNTIL WI-MC-STEP-OVR-EOF.
069180     CLOSE WI-MC-STEP-OVR-FILE.
069190 1740-EXIT.
069200     EXIT.
069210
069220 1750-READ-OVERRIDE.
069230     READ WI-MC-STEP-OVR-FILE
069240         AT END
069250             SET WI-MC-STEP-OVR-EOF TO TRUE
069260             GO TO 1750-EXIT
069270     END-READ.
069280     IF WI_MC_STOVR_DATE NOT = WI-MC-STEP-DATE
069290      OR WI_MC_STOVR_PROGRAM NOT = WI-MC-STEP-NAME
069300      OR WI_MC_STOVR_USER = SPACES
069310      OR WI_MC_STOVR_POSTED NOT NUMERIC
069320         GO TO 1750-EXIT
069330     END-IF.
069340     IF WI_MC_STOVR_POSTED NOT > WI_MC_STEP_OVR_POSTED
069350         GO TO 1750-EXIT
069360     END-IF.
069370     IF WI-MC-STEP-OVR-POSTED = ZERO
069380      OR WI_MC_STOVR_POSTED < WI-MC-STEP-OVR-POSTED
069390         MOVE WI_MC_STOVR_POSTED TO WI-MC-STEP-OVR-POSTED
069400         MOVE WI_MC_STOVR_USER   TO WI-MC-STEP-OVR-USER
069410         MOVE WI_MC_STOVR_REASON TO WI-MC-STEP-OVR-REASON
069420     END-IF.
069430 1750-EXIT.
069440     EXIT.
069450
069460******************************************************************
069470* 1780-LOG-STEP-EVENT - append the entry as it stands to the step*
069480* history.  The first run of a cycle creates the file.           *
069490******************************************************************
069500 1780-LOG-STEP-EVENT.
069510     OPEN EXTEND WI-MC-STEP-HIST-FILE.
069520     IF WI-MC-STEP-HIST-STATUS NOT = '00'
069530         OPEN OUTPUT WI-MC-STEP-HIST-FILE
069540     END-IF.
069550     WRITE WI-MC-STEP-HIST-REC FROM WI-MC-STEP-REC.
069560     CLOSE WI-MC-STEP-HIST-FILE.
069570 1780-EXIT.
069580     EXIT.
069590
069600******************************************************************
069610* 1790-REFUSE-STEP - the refusal goes to the step history only;  *
069620* this step's own entry is left as it was.                       *
069630******************************************************************
069640 1790-REFUSE-STEP.
069650     MOVE SPACES TO WI-MC-STEP-REC.
069660     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
069670     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
069680     MOVE 16 TO WI_MC_STEP_RETURN_CODE.
069690     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
069700     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
069710     MOVE ZERO TO WI_MC_STEP_END_DATE.
069720     MOVE ZERO TO WI_MC_STEP_END_TIME.
069730     MOVE ZERO TO WI_MC_STEP_RUN_COUNT.
069740     MOVE ZERO TO WI_MC_STEP_OVR_POSTED.
069750     SET WI_MC_STEP_EVENT_REFUSED TO TRUE.
069760     MOVE WI-MC-STEP-REFUSAL TO WI_MC_STEP_MESSAGE.
069770     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
069780     CLOSE WI-MC-STEP-FILE.
069790     DISPLAY 'WIMC160 - STEP REFUSED FOR PROCESSING DATE '
069800         WI-MC-STEP-DATE ' - ' WI-MC-STEP-REFUSAL.
069810     MOVE 16 TO RETURN-CODE.
069820     STOP RUN.
069830 1790-EXIT.
069840     EXIT.
069850
069860******************************************************************
069870* 8950-END-STEP - close this step's entry on the step-control    *
069880* file: completed below RETURN-CODE 12, failed at 12 and above.  *
069890******************************************************************
069900 8950-END-STEP.
069910     OPEN I-O WI-MC-STEP-FILE.
069920     IF WI-MC-STEP-STATUS NOT = '00'
069930         DISPLAY 'WIMC160 - STEP CONTROL OPEN FAILED, STATUS '
069940             WI-MC-STEP-STATUS
069950         MOVE 16 TO RETURN-CODE
069960         GO TO 8950-EXIT
069970     END-IF.
069980     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
069990     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
070000     READ WI-MC-STEP-FILE
070010         INVALID KEY
070020             DISPLAY 'WIMC160 - STEP CONTROL ENTRY NOT FOUND AT '
070030                 'END OF RUN'
070040             MOVE 16 TO RETURN-CODE
070050             CLOSE WI-MC-STEP-FILE
070060             GO TO 8950-EXIT
070070     END-READ.
070080     MOVE RETURN-CODE TO WI_MC_STEP_RETURN_CODE.
070090     IF RETURN-CODE < 12
070100         SET WI_MC_STEP_COMPLETED TO TRUE
070110         SET WI_MC_STEP_EVENT_COMPLETE TO TRUE
070120     ELSE
070130         SET WI_MC_STEP_FAILED TO TRUE
070140         SET WI_MC_STEP_EVENT_FAIL TO TRUE
070150     END-IF.
070160     ACCEPT WI_MC_STEP_END_DATE FROM DATE.
070170     ACCEPT WI_MC_STEP_END_TIME FROM TIME.
070180     MOVE SPACES TO WI_MC_STEP_MESSAGE.
070190     REWRITE WI-MC-STEP-REC.
070200     IF WI-MC-STEP-STATUS NOT = '00'
070210         DISPLAY 'WIMC160 - STEP CONTROL UPDATE FAILED, STATUS '
070220             WI-MC-STEP-STATUS
070230         MOVE 16 TO RETURN-CODE
070240     END-IF.
070250     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
070260     CLOSE WI-MC-STEP-FILE.
070270 8950-EXIT.
070280     EXIT.
