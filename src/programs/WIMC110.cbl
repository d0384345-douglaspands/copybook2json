006900*                  can audit the conversion.  A currency with   *
007000*                  no rate in force is held on the rating hold  *
007100*                  file with its own reason.                    *
007110* 10/15/2026 RLH   Each billing record now carries the           *
007120*                  processing date it was rated on, for the      *
007130*                  month-end settlement statement's daily        *
007140*                  sub-totals.                                   *
007150* 10/15/2026 RLH   Records WIMC100 diverted to the edit-reject   *
007160*                  file (WIMCEDRJ) are held off the extract and  *
007170*                  counted in run-history COUNT_E.               *
007172* 10/15/2026 RLH   Step control (WIMCSTP): the run is refused    *
007174*                  unless the steps ahead of it in WIMCCYC       *
007176*                  completed for the processing date, and a      *
007178*                  completed run is not repeated without a       *
007180*                  rerun override (WIMCSTO); the entry records   *
007182*                  started, completed or failed with the         *
007184*                  return code.                                  *
007185* 10/15/2026 RLH   Tax at rating time: each billing record       *
007186*                  carries the taxable amount, tax code, rate    *
007187*                  and tax from the tax master (WIMCTAX) entry   *
007188*                  in force for the carrier's jurisdiction and   *
007189*                  the record's type, a reversal's tax negative; *
007190*                  the extract trailer carries the tax total.    *
007191*                  A taxable carrier with no entry in force is   *
007192*                  held on the rating hold file (reason T).      *
007200******************************************************************
007300 ENVIRONMENT DIVISION.
007400 INPUT-OUTPUT SECTION.
012700         ASSIGN TO WIMCFXRM
012800         ORGANIZATION IS SEQUENTIAL
012900         FILE STATUS IS WI-MC-FX-STATUS.
012910
012920     SELECT WI-MC-TAX-FILE
012930         ASSIGN TO WIMCTAXM
012940         ORGANIZATION IS SEQUENTIAL
012950         FILE STATUS IS WI-MC-TAX-STATUS.
013000
013100     SELECT WI-MC-RUN-STATS-FILE
013200         ASSIGN TO WIMCRUNH
013300         ORGANIZATION IS SEQUENTIAL
013400         FILE STATUS IS WI-MC-RUN-STATS-STATUS.
013410
013420     SELECT WI-MC-EDIT-REJ-FILE
013430         ASSIGN TO WIMCEDRJ
013440         ORGANIZATION IS SEQUENTIAL
013450         FILE STATUS IS WI-MC-EDIT-REJ-STATUS.
013500
013505     SELECT WI-MC-STEP-FILE
013510         ASSIGN TO WIMCSTPC
013515         ORGANIZATION IS INDEXED
013520         ACCESS MODE IS RANDOM
013525         RECORD KEY IS WI_MC_STEP_KEY
013530         FILE STATUS IS WI-MC-STEP-STATUS.
013535
013540     SELECT WI-MC-STEP-HIST-FILE
013545         ASSIGN TO WIMCSTPH
013550         ORGANIZATION IS SEQUENTIAL
013555         FILE STATUS IS WI-MC-STEP-HIST-STATUS.
013560
013565     SELECT WI-MC-STEP-OVR-FILE
013570         ASSIGN TO WIMCSTOV
013575         ORGANIZATION IS SEQUENTIAL
013580         FILE STATUS IS WI-MC-STEP-OVR-STATUS.
013585
013600 DATA DIVISION.
013700 FILE SECTION.
013800 FD  WI-MC-RESULT-FILE
020000     LABEL RECORDS ARE STANDARD.
020100 01  WI-MC-FX-REC.
020200     COPY WIMCFXR.
020210
020220 FD  WI-MC-TAX-FILE
020230     LABEL RECORDS ARE STANDARD.
020240 01  WI-MC-TAX-REC.
020250     COPY WIMCTAX.
020300
020400 FD  WI-MC-RUN-STATS-FILE
020500     LABEL RECORDS ARE STANDARD.
020600 01  WI-MC-RUN-STATS-REC.
020700     COPY WIMCRUN.
020710
020720 FD  WI-MC-EDIT-REJ-FILE
020730     LABEL RECORDS ARE STANDARD.
020740 01  WI-MC-EDIT-REJ-REC.
020750     COPY WIMCEDR.
020800
020805 FD  WI-MC-STEP-FILE
020810     LABEL RECORDS ARE STANDARD.
020815 01  WI-MC-STEP-REC.
020820     COPY WIMCSTP.
020825
020830 FD  WI-MC-STEP-HIST-FILE
020835     LABEL RECORDS ARE STANDARD.
020840 01  WI-MC-STEP-HIST-REC            PIC X(160).
020845
020850 FD  WI-MC-STEP-OVR-FILE
020855     LABEL RECORDS ARE STANDARD.
020860 01  WI-MC-STEP-OVR-REC.
020865     COPY WIMCSTO.
020870
020900 WORKING-STORAGE SECTION.
021000
021100 77  WI-MC-RESULT-STATUS            PIC X(02) VALUE SPACES.
021700 77  WI-MC-RATE-EXC-STATUS          PIC X(02) VALUE SPACES.
021800 77  WI-MC-RATE-HOLD-STATUS         PIC X(02) VALUE SPACES.
021900 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
021910 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
021920 77  WI-MC-STEP-HIST-STATUS         PIC X(02) VALUE SPACES.
021930 77  WI-MC-STEP-OVR-STATUS          PIC X(02) VALUE SPACES.
022000 77  WI-MC-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
022100 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
022110 77  WI-MC-TAX-STATUS               PIC X(02) VALUE SPACES.
022200 77  WI-MC-RUN-STATS-STATUS         PIC X(02) VALUE SPACES.
022210 77  WI-MC-EDIT-REJ-STATUS          PIC X(02) VALUE SPACES.
022300
022400 01  WI-MC-SWITCHES.
022500     05 WI-MC-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
025600        88 WI-MC-FX-EOF                    VALUE 'Y'.
025700     05 WI-MC-FX-FOUND-SW           PIC X(01) VALUE 'N'.
025800        88 WI-MC-FX-FOUND                  VALUE 'Y'.
025802     05 WI-MC-TAX-EOF-SW            PIC X(01) VALUE 'N'.
025804        88 WI-MC-TAX-EOF                   VALUE 'Y'.
025806     05 WI-MC-TAX-FOUND-SW          PIC X(01) VALUE 'N'.
025808        88 WI-MC-TAX-FOUND                 VALUE 'Y'.
025810     05 WI-MC-EDIT-REJ-EOF-SW       PIC X(01) VALUE 'N'.
025820        88 WI-MC-EDIT-REJ-EOF              VALUE 'Y'.
025830     05 WI-MC-EDIT-REJECT-SW        PIC X(01) VALUE 'N'.
025840        88 WI-MC-EDIT-REJECTED             VALUE 'Y'.
025900
026000 01  WI-MC-COUNTERS.
026100     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
027000     05 WI-MC-NO-RATE-SKIPPED       PIC 9(09) COMP VALUE ZERO.
027100     05 WI-MC-RATE-DATE-SKIPPED     PIC 9(09) COMP VALUE ZERO.
027200     05 WI-MC-NO-FX-SKIPPED         PIC 9(09) COMP VALUE ZERO.
027210     05 WI-MC-NO-TAX-SKIPPED        PIC 9(09) COMP VALUE ZERO.
027300     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
027310     05 WI-MC-TAX-COUNT             PIC 9(04) COMP VALUE ZERO.
027400     05 WI-MC-BILLING-WRITTEN       PIC 9(09) COMP VALUE ZERO.
027500     05 WI-MC-REVERSAL-RATED        PIC 9(09) COMP VALUE ZERO.
027600     05 WI-MC-REV-UNMATCHED         PIC 9(09) COMP VALUE ZERO.
027610     05 WI-MC-EDREJ-COUNT           PIC 9(05) COMP VALUE ZERO.
027620     05 WI-MC-EDIT-SKIPPED          PIC 9(09) COMP VALUE ZERO.
027700
027800 01  WI-MC-RUN-CONTROL-TOTAL        PIC S9(09)V99 COMP-3
027900                                     VALUE ZERO.
028000 01  WI-MC-BILLING-CONTROL-TOTAL    PIC S9(09)V99 COMP-3
028100                                     VALUE ZERO.
028110 01  WI-MC-BILLING-TAX-TOTAL        PIC S9(09)V99 COMP-3
028120                                     VALUE ZERO.
028200 01  WI-MC-RATED-AMOUNT             PIC S9(09)V99 COMP-3
028300                                     VALUE ZERO.
028400 01  WI-MC-ADDON-SUBSCRIPT          PIC 9(01) COMP VALUE ZERO.
033200        10 WI-MC-CARRIER-TBL-NAME   PIC X(30).
033300        10 WI-MC-CARRIER-TBL-STATUS PIC X(01).
033400        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
033410        10 WI-MC-CARRIER-TBL-JURIS  PIC X(06).
033500
033600******************************************************************
033700* WI-MC-FX-TABLE - the dated exchange-rate file (WIMCFXR)        *
035800                                     VALUE ZERO.
035900 01  WI-MC-CONV-VALUE-WORK          PIC S9(09)V99 COMP-3
036000                                     VALUE ZERO.
036002
036004******************************************************************
036006* WI-MC-TAX-TABLE - the tax master (WIMCTAX) loaded at the start *
036008* of the run, in ascending jurisdiction / type / effective-from  *
036010* sequence.  The entry in force on the processing date for the   *
036012* carrier's jurisdiction and the record's type is applied,       *
036014* overlaps resolving to the latest effective-from the same way   *
036016* the exchange-rate versions do.  A carrier with no jurisdiction *
036018* is not taxable.                                                *
036020******************************************************************
036022 01  WI-MC-TAX-TABLE.
036024     05 WI-MC-TAX-ENTRY OCCURS 1 TO 2000 TIMES
036026           DEPENDING ON WI-MC-TAX-COUNT.
036028        10 WI-MC-TAX-TBL-JURIS      PIC X(06).
036030        10 WI-MC-TAX-TBL-TYPE       PIC X(16).
036032        10 WI-MC-TAX-TBL-EFF-FROM   PIC 9(06).
036034        10 WI-MC-TAX-TBL-EFF-TO     PIC 9(06).
036036        10 WI-MC-TAX-TBL-CODE       PIC X(04).
036038        10 WI-MC-TAX-TBL-RATE       PIC 9(01)V9(06) COMP-3.
036040        10 WI-MC-TAX-TBL-EXEMPT     PIC X(01).
036042 01  WI-MC-TAX-SUB                  PIC 9(04) COMP VALUE ZERO.
036044 01  WI-MC-TAX-JURIS-WORK           PIC X(06) VALUE SPACES.
036046 01  WI-MC-TAX-STATUS-WORK          PIC X(01) VALUE SPACE.
036048 01  WI-MC-TAX-CODE-WORK            PIC X(04) VALUE SPACES.
036050 01  WI-MC-TAX-RATE-WORK            PIC 9(01)V9(06) COMP-3
036052                                     VALUE ZERO.
036054 01  WI-MC-TAXABLE-WORK             PIC S9(09)V99 COMP-3
036056                                     VALUE ZERO.
036058 01  WI-MC-TAX-AMOUNT-WORK          PIC S9(09)V99 COMP-3
036060                                     VALUE ZERO.
036100
036200 01  WI-MC-SUCCESS-TABLE.
036300     05 WI-MC-SUCCESS-ENTRY OCCURS 1 TO 500 TIMES
041000           ASCENDING KEY IS WI-MC-SEEN-TBL-KEY
041100           INDEXED BY WI-MC-SEEN-IDX.
041200        10 WI-MC-SEEN-TBL-KEY       PIC X(1197).
041205
041210******************************************************************
041215* WI-MC-EDREJ-TABLE - feed positions of the records WIMC100      *
041220* diverted to the edit-reject file today, in feed order, so      *
041225* the same records are held off the billing extract here.        *
041230******************************************************************
041235 01  WI-MC-EDREJ-TABLE.
041240     05 WI-MC-EDREJ-ENTRY OCCURS 1 TO 50000 TIMES
041245           DEPENDING ON WI-MC-EDREJ-COUNT
041250           ASCENDING KEY IS WI-MC-EDREJ-TBL-SEQ
041255           INDEXED BY WI-MC-EDREJ-IDX.
041260        10 WI-MC-EDREJ-TBL-SEQ      PIC 9(09).
041300
041400 01  WI-MC-SEEN-KEY-WORK.
041500     05 WI-MC-SEEN-KEY-PROVIDER     PIC X(12).
041900     05 WI-MC-SEEN-KEY-ADDONS       PIC 9(01).
042000     05 WI-MC-SEEN-KEY-TOKENS       PIC X(1152).
042100
042102******************************************************************
042104* Step control - this step's entry on the step-control file      *
042106* (WIMCSTP), its place in the daily cycle (WIMCCYC) and the      *
042108* rerun override (WIMCSTO) taken, if any.                        *
042110******************************************************************
042112 01  WI-MC-STEP-WORK.
042114     05 WI-MC-STEP-NAME             PIC X(08) VALUE 'WIMC110'.
042116     05 WI-MC-STEP-DATE             PIC 9(06) VALUE ZERO.
042118     05 WI-MC-STEP-CYCLE-SUB        PIC 9(02) COMP VALUE ZERO.
042120     05 WI-MC-STEP-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
042122     05 WI-MC-STEP-PRED-SUB         PIC 9(02) COMP VALUE ZERO.
042124     05 WI-MC-STEP-PRED-NAME        PIC X(08) VALUE SPACES.
042126     05 WI-MC-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
042128        88 WI-MC-STEP-FOUND               VALUE 'Y'.
042130     05 WI-MC-STEP-OVR-EOF-SW       PIC X(01) VALUE 'N'.
042132        88 WI-MC-STEP-OVR-EOF             VALUE 'Y'.
042134     05 WI-MC-STEP-OVR-POSTED       PIC 9(10) VALUE ZERO.
042136     05 WI-MC-STEP-OVR-USER         PIC X(08) VALUE SPACES.
042138     05 WI-MC-STEP-OVR-REASON       PIC X(40) VALUE SPACES.
042140     05 WI-MC-STEP-REFUSAL          PIC X(40) VALUE SPACES.
042142 01  WI-MC-CYCLE-STEPS.
042144     COPY WIMCCYC.
042146
042200 PROCEDURE DIVISION.
042300
042400******************************************************************
042900     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
043000         UNTIL WI-MC-RESULT-EOF.
043100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
043110     PERFORM 8950-END-STEP THRU 8950-EXIT.
043200     STOP RUN.
043300
043400******************************************************************
048100     END-IF.
048200     COMPUTE WI-MC-RUN-DAY-NUM =
048300         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-RUN-DATE).
048310     MOVE WI-MC-RUN-DATE TO WI-MC-STEP-DATE.
048320     PERFORM 1700-START-STEP THRU 1700-EXIT.
048400     OPEN INPUT WI-MC-HOLIDAY-FILE.
048500     IF WI-MC-HOLIDAY-STATUS = '00'
048600         PERFORM 1400-LOAD-HOLIDAYS THRU 1400-EXIT
049300             UNTIL WI-MC-FX-EOF
049400         CLOSE WI-MC-FX-FILE
049500     END-IF.
049510     OPEN INPUT WI-MC-TAX-FILE.
049520     IF WI-MC-TAX-STATUS = '00'
049530         PERFORM 1460-LOAD-TAX-TABLE THRU 1460-EXIT
049540             UNTIL WI-MC-TAX-EOF
049550         CLOSE WI-MC-TAX-FILE
049560     END-IF.
049600     OPEN INPUT WI-MC-SEEN-IN-FILE.
049700     IF WI-MC-SEEN-IN-STATUS = '00'
049800         PERFORM 1350-LOAD-SEEN-STORE THRU 1350-EXIT
049900             UNTIL WI-MC-SEEN-IN-EOF
050000         CLOSE WI-MC-SEEN-IN-FILE
050100     END-IF.
050110     OPEN INPUT WI-MC-EDIT-REJ-FILE.
050120     IF WI-MC-EDIT-REJ-STATUS = '00'
050130         PERFORM 1370-LOAD-EDIT-REJECTS THRU 1370-EXIT
050140             UNTIL WI-MC-EDIT-REJ-EOF
050150         CLOSE WI-MC-EDIT-REJ-FILE
050160     END-IF.
050200
050300     OPEN INPUT WI-MC-RESULT-FILE.
050400     IF WI-MC-RESULT-STATUS NOT = '00'
053900                 TO WI-MC-CARRIER-TBL-STATUS (WI-MC-CARRIER-IDX)
054000             MOVE WI_MC_CARRIER_CURRENCY
054100                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
054110             MOVE WI_MC_CARRIER_TAX_JURIS
054120                 TO WI-MC-CARRIER-TBL-JURIS (WI-MC-CARRIER-IDX)
054200     END-READ.
054300 1100-EXIT.
054400     EXIT.
063600         TO WI-MC-SEEN-TBL-KEY (WI-MC-SEEN-IDX).
063700 1360-EXIT.
063800     EXIT.
063802
063804******************************************************************
063806* 1370-LOAD-EDIT-REJECTS - load the feed positions of today's    *
063808* edit rejects.  An entry for another date is left alone, and a  *
063810* position no higher than the one before it is the repeat a      *
063812* WIMC100 restart leaves behind.                                 *
063814******************************************************************
063816 1370-LOAD-EDIT-REJECTS.
063818     READ WI-MC-EDIT-REJ-FILE
063820         AT END
063822             SET WI-MC-EDIT-REJ-EOF TO TRUE
063824         NOT AT END
063826             PERFORM 1380-ADD-EDIT-REJECT THRU 1380-EXIT
063828     END-READ.
063830 1370-EXIT.
063832     EXIT.
063834
063836 1380-ADD-EDIT-REJECT.
063838     IF WI_MC_EDREJ_DATE NOT = WI-MC-RUN-DATE
063840         GO TO 1380-EXIT
063842     END-IF.
063844     IF WI-MC-EDREJ-COUNT > ZERO
063846         IF WI_MC_EDREJ_FEED_SEQ
063848                 NOT > WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT)
063850             GO TO 1380-EXIT
063852         END-IF
063854     END-IF.
063856     IF WI-MC-EDREJ-COUNT = 50000
063858         DISPLAY 'WIMC110 - EDIT-REJECT TABLE FULL'
063860         MOVE 16 TO RETURN-CODE
063862         STOP RUN
063864     END-IF.
063866     ADD 1 TO WI-MC-EDREJ-COUNT.
063868     MOVE WI_MC_EDREJ_FEED_SEQ
063870         TO WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT).
063872 1380-EXIT.
063874     EXIT.
063900
064000 1320-READ-PROCESS-DATE.
064100     READ WI-MC-PROC-DATE-FILE
070000     END-READ.
070100 1450-EXIT.
070200     EXIT.
070202
070204******************************************************************
070206* 1460-LOAD-TAX-TABLE - the tax master is maintained in          *
070208* ascending jurisdiction / type / effective-from sequence.  An   *
070210* absent file leaves the table empty; only a carrier with no     *
070212* jurisdiction can then be billed.                               *
070214******************************************************************
070216 1460-LOAD-TAX-TABLE.
070218     READ WI-MC-TAX-FILE
070220         AT END
070222             SET WI-MC-TAX-EOF TO TRUE
070224         NOT AT END
070226             IF WI-MC-TAX-COUNT = 2000
070228                 DISPLAY 'WIMC110 - TAX TABLE FULL'
070230                 MOVE 16 TO RETURN-CODE
070232                 STOP RUN
070234             END-IF
070236             ADD 1 TO WI-MC-TAX-COUNT
070238             MOVE WI_MC_TAX_JURISDICTION
070240                 TO WI-MC-TAX-TBL-JURIS (WI-MC-TAX-COUNT)
070242             MOVE WI_MC_TAX_TYPE
070244                 TO WI-MC-TAX-TBL-TYPE (WI-MC-TAX-COUNT)
070246             MOVE WI_MC_TAX_EFF_FROM
070248                 TO WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-COUNT)
070250             MOVE WI_MC_TAX_EFF_TO
070252                 TO WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-COUNT)
070254             MOVE WI_MC_TAX_CODE
070256                 TO WI-MC-TAX-TBL-CODE (WI-MC-TAX-COUNT)
070258             MOVE WI_MC_TAX_RATE
070260                 TO WI-MC-TAX-TBL-RATE (WI-MC-TAX-COUNT)
070262             MOVE WI_MC_TAX_EXEMPT_FLAG
070264                 TO WI-MC-TAX-TBL-EXEMPT (WI-MC-TAX-COUNT)
070266     END-READ.
070268 1460-EXIT.
070270     EXIT.
070300
070400******************************************************************
070500* 2000-PROCESS-RESULT - one iteration per WI_MC_RESULT data      *
070600* record: divert duplicate suspects, then pass only active       *
070700* known providers with a success result code on to rating.       *
070710* Records WIMC100 edit-rejected are held off as well.            *
070800******************************************************************
070900 2000-PROCESS-RESULT.
071000     ADD 1 TO WI-MC-RECORDS-READ.
071900         ADD 1 TO WI-MC-REV-UNMATCHED
072000      ELSE
072100         PERFORM 2100-CHECK-PROVIDER THRU 2100-EXIT
072110         IF WI-MC-PROVIDER-OK
072120             PERFORM 2150-CHECK-EDIT-REJECT THRU 2150-EXIT
072130             IF WI-MC-EDIT-REJECTED
072140                 ADD 1 TO WI-MC-EDIT-SKIPPED
072150             ELSE
072160                 PERFORM 2200-CHECK-SUCCESS THRU 2200-EXIT
072170                 IF WI-MC-SUCCESS-OK
072180                     PERFORM 2300-RATE-AND-EXTRACT THRU 2300-EXIT
072190                 ELSE
072200                     ADD 1 TO WI-MC-NOT-SUCCESS-SKIPPED
072210                 END-IF
072220             END-IF
072230         END-IF
073000      END-IF
073100     END-IF.
073200     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
079400 2100-CHECK-PROVIDER.
079500     MOVE 'N' TO WI-MC-PROVIDER-OK-SW.
079600     MOVE SPACES TO WI-MC-CARRIER-CURR-WORK.
079610     MOVE SPACES TO WI-MC-TAX-JURIS-WORK.
079700     SEARCH ALL WI-MC-CARRIER-ENTRY
079800         AT END
079900             ADD 1 TO WI-MC-UNKNOWN-SKIPPED
080100                 = WI_MC_RESULT_PROVIDER
080200             MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
080300                 TO WI-MC-CARRIER-CURR-WORK
080310             MOVE WI-MC-CARRIER-TBL-JURIS (WI-MC-CARRIER-IDX)
080320                 TO WI-MC-TAX-JURIS-WORK
080400             IF WI-MC-CARRIER-TBL-STATUS (WI-MC-CARRIER-IDX)
080500                     = 'I'
080600                 ADD 1 TO WI-MC-INACTIVE-SKIPPED
081000     END-SEARCH.
081100 2100-EXIT.
081200     EXIT.
081205
081210******************************************************************
081215* 2150-CHECK-EDIT-REJECT - was this feed position diverted to    *
081220* the edit-reject file at intake.                                *
081225******************************************************************
081230 2150-CHECK-EDIT-REJECT.
081235     MOVE 'N' TO WI-MC-EDIT-REJECT-SW.
081240     IF WI-MC-EDREJ-COUNT = ZERO
081245         GO TO 2150-EXIT
081250     END-IF.
081255     SEARCH ALL WI-MC-EDREJ-ENTRY
081260         AT END
081265             CONTINUE
081270         WHEN WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-IDX)
081275                 = WI-MC-RECORDS-READ
081280             SET WI-MC-EDIT-REJECTED TO TRUE
081285     END-SEARCH.
081290 2150-EXIT.
081295     EXIT.
081300
081400 2200-CHECK-SUCCESS.
081500     MOVE 'N' TO WI-MC-SUCCESS-OK-SW.
082600******************************************************************
082700* 2300-RATE-AND-EXTRACT - convert the carrier's currency, find   *
082800* the rate for this record's provider / type / operation and     *
082900* the tax for its jurisdiction and type, and write one rated     *
083000* extract record per add-on.  A record with no exchange rate,    *
083100* no billing rate or no tax entry in force goes to the           *
083200* exception report and the rating hold file rather than being    *
083250* passed unrated, unconverted or untaxed.                        *
083300******************************************************************
083400 2300-RATE-AND-EXTRACT.
083500     PERFORM 2305-FIND-FX-RATE THRU 2305-EXIT.
083800         GO TO 2300-EXIT
083900     END-IF.
084000     PERFORM 2310-FIND-RATE THRU 2310-EXIT.
084010     IF NOT WI-MC-RATE-FOUND
084020         PERFORM 2400-WRITE-RATE-EXCEPTION THRU 2400-EXIT
084030         GO TO 2300-EXIT
084040     END-IF.
084050     PERFORM 2330-FIND-TAX THRU 2330-EXIT.
084060     IF NOT WI-MC-TAX-FOUND
084070         PERFORM 2430-WRITE-TAX-EXCEPTION THRU 2430-EXIT
084080         GO TO 2300-EXIT
084090     END-IF.
084100     IF WI_MC_RESULT_REVERSAL
084110         ADD 1 TO WI-MC-REVERSAL-RATED
084120     END-IF.
084130     PERFORM 2350-WRITE-BILLING-REC THRU 2350-EXIT
084140         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
084150         UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_ADDON_COUNT.
085100 2300-EXIT.
085200     EXIT.
085300
097900     ADD 1 TO WI-MC-RATE-POS.
098000 2325-EXIT.
098100     EXIT.
098102
098104******************************************************************
098106* 2330-FIND-TAX - a carrier with no jurisdiction is not taxable. *
098108* Otherwise the tax master entry in force on the processing date *
098110* for the jurisdiction and the record's type gives the tax code  *
098112* and either the rate or the exemption; overlaps resolve to the  *
098114* latest effective-from.  No entry in force leaves               *
098116* WI-MC-TAX-FOUND off and the record is held.                    *
098118******************************************************************
098120 2330-FIND-TAX.
098122     MOVE 'N' TO WI-MC-TAX-FOUND-SW.
098124     MOVE 'N' TO WI-MC-TAX-STATUS-WORK.
098126     MOVE SPACES TO WI-MC-TAX-CODE-WORK.
098128     MOVE ZERO TO WI-MC-TAX-RATE-WORK.
098130     IF WI-MC-TAX-JURIS-WORK = SPACES
098132         SET WI-MC-TAX-FOUND TO TRUE
098134         GO TO 2330-EXIT
098136     END-IF.
098138     PERFORM 2331-TEST-ONE-TAX THRU 2331-EXIT
098140         VARYING WI-MC-TAX-SUB FROM 1 BY 1
098142         UNTIL WI-MC-TAX-SUB > WI-MC-TAX-COUNT.
098144 2330-EXIT.
098146     EXIT.
098148
098150 2331-TEST-ONE-TAX.
098152     IF WI-MC-TAX-TBL-JURIS (WI-MC-TAX-SUB) = WI-MC-TAX-JURIS-WORK
098154      AND WI-MC-TAX-TBL-TYPE (WI-MC-TAX-SUB) = WI_MC_RESULT_TYPE
098156      AND (WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-SUB) = ZERO
098158         OR WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-SUB)
098160             NOT > WI-MC-RUN-DATE)
098162      AND (WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-SUB) = ZERO
098164         OR WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-SUB)
098166             NOT < WI-MC-RUN-DATE)
098168         SET WI-MC-TAX-FOUND TO TRUE
098170         MOVE WI-MC-TAX-TBL-CODE (WI-MC-TAX-SUB)
098172             TO WI-MC-TAX-CODE-WORK
098174         IF WI-MC-TAX-TBL-EXEMPT (WI-MC-TAX-SUB) = 'Y'
098176             MOVE 'E' TO WI-MC-TAX-STATUS-WORK
098178             MOVE ZERO TO WI-MC-TAX-RATE-WORK
098180         ELSE
098182             MOVE 'T' TO WI-MC-TAX-STATUS-WORK
098184             MOVE WI-MC-TAX-TBL-RATE (WI-MC-TAX-SUB)
098186                 TO WI-MC-TAX-RATE-WORK
098188         END-IF
098190     END-IF.
098192 2331-EXIT.
098194     EXIT.
098200
098300 2350-WRITE-BILLING-REC.
098400     COMPUTE WI-MC-CONV-VALUE-WORK ROUNDED =
099000     IF WI_MC_RESULT_REVERSAL
099100         COMPUTE WI-MC-RATED-AMOUNT = ZERO - WI-MC-RATED-AMOUNT
099200     END-IF.
099210     MOVE ZERO TO WI-MC-TAXABLE-WORK.
099220     MOVE ZERO TO WI-MC-TAX-AMOUNT-WORK.
099230     IF WI-MC-TAX-STATUS-WORK = 'T'
099240         MOVE WI-MC-RATED-AMOUNT TO WI-MC-TAXABLE-WORK
099250         COMPUTE WI-MC-TAX-AMOUNT-WORK ROUNDED =
099260             WI-MC-TAXABLE-WORK * WI-MC-TAX-RATE-WORK
099270     END-IF.
099300     MOVE SPACES TO WI-MC-BILLING-REC.
099400     MOVE WI_MC_RESULT_PROVIDER  TO WI_MC_BILLING_PROVIDER.
099500     MOVE WI_MC_RESULT_STATE     TO WI_MC_BILLING_STATE.
100300     MOVE WI-MC-RATED-AMOUNT     TO WI_MC_BILLING_AMOUNT.
100400     MOVE WI-MC-CARRIER-CURR-WORK TO WI_MC_BILLING_CURRENCY.
100500     MOVE WI-MC-FX-RATE-WORK     TO WI_MC_BILLING_FX_RATE.
100510     MOVE WI-MC-RUN-DATE         TO WI_MC_BILLING_DATE.
100520     MOVE WI-MC-TAX-JURIS-WORK   TO WI_MC_BILLING_TAX_JURIS.
100530     MOVE WI-MC-TAX-STATUS-WORK  TO WI_MC_BILLING_TAX_STATUS.
100540     MOVE WI-MC-TAX-CODE-WORK    TO WI_MC_BILLING_TAX_CODE.
100550     MOVE WI-MC-TAX-RATE-WORK    TO WI_MC_BILLING_TAX_RATE.
100560     MOVE WI-MC-TAXABLE-WORK     TO WI_MC_BILLING_TAXABLE.
100570     MOVE WI-MC-TAX-AMOUNT-WORK  TO WI_MC_BILLING_TAX_AMOUNT.
100600     WRITE WI-MC-BILLING-REC.
100700     ADD 1 TO WI-MC-BILLING-WRITTEN.
100800     ADD WI-MC-RATED-AMOUNT TO WI-MC-BILLING-CONTROL-TOTAL.
100810     ADD WI-MC-TAX-AMOUNT-WORK TO WI-MC-BILLING-TAX-TOTAL.
100900 2350-EXIT.
101000     EXIT.
101100
106400     END-IF.
106500 2420-EXIT.
106600     EXIT.
106602
106604******************************************************************
106606* 2430-WRITE-TAX-EXCEPTION - the carrier is taxable but the tax  *
106608* master has no entry in force for its jurisdiction and the      *
106610* record's type.  Reported and held with its own reason the same *
106612* way an exchange-rate gap is, so WIMC140 can release it once    *
106614* the tax master is loaded rather than billing it untaxed.       *
106616******************************************************************
106618 2430-WRITE-TAX-EXCEPTION.
106620     ADD 1 TO WI-MC-NO-TAX-SKIPPED.
106622     MOVE SPACES TO WI-MC-RATE-EXC-REC.
106624     MOVE WI_MC_RESULT_PROVIDER  TO WI-MC-X-PROVIDER.
106626     MOVE WI_MC_RESULT_TYPE      TO WI-MC-X-TYPE.
106628     MOVE WI_MC_RESULT_OPERATION TO WI-MC-X-OPERATION.
106630     MOVE 'NO TAX RATE IN FORCE FOR JURISDICTION'
106632         TO WI-MC-X-MESSAGE.
106634     WRITE WI-MC-RATE-EXC-REC.
106636     MOVE 'T' TO WI-MC-HOLD-REASON-WORK.
106638     PERFORM 2450-WRITE-RATE-HOLD THRU 2450-EXIT.
106640     IF RETURN-CODE < 8
106642         MOVE 8 TO RETURN-CODE
106644     END-IF.
106646 2430-EXIT.
106648     EXIT.
106700
106800******************************************************************
106900* 2450-WRITE-RATE-HOLD - hold the complete original record,      *
107000* add-ons and all, with the reason it could not be rated and an  *
107100* age of zero for WIMC140's ageing, so the day's activity can    *
107200* be re-rated and billed once the rate master, exchange-rate    *
107300* file or tax master is fixed instead of asking the carrier to  *
107310* retransmit.                                                    *
107400* The caller sets WI-MC-HOLD-REASON-WORK first.                  *
107500******************************************************************
107600 2450-WRITE-RATE-HOLD.
120100     DISPLAY 'WIMC110 RATE NOT IN FORCE = '
120200         WI-MC-RATE-DATE-SKIPPED.
120300     DISPLAY 'WIMC110 NO EXCHANGE RATE  = ' WI-MC-NO-FX-SKIPPED.
120310     DISPLAY 'WIMC110 NO TAX RATE       = ' WI-MC-NO-TAX-SKIPPED.
120400     DISPLAY 'WIMC110 REVERSALS RATED   = ' WI-MC-REVERSAL-RATED.
120500     DISPLAY 'WIMC110 REVERSALS UNMATCHD= ' WI-MC-REV-UNMATCHED.
120510     DISPLAY 'WIMC110 EDIT REJECTS HELD = ' WI-MC-EDIT-SKIPPED.
120520******************************************************************
120540* The seen-overflow condition raises the return code, so it is   *
120560* settled before the run-history entry is appended - the entry   *
123300         TO WI_MC_TRAILER_RECORD_COUNT IN WI-MC-BILLING-TRL-REC.
123400     MOVE WI-MC-BILLING-CONTROL-TOTAL
123500         TO WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-BILLING-TRL-REC.
123510     MOVE WI-MC-BILLING-TAX-TOTAL
123520         TO WI_MC_TRAILER_TAX_TOTAL IN WI-MC-BILLING-TRL-REC.
123600     WRITE WI-MC-BILLING-TRL-REC.
123700 8100-EXIT.
123800     EXIT.
124600* non-success skips, COUNT_C the rating and exchange-rate        *
124700* holds, COUNT_D the diverted suspects, matching intake's        *
124800* counting.  The first run of a cycle creates the file.          *
124810* COUNT_E is the edit rejects held off the extract.              *
124900******************************************************************
125000 8300-WRITE-RUN-STATS.
125100     OPEN EXTEND WI-MC-RUN-STATS-FILE.
126400     MOVE WI-MC-NOT-SUCCESS-SKIPPED TO WI_MC_RUN_COUNT_B.
126500     COMPUTE WI_MC_RUN_COUNT_C =
126600         WI-MC-NO-RATE-SKIPPED + WI-MC-RATE-DATE-SKIPPED
126700         + WI-MC-NO-FX-SKIPPED + WI-MC-NO-TAX-SKIPPED.
126800     COMPUTE WI_MC_RUN_COUNT_D =
126900         WI-MC-DUP-DIVERTED + WI-MC-REV-UNMATCHED.
126910     MOVE WI-MC-EDIT-SKIPPED TO WI_MC_RUN_COUNT_E.
127000     WRITE WI-MC-RUN-STATS-REC.
127100     CLOSE WI-MC-RUN-STATS-FILE.
127200 8300-EXIT.
127300     EXIT.
127310
127320******************************************************************
127330* 1700-START-STEP - step control.  Every step WIMCCYC lists      *
127340* ahead of this one must have completed for the processing       *
127350* date, and this step must not already have completed for it     *
127360* unless Operations has posted a rerun override (WIMCSTO) it     *
127370* has not used; the override taken is logged on the step         *
127380* history.  A step left started or failed reruns without one.    *
127390* A refused run ends RETURN-CODE 16 before any output is         *
127400* opened.                                                        *
127410******************************************************************
127420 1700-START-STEP.
127430     OPEN I-O WI-MC-STEP-FILE.
127440     IF WI-MC-STEP-STATUS = '35'
127450         OPEN OUTPUT WI-MC-STEP-FILE
127460         CLOSE WI-MC-STEP-FILE
127470         OPEN I-O WI-MC-STEP-FILE
127480     END-IF.
127490     IF WI-MC-STEP-STATUS NOT = '00'
127500         DISPLAY 'WIMC110 - STEP CONTROL OPEN FAILED, STATUS '
127510             WI-MC-STEP-STATUS
127520         MOVE 16 TO RETURN-CODE
127530         STOP RUN
127540     END-IF.
127550     MOVE ZERO TO WI-MC-STEP-CYCLE-SUB.
127560     PERFORM 1710-FIND-CYCLE-STEP THRU 1710-EXIT
127570         VARYING WI-MC-STEP-SCAN-SUB FROM 1 BY 1
127580         UNTIL WI-MC-STEP-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
127590     IF WI-MC-STEP-CYCLE-SUB > ZERO
127600         PERFORM 1720-CHECK-PREDECESSOR THRU 1720-EXIT
127610             VARYING WI-MC-STEP-PRED-SUB FROM 1 BY 1
127620             UNTIL WI-MC-STEP-PRED-SUB > 3
127630     END-IF.
127640     PERFORM 1730-CHECK-OWN-STEP THRU 1730-EXIT.
127650     CLOSE WI-MC-STEP-FILE.
127660 1700-EXIT.
127670     EXIT.
127680
127690 1710-FIND-CYCLE-STEP.
127700     IF WI_MC_CYCLE_PROGRAM (WI-MC-STEP-SCAN-SUB)
127710             = WI-MC-STEP-NAME
127720         MOVE WI-MC-STEP-SCAN-SUB TO WI-MC-STEP-CYCLE-SUB
127730     END-IF.
127740 1710-EXIT.
127750     EXIT.
127760
127770 1720-CHECK-PREDECESSOR.
127780     MOVE WI_MC_CYCLE_PRED
127790             (WI-MC-STEP-CYCLE-SUB WI-MC-STEP-PRED-SUB)
127800         TO WI-MC-STEP-PRED-NAME.
127810     IF WI-MC-STEP-PRED-NAME = SPACES
127820         GO TO 1720-EXIT
127830     END-IF.
127840     MOVE WI-MC-STEP-DATE      TO WI_MC_STEP_DATE.
127850     MOVE WI-MC-STEP-PRED-NAME TO WI_MC_STEP_PROGRAM.
127860     READ WI-MC-STEP-FILE
127870         INVALID KEY
127880             MOVE SPACES TO WI-MC-STEP-REFUSAL
127890             STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
127900                    ' HAS NOT RUN FOR THIS DATE'
127910                                           DELIMITED BY SIZE
127920                 INTO WI-MC-STEP-REFUSAL
127930             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
127940     END-READ.
127950     IF NOT WI_MC_STEP_COMPLETED
127960         MOVE SPACES TO WI-MC-STEP-REFUSAL
127970         STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
127980                ' HAS NOT COMPLETED FOR THIS DATE'
127990                                       DELIMITED BY SIZE
128000             INTO WI-MC-STEP-REFUSAL
128010         PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
128020     END-IF.
128030 1720-EXIT.
128040     EXIT.
128050
128060 1730-CHECK-OWN-STEP.
128070     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
128080     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
128090     MOVE 'N' TO WI-MC-STEP-FOUND-SW.
128100     READ WI-MC-STEP-FILE
128110         INVALID KEY
128120             CONTINUE
128130         NOT INVALID KEY
128140             SET WI-MC-STEP-FOUND TO TRUE
128150     END-READ.
128160     IF NOT WI-MC-STEP-FOUND
128170         MOVE SPACES TO WI-MC-STEP-REC
128180         MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE
128190         MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM
128200         MOVE ZERO TO WI_MC_STEP_RUN_COUNT
128210         MOVE ZERO TO WI_MC_STEP_OVR_POSTED
128220     END-IF.
128230     IF WI-MC-STEP-FOUND
128240      AND WI_MC_STEP_COMPLETED
128250         PERFORM 1740-FIND-OVERRIDE THRU 1740-EXIT
128260         IF WI-MC-STEP-OVR-POSTED = ZERO
128270             MOVE 'ALREADY COMPLETED, NO RERUN OVERRIDE'
128280                 TO WI-MC-STEP-REFUSAL
128290             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
128300         END-IF
128310         MOVE WI-MC-STEP-OVR-POSTED TO WI_MC_STEP_OVR_POSTED
128320         MOVE WI-MC-STEP-OVR-USER   TO WI_MC_STEP_OVR_USER
128330         MOVE WI-MC-STEP-OVR-REASON TO WI_MC_STEP_OVR_REASON
128340         SET WI_MC_STEP_EVENT_OVERRIDE TO TRUE
128350         MOVE 'RERUN OVERRIDE TAKEN' TO WI_MC_STEP_MESSAGE
128360         PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT
128370         DISPLAY 'WIMC110 - RERUN OF COMPLETED STEP, OVERRIDE BY '
128380             WI-MC-STEP-OVR-USER
128390     END-IF.
128400     SET WI_MC_STEP_STARTED TO TRUE.
128410     MOVE ZERO TO WI_MC_STEP_RETURN_CODE.
128420     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
128430     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
128440     MOVE ZERO TO WI_MC_STEP_END_DATE.
128450     MOVE ZERO TO WI_MC_STEP_END_TIME.
128460     ADD 1 TO WI_MC_STEP_RUN_COUNT.
128470     SET WI_MC_STEP_EVENT_START TO TRUE.
128480     MOVE SPACES TO WI_MC_STEP_MESSAGE.
128490     IF WI-MC-STEP-FOUND
128500         REWRITE WI-MC-STEP-REC
128510     ELSE
128520         WRITE WI-MC-STEP-REC
128530     END-IF.
128540     IF WI-MC-STEP-STATUS NOT = '00'
128550         DISPLAY 'WIMC110 - STEP CONTROL UPDATE FAILED, STATUS '
128560             WI-MC-STEP-STATUS
128570         MOVE 16 TO RETURN-CODE
128580         STOP RUN
128590     END-IF.
128600     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
128610 1730-EXIT.
128620     EXIT.
128630
128640******************************************************************
128650* 1740-FIND-OVERRIDE - the earliest override for this step and   *
128660* date posted after the last one it used.  None found leaves     *
128670* WI-MC-STEP-OVR-POSTED zero.                                    *
128680******************************************************************
128690 1740-FIND-OVERRIDE.
128700     MOVE ZERO TO WI-MC-STEP-OVR-POSTED.
128710     MOVE 'N' TO WI-MC-STEP-OVR-EOF-SW.
128720     OPEN INPUT WI-MC-STEP-OVR-FILE.
128730     IF WI-MC-STEP-OVR-STATUS NOT = '00'
128740         GO TO 1740-EXIT
128750     END-IF.
128760     PERFORM 1750-READ-OVERRIDE THRU 1750-EXIT
128770         UNTIL WI-MC-STEP-OVR-EOF.
128780     CLOSE WI-MC-STEP-OVR-FILE.
128790 1740-EXIT.
128800     EXIT.
128810
128820 1750-READ-OVERRIDE.
128830     READ WI-MC-STEP-OVR-FILE
128840         AT END
128850             SET WI-MC-STEP-OVR-EOF TO TRUE
128860             GO TO 1750-EXIT
128870     END-READ.
128880     IF WI_MC_STOVR_DATE NOT = WI-MC-STEP-DATE
128890      OR WI_MC_STOVR_PROGRAM NOT = WI-MC-STEP-NAME
128900      OR WI_MC_STOVR_USER = SPACES
128910      OR WI_MC_STOVR_POSTED NOT NUMERIC
128920         GO TO 1750-EXIT
128930     END-IF.
128940     IF WI_MC_STOVR_POSTED NOT > WI_MC_STEP_OVR_POSTED
128950         GO TO 1750-EXIT
128960     END-IF.
128970     IF WI-MC-STEP-OVR-POSTED = ZERO
128980      OR WI_MC_STOVR_POSTED < WI-MC-STEP-OVR-POSTED
128990         MOVE WI_MC_STOVR_POSTED TO WI-MC-STEP-OVR-POSTED
129000         MOVE WI_MC_STOVR_USER   TO WI-MC-STEP-OVR-USER
129010         MOVE WI_MC_STOVR_REASON TO WI-MC-STEP-OVR-REASON
129020     END-IF.
129030 1750-EXIT.
129040     EXIT.
129050
129060******************************************************************
129070* 1780-LOG-STEP-EVENT - append the entry as it stands to the step*
129080* history.  The first run of a cycle creates the file.           *
129090******************************************************************
129100 1780-LOG-STEP-EVENT.
129110     OPEN EXTEND WI-MC-STEP-HIST-FILE.
129120     IF WI-MC-STEP-HIST-STATUS NOT = '00'
129130         OPEN OUTPUT WI-MC-STEP-HIST-FILE
129140     END-IF.
129150     WRITE WI-MC-STEP-HIST-REC FROM WI-MC-STEP-REC.
129160     CLOSE WI-MC-STEP-HIST-FILE.
129170 1780-EXIT.
129180     EXIT.
129190
129200******************************************************************
129210* 1790-REFUSE-STEP - the refusal goes to the step history only;  *
129220* this step's own entry is left as it was.                       *
129230******************************************************************
129240 1790-REFUSE-STEP.
129250     MOVE SPACES TO WI-MC-STEP-REC.
129260     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
129270     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
129280     MOVE 16 TO WI_MC_STEP_RETURN_CODE.
129290     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
129300     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
129310     MOVE ZERO TO WI_MC_STEP_END_DATE.
129320     MOVE ZERO TO WI_MC_STEP_END_TIME.
129330     MOVE ZERO TO WI_MC_STEP_RUN_COUNT.
129340     MOVE ZERO TO WI_MC_STEP_OVR_POSTED.
129350     SET WI_MC_STEP_EVENT_REFUSED TO TRUE.
129360     MOVE WI-MC-STEP-REFUSAL TO WI_MC_STEP_MESSAGE.
129370     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
129380     CLOSE WI-MC-STEP-FILE.
129390     DISPLAY 'WIMC110 - STEP REFUSED FOR PROCESSING DATE '
129400         WI-MC-STEP-DATE ' - ' WI-MC-STEP-REFUSAL.
129410     MOVE 16 TO RETURN-CODE.
129420     STOP RUN.
129430 1790-EXIT.
129440     EXIT.
129450
129460******************************************************************
129470* 8950-END-STEP - close this step's entry on the step-control    *
129480* file: completed below RETURN-CODE 12, failed at 12 and above.  *
129490******************************************************************
129500 8950-END-STEP.
129510     OPEN I-O WI-MC-STEP-FILE.
129520     IF WI-MC-STEP-STATUS NOT = '00'
129530         DISPLAY 'WIMC110 - STEP CONTROL OPEN FAILED, STATUS '
129540             WI-MC-STEP-STATUS
129550         MOVE 16 TO RETURN-CODE
129560         GO TO 8950-EXIT
129570     END-IF.
129580     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
129590     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
129600     READ WI-MC-STEP-FILE
129610         INVALID KEY
129620             DISPLAY 'WIMC110 - STEP CONTROL ENTRY NOT FOUND AT '
129630                 'END OF RUN'
129640             MOVE 16 TO RETURN-CODE
129650             CLOSE WI-MC-STEP-FILE
129660             GO TO 8950-EXIT
129670     END-READ.
129680     MOVE RETURN-CODE TO WI_MC_STEP_RETURN_CODE.
129690     IF RETURN-CODE < 12
129700         SET WI_MC_STEP_COMPLETED TO TRUE
129710         SET WI_MC_STEP_EVENT_COMPLETE TO TRUE
129720     ELSE
129730         SET WI_MC_STEP_FAILED TO TRUE
129740         SET WI_MC_STEP_EVENT_FAIL TO TRUE
129750     END-IF.
129760     ACCEPT WI_MC_STEP_END_DATE FROM DATE.
129770     ACCEPT WI_MC_STEP_END_TIME FROM TIME.
129780     MOVE SPACES TO WI_MC_STEP_MESSAGE.
129790     REWRITE WI-MC-STEP-REC.
129800     IF WI-MC-STEP-STATUS NOT = '00'
129810         DISPLAY 'WIMC110 - STEP CONTROL UPDATE FAILED, STATUS '
129820             WI-MC-STEP-STATUS
129830         MOVE 16 TO RETURN-CODE
129840     END-IF.
129850     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
129860     CLOSE WI-MC-STEP-FILE.
129870 8950-EXIT.
129880     EXIT.
