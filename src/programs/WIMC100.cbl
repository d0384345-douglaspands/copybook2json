013470*                  still registers its batch, remembers its     *
013480*                  keys and appends the day's histories; that   *
013490*                  feed is accepted and billed.                 *
013491* 10/15/2026 RLH   Intake content edits against the catalog      *
013492*                  (WIMCCATM): a failing record goes to          *
013493*                  WIMCEDRJ, stays out of the seen-key store,    *
013494*                  counts as held and prints on WIMCEDRR; a      *
013495*                  carrier over the WIMCPARM reject ceiling      *
013496*                  rejects the feed; any reject sets RC 4, and   *
013497*                  RC 4 or 8 is no longer a rejected feed.       *
013498* 10/15/2026 RLH   Step control (WIMCSTP, WIMCCYC, WIMCSTO): run *
013499*                  only after prior steps, no unforced rerun.    *
013500******************************************************************
013600 ENVIRONMENT DIVISION.
013700 INPUT-OUTPUT SECTION.
024300         ASSIGN TO WIMCPHST
024400         ORGANIZATION IS SEQUENTIAL
024500         FILE STATUS IS WI-MC-PROV-HIST-STATUS.
024502
024504     SELECT WI-MC-CATALOG-FILE
024506         ASSIGN TO WIMCCATM
024508         ORGANIZATION IS SEQUENTIAL
024510         FILE STATUS IS WI-MC-CATALOG-STATUS.
024512
024514     SELECT WI-MC-EDIT-REJ-FILE
024516         ASSIGN TO WIMCEDRJ
024518         ORGANIZATION IS SEQUENTIAL
024520         FILE STATUS IS WI-MC-EDIT-REJ-STATUS.
024522
024524     SELECT WI-MC-EDIT-RPT-FILE
024526         ASSIGN TO WIMCEDRR
024528         ORGANIZATION IS SEQUENTIAL
024530         FILE STATUS IS WI-MC-EDIT-RPT-STATUS.
024532
024534     SELECT WI-MC-PARM-FILE
024536         ASSIGN TO WIMCPARM
024538         ORGANIZATION IS SEQUENTIAL
024540         FILE STATUS IS WI-MC-PARM-STATUS.
024600
024605     SELECT WI-MC-STEP-FILE
024610         ASSIGN TO WIMCSTPC
024615         ORGANIZATION IS INDEXED
024620         ACCESS MODE IS RANDOM
024625         RECORD KEY IS WI_MC_STEP_KEY
024630         FILE STATUS IS WI-MC-STEP-STATUS.
024635
024640     SELECT WI-MC-STEP-HIST-FILE
024645         ASSIGN TO WIMCSTPH
024650         ORGANIZATION IS SEQUENTIAL
024655         FILE STATUS IS WI-MC-STEP-HIST-STATUS.
024660
024665     SELECT WI-MC-STEP-OVR-FILE
024670         ASSIGN TO WIMCSTOV
024675         ORGANIZATION IS SEQUENTIAL
024680         FILE STATUS IS WI-MC-STEP-OVR-STATUS.
024685
024700 DATA DIVISION.
024800 FILE SECTION.
024900 FD  WI-MC-RESULT-FILE
037600     LABEL RECORDS ARE STANDARD.
037700 01  WI-MC-REG-OUT-REC.
037800     COPY WIMCREG.
037802
037804 FD  WI-MC-CATALOG-FILE
037806     LABEL RECORDS ARE STANDARD.
037808 01  WI-MC-CATALOG-REC.
037810     COPY WIMCCAT.
037812
037814 FD  WI-MC-EDIT-REJ-FILE
037816     LABEL RECORDS ARE STANDARD.
037818 01  WI-MC-EDIT-REJ-REC.
037820     COPY WIMCEDR.
037822
037824 FD  WI-MC-EDIT-RPT-FILE
037826     LABEL RECORDS ARE STANDARD.
037828 01  WI-MC-EDIT-RPT-REC            PIC X(132).
037830
037832 FD  WI-MC-PARM-FILE
037834     LABEL RECORDS ARE STANDARD.
037836 01  WI-MC-PARM-REC.
037838     05 WI-MC-P-EDIT-CEILING        PIC 9(03)V99.
037840     05 WI-MC-P-EDIT-MINIMUM        PIC 9(05).
037842     05 FILLER                      PIC X(70).
037900
038000 SD  WI-MC-SEEN-SORT-FILE.
038100 01  WI-MC-SEEN-SORT-REC.
038300     05 WI-MC-SORT-DATE            PIC 9(06).
038400     05 WI-MC-SORT-AGE             PIC 9(03) COMP-3.
038500
038505 FD  WI-MC-STEP-FILE
038510     LABEL RECORDS ARE STANDARD.
038515 01  WI-MC-STEP-REC.
038520     COPY WIMCSTP.
038525
038530 FD  WI-MC-STEP-HIST-FILE
038535     LABEL RECORDS ARE STANDARD.
038540 01  WI-MC-STEP-HIST-REC            PIC X(160).
038545
038550 FD  WI-MC-STEP-OVR-FILE
038555     LABEL RECORDS ARE STANDARD.
038560 01  WI-MC-STEP-OVR-REC.
038565     COPY WIMCSTO.
038570
038600 WORKING-STORAGE SECTION.
038700
038800 77  WI-MC-RESULT-STATUS            PIC X(02) VALUE SPACES.
040400 77  WI-MC-REG-IN-STATUS            PIC X(02) VALUE SPACES.
040500 77  WI-MC-REG-OUT-STATUS           PIC X(02) VALUE SPACES.
040600 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
040610 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
040620 77  WI-MC-STEP-HIST-STATUS         PIC X(02) VALUE SPACES.
040630 77  WI-MC-STEP-OVR-STATUS          PIC X(02) VALUE SPACES.
040700 77  WI-MC-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
040800 77  WI-MC-PROV-HIST-STATUS         PIC X(02) VALUE SPACES.
040810 77  WI-MC-CATALOG-STATUS           PIC X(02) VALUE SPACES.
040820 77  WI-MC-EDIT-REJ-STATUS          PIC X(02) VALUE SPACES.
040830 77  WI-MC-EDIT-RPT-STATUS          PIC X(02) VALUE SPACES.
040840 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
040900
041000 01  WI-MC-SWITCHES.
041100     05 WI-MC-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
044600        88 WI-MC-BUSINESS-DAY              VALUE 'Y'.
044700     05 WI-MC-SUCCESS-OK-SW         PIC X(01) VALUE 'N'.
044800        88 WI-MC-SUCCESS-OK                VALUE 'Y'.
044805     05 WI-MC-CATALOG-EOF-SW        PIC X(01) VALUE 'N'.
044810        88 WI-MC-CATALOG-EOF              VALUE 'Y'.
044815     05 WI-MC-EDIT-REJ-EOF-SW       PIC X(01) VALUE 'N'.
044820        88 WI-MC-EDIT-REJ-EOF             VALUE 'Y'.
044825     05 WI-MC-EDIT-REJECT-SW        PIC X(01) VALUE 'N'.
044830        88 WI-MC-EDIT-REJECTED            VALUE 'Y'.
044835     05 WI-MC-EDIT-LISTED-SW        PIC X(01) VALUE 'N'.
044840        88 WI-MC-EDIT-LISTED              VALUE 'Y'.
044845     05 WI-MC-CEILING-SW            PIC X(01) VALUE 'N'.
044850        88 WI-MC-OVER-CEILING             VALUE 'Y'.
044900
045000 01  WI-MC-COUNTERS.
045100     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
046600     05 WI-MC-REG-COUNT             PIC 9(05) COMP VALUE ZERO.
046700     05 WI-MC-PROV-COUNT            PIC 9(05) COMP VALUE ZERO.
046800     05 WI-MC-PCAT-COUNT            PIC 9(05) COMP VALUE ZERO.
046810     05 WI-MC-CATALOG-COUNT         PIC 9(05) COMP VALUE ZERO.
046820     05 WI-MC-EDIT-REJ-COUNT        PIC 9(09) COMP VALUE ZERO.
046830     05 WI-MC-EDIT-RPT-COUNT        PIC 9(09) COMP VALUE ZERO.
046900
047000******************************************************************
047100* WI-MC-OVFLO-THRESHOLD - the largest WI_MC_ADDON_VALUE the old  *
054400        10 WI-MC-PROV-FAILED        PIC 9(09) COMP.
054500        10 WI-MC-PROV-HELD          PIC 9(09) COMP.
054600        10 WI-MC-PROV-DUPS          PIC 9(09) COMP.
054610        10 WI-MC-PROV-EDITREJ       PIC 9(09) COMP.
054700
054800 01  WI-MC-PCAT-TABLE.
054900     05 WI-MC-PCAT-ENTRY OCCURS 1 TO 5000 TIMES
055300        10 WI-MC-PCAT-CATEGORY      PIC X(20).
055400        10 WI-MC-PCAT-TALLY         PIC 9(09) COMP.
055500 01  WI-MC-PROV-SUB                 PIC 9(05) COMP VALUE ZERO.
055501
055502******************************************************************
055503* WI-MC-CATALOG-TABLE - the type/operation catalog (WIMCCAT),    *
055504* loaded at the start of the run for the content edits.  It is   *
055505* maintained in ascending provider / type / operation sequence   *
055506* for the SEARCH ALL in 2610-CHECK-CATALOG; an entry out of      *
055507* sequence, or an empty catalog, stops the run before the feed   *
055508* is read.                                                       *
055509******************************************************************
055510 01  WI-MC-CATALOG-TABLE.
055511     05 WI-MC-CATALOG-ENTRY OCCURS 1 TO 20000 TIMES
055512           DEPENDING ON WI-MC-CATALOG-COUNT
055513           ASCENDING KEY IS WI-MC-CATALOG-TBL-KEY
055514           INDEXED BY WI-MC-CATALOG-IDX.
055515        10 WI-MC-CATALOG-TBL-KEY    PIC X(52).
055516        10 WI-MC-CATALOG-TBL-STATUS PIC X(01).
055517 01  WI-MC-CATALOG-PREV-KEY         PIC X(52) VALUE LOW-VALUES.
055518 01  WI-MC-CATALOG-KEY-WORK.
055519     05 WI-MC-CATALOG-KEY-PROVIDER  PIC X(12).
055520     05 WI-MC-CATALOG-KEY-TYPE      PIC X(16).
055521     05 WI-MC-CATALOG-KEY-OPERATION PIC X(24).
055522
055523******************************************************************
055524* WI-MC-EDIT-CEILING-PCT / WI-MC-EDIT-CEILING-MIN - a carrier    *
055525* with at least the minimum number of records on the day's feed  *
055526* whose edit rejects come to more than the ceiling percentage of *
055527* them has sent a malformed feed, and the feed is rejected.  The *
055528* optional one-record parameter file overrides either default.   *
055529******************************************************************
055530 01  WI-MC-EDIT-CEILING-PCT         PIC 9(03)V99 VALUE 10.00.
055531 01  WI-MC-EDIT-CEILING-MIN         PIC 9(05) COMP VALUE 20.
055532 01  WI-MC-EDIT-PCT-WORK            PIC 9(03)V99 VALUE ZERO.
055533
055534******************************************************************
055535* WI-MC-EDIT-LIST - the edits the current record failed, by edit *
055536* number in the order they are applied (see WIMCEDR), and        *
055537* WI-MC-EDIT-TALLY the day's count of records failing each edit. *
055538* Both are kept for every record read, skipped or not, so a      *
055539* restarted run still reports and judges the whole day.          *
055540******************************************************************
055541 01  WI-MC-EDIT-COUNT               PIC 9(01) COMP VALUE ZERO.
055542 01  WI-MC-EDIT-LIST.
055543     05 WI-MC-EDIT-FAILED           PIC 9(02) OCCURS 5 TIMES.
055544 01  WI-MC-EDIT-NUMBER              PIC 9(02) VALUE ZERO.
055545 01  WI-MC-EDIT-SUB                 PIC 9(01) COMP VALUE ZERO.
055546 01  WI-MC-EDIT-PREV-SEQ            PIC 9(09) VALUE ZERO.
055547 01  WI-MC-EDIT-TALLY-TABLE.
055548     05 WI-MC-EDIT-TALLY            PIC 9(09) COMP VALUE ZERO
055549                                     OCCURS 6 TIMES.
055550 01  WI-MC-EDIT-NAME-VALUES.
055551     05 FILLER                      PIC X(40) VALUE
055552        'OPERATION BLANK'.
055553     05 FILLER                      PIC X(40) VALUE
055554        'TYPE BLANK'.
055555     05 FILLER                      PIC X(40) VALUE
055556        'TYPE/OPERATION NOT ON CATALOG'.
055557     05 FILLER                      PIC X(40) VALUE
055558        'TYPE/OPERATION RETIRED ON CATALOG'.
055559     05 FILLER                      PIC X(40) VALUE
055560        'GROUP SIZE DISAGREES WITH TOKEN'.
055561     05 FILLER                      PIC X(40) VALUE
055562        'BLANK GROUP TOKEN BEHIND A VALUE'.
055563 01  WI-MC-EDIT-NAME-TABLE REDEFINES WI-MC-EDIT-NAME-VALUES.
055564     05 WI-MC-EDIT-NAME             PIC X(40) OCCURS 6 TIMES.
055600
055700******************************************************************
055800* WI-MC-CHECKPOINT-CONTROL - restart/checkpoint working storage. *
068100 01  WI-MC-DAY-START                PIC 9(08) COMP VALUE ZERO.
068200 01  WI-MC-DOW-WORK                 PIC 9(01) COMP VALUE ZERO.
068300 01  WI-MC-HOL-SUB                  PIC 9(03) COMP VALUE ZERO.
068301
068302******************************************************************
068303* Edit-reject report lines - WI-MC-EDIT-RPT-FILE.                *
068304******************************************************************
068305 01  WI-MC-EDIT-HDR-1.
068306     05 FILLER                      PIC X(01) VALUE SPACE.
068307     05 FILLER                      PIC X(40) VALUE
068308        'WIMC100 INTAKE CONTENT EDIT REJECTS FOR '.
068309     05 WI-MC-EH-DATE               PIC 9(06).
068310     05 FILLER                      PIC X(85) VALUE SPACES.
068311
068312 01  WI-MC-EDIT-HDR-2.
068313     05 FILLER                      PIC X(12) VALUE
068314        ' FEED SEQ'.
068315     05 FILLER                      PIC X(14) VALUE 'PROVIDER'.
068316     05 FILLER                      PIC X(18) VALUE 'TYPE'.
068317     05 FILLER                      PIC X(26) VALUE 'OPERATION'.
068318     05 FILLER                      PIC X(06) VALUE 'STATE'.
068319     05 FILLER                      PIC X(06) VALUE 'CODE'.
068320     05 FILLER                      PIC X(15) VALUE
068321        'EDITS FAILED'.
068322     05 FILLER                      PIC X(35) VALUE SPACES.
068323
068324 01  WI-MC-EDIT-DTL-LINE.
068325     05 FILLER                      PIC X(01).
068326     05 WI-MC-ED-SEQ                PIC Z(8)9.
068327     05 FILLER                      PIC X(02).
068328     05 WI-MC-ED-PROVIDER           PIC X(12).
068329     05 FILLER                      PIC X(02).
068330     05 WI-MC-ED-TYPE               PIC X(16).
068331     05 FILLER                      PIC X(02).
068332     05 WI-MC-ED-OPERATION          PIC X(24).
068333     05 FILLER                      PIC X(02).
068334     05 WI-MC-ED-STATE              PIC X(04).
068335     05 FILLER                      PIC X(02).
068336     05 WI-MC-ED-CODE               PIC X(04).
068337     05 FILLER                      PIC X(02).
068338     05 WI-MC-ED-EDIT-ENTRY OCCURS 5 TIMES.
068339        10 WI-MC-ED-EDIT            PIC X(02).
068340        10 FILLER                   PIC X(01).
068341     05 FILLER                      PIC X(35).
068342
068343 01  WI-MC-EDIT-NONE-LINE.
068344     05 FILLER                      PIC X(40) VALUE
068345        ' NO RECORDS FAILED THE CONTENT EDITS'.
068346     05 FILLER                      PIC X(92) VALUE SPACES.
068347
068348 01  WI-MC-EDIT-TALLY-HDR.
068349     05 FILLER                      PIC X(07) VALUE ' EDIT'.
068350     05 FILLER                      PIC X(42) VALUE 'DESCRIPTION'.
068351     05 FILLER                      PIC X(11) VALUE '    RECORDS'.
068352     05 FILLER                      PIC X(72) VALUE SPACES.
068353
068354 01  WI-MC-EDIT-TALLY-LINE.
068355     05 FILLER                      PIC X(02) VALUE SPACES.
068356     05 WI-MC-ET-NUMBER             PIC 9(02).
068357     05 FILLER                      PIC X(03) VALUE SPACES.
068358     05 WI-MC-ET-NAME               PIC X(40).
068359     05 FILLER                      PIC X(02) VALUE SPACES.
068360     05 WI-MC-ET-COUNT              PIC ZZZ,ZZZ,ZZ9.
068361     05 FILLER                      PIC X(72) VALUE SPACES.
068362
068363 01  WI-MC-EDIT-PROV-HDR.
068364     05 FILLER                      PIC X(15) VALUE ' PROVIDER'.
068365     05 FILLER                      PIC X(11) VALUE '   RECEIVED'.
068366     05 FILLER                      PIC X(02) VALUE SPACES.
068367     05 FILLER                      PIC X(11) VALUE '   REJECTED'.
068368     05 FILLER                      PIC X(04) VALUE SPACES.
068369     05 FILLER                      PIC X(06) VALUE 'REJ  %'.
068370     05 FILLER                      PIC X(83) VALUE SPACES.
068371
068372 01  WI-MC-EDIT-PROV-LINE.
068373     05 FILLER                      PIC X(01) VALUE SPACE.
068374     05 WI-MC-EP-PROVIDER           PIC X(12).
068375     05 FILLER                      PIC X(02) VALUE SPACES.
068376     05 WI-MC-EP-RECEIVED           PIC ZZZ,ZZZ,ZZ9.
068377     05 FILLER                      PIC X(02) VALUE SPACES.
068378     05 WI-MC-EP-REJECTED           PIC ZZZ,ZZZ,ZZ9.
068379     05 FILLER                      PIC X(04) VALUE SPACES.
068380     05 WI-MC-EP-PCT                PIC ZZ9.99.
068381     05 FILLER                      PIC X(03) VALUE SPACES.
068382     05 WI-MC-EP-FLAG               PIC X(30).
068383     05 FILLER                      PIC X(50) VALUE SPACES.
068384
068385 01  WI-MC-EDIT-TOT-LINE.
068386     05 FILLER                      PIC X(18) VALUE
068387        ' RECORDS REJECTED '.
068388     05 WI-MC-EX-REJECTED           PIC ZZZ,ZZZ,ZZ9.
068389     05 FILLER                      PIC X(11) VALUE '  CEILING '.
068390     05 WI-MC-EX-CEILING            PIC ZZ9.99.
068391     05 FILLER                      PIC X(29) VALUE
068392        ' PCT FOR CARRIERS SENDING AT '.
068393     05 FILLER                      PIC X(06) VALUE 'LEAST '.
068394     05 WI-MC-EX-MINIMUM            PIC ZZ,ZZ9.
068395     05 FILLER                      PIC X(08) VALUE ' RECORDS'.
068396     05 FILLER                      PIC X(37) VALUE SPACES.
068397
068398 01  WI-MC-EDIT-BLANK-LINE          PIC X(132) VALUE SPACES.
068400
068402******************************************************************
068404* Step control - this step's entry on the step-control file      *
068406* (WIMCSTP), its place in the daily cycle (WIMCCYC) and the      *
068408* rerun override (WIMCSTO) taken, if any.                        *
068410******************************************************************
068412 01  WI-MC-STEP-WORK.
068414     05 WI-MC-STEP-NAME             PIC X(08) VALUE 'WIMC100'.
068416     05 WI-MC-STEP-DATE             PIC 9(06) VALUE ZERO.
068418     05 WI-MC-STEP-CYCLE-SUB        PIC 9(02) COMP VALUE ZERO.
068420     05 WI-MC-STEP-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
068422     05 WI-MC-STEP-PRED-SUB         PIC 9(02) COMP VALUE ZERO.
068424     05 WI-MC-STEP-PRED-NAME        PIC X(08) VALUE SPACES.
068426     05 WI-MC-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
068428        88 WI-MC-STEP-FOUND               VALUE 'Y'.
068430     05 WI-MC-STEP-OVR-EOF-SW       PIC X(01) VALUE 'N'.
068432        88 WI-MC-STEP-OVR-EOF             VALUE 'Y'.
068434     05 WI-MC-STEP-OVR-POSTED       PIC 9(10) VALUE ZERO.
068436     05 WI-MC-STEP-OVR-USER         PIC X(08) VALUE SPACES.
068438     05 WI-MC-STEP-OVR-REASON       PIC X(40) VALUE SPACES.
068440     05 WI-MC-STEP-REFUSAL          PIC X(40) VALUE SPACES.
068442 01  WI-MC-CYCLE-STEPS.
068444     COPY WIMCCYC.
068446
068500 PROCEDURE DIVISION.
068600
068700******************************************************************
069200     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
069300         UNTIL WI-MC-RESULT-EOF.
069400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
069410     PERFORM 8950-END-STEP THRU 8950-EXIT.
069500     STOP RUN.
069600
069700******************************************************************
073100     PERFORM 1150-LOAD-SUCCESS-TABLE THRU 1150-EXIT
073200         UNTIL WI-MC-SUCCESS-EOF.
073300     CLOSE WI-MC-SUCCESS-FILE.
073302
073304     OPEN INPUT WI-MC-CATALOG-FILE.
073306     IF WI-MC-CATALOG-STATUS NOT = '00'
073308         DISPLAY 'WIMC100 - TYPE/OPERATION CATALOG OPEN FAILED, '
073310             'STATUS ' WI-MC-CATALOG-STATUS
073312         MOVE 16 TO RETURN-CODE
073314         STOP RUN
073316     END-IF.
073318     PERFORM 1160-LOAD-CATALOG-TABLE THRU 1160-EXIT
073320         UNTIL WI-MC-CATALOG-EOF.
073322     CLOSE WI-MC-CATALOG-FILE.
073324     IF WI-MC-CATALOG-COUNT = ZERO
073326         DISPLAY 'WIMC100 - TYPE/OPERATION CATALOG EMPTY'
073328         MOVE 16 TO RETURN-CODE
073330         STOP RUN
073332     END-IF.
073334
073336     OPEN INPUT WI-MC-PARM-FILE.
073338     IF WI-MC-PARM-STATUS = '00'
073340         PERFORM 1170-READ-PARM THRU 1170-EXIT
073342         CLOSE WI-MC-PARM-FILE
073344     END-IF.
073400
073500******************************************************************
073600* The business date comes from the processing-date control       *
075200     END-IF.
075300     COMPUTE WI-MC-RUN-DAY-NUM =
075400         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-RUN-DATE).
075410     MOVE WI-MC-RUN-DATE TO WI-MC-STEP-DATE.
075420     PERFORM 1700-START-STEP THRU 1700-EXIT.
075500     OPEN INPUT WI-MC-HOLIDAY-FILE.
075600     IF WI-MC-HOLIDAY-STATUS = '00'
075700         PERFORM 1400-LOAD-HOLIDAYS THRU 1400-EXIT
081100         OPEN EXTEND WI-MC-AUDIT-FILE
081200         OPEN EXTEND WI-MC-DUP-RPT-FILE
081300         OPEN EXTEND WI-MC-SUSPENSE-FILE
081310         OPEN EXTEND WI-MC-EDIT-REJ-FILE
081400     ELSE
081500         OPEN OUTPUT WI-MC-UNKNOWN-RPT-FILE
081600         OPEN OUTPUT WI-MC-OVFLO-RPT-FILE
081700         OPEN OUTPUT WI-MC-AUDIT-FILE
081800         OPEN OUTPUT WI-MC-DUP-RPT-FILE
081900         OPEN OUTPUT WI-MC-SUSPENSE-FILE
081910         OPEN OUTPUT WI-MC-EDIT-REJ-FILE
082000     END-IF.
082100
082200     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
097100     END-READ.
097200 1150-EXIT.
097300     EXIT.
097301
097302******************************************************************
097303* 1160-LOAD-CATALOG-TABLE - the type/operation catalog must      *
097304* arrive in ascending key sequence for the SEARCH ALL; an entry  *
097305* out of sequence stops the run before the feed is read.         *
097306******************************************************************
097307 1160-LOAD-CATALOG-TABLE.
097308     READ WI-MC-CATALOG-FILE
097309         AT END
097310             SET WI-MC-CATALOG-EOF TO TRUE
097311         NOT AT END
097312             IF WI_MC_CATALOG_KEY NOT > WI-MC-CATALOG-PREV-KEY
097313                 DISPLAY 'WIMC100 - TYPE/OPERATION CATALOG OUT '
097314                     'OF SEQUENCE AT ' WI_MC_CATALOG_KEY
097315                 MOVE 16 TO RETURN-CODE
097316                 STOP RUN
097317             END-IF
097318             IF WI-MC-CATALOG-COUNT = 20000
097319                 DISPLAY 'WIMC100 - CATALOG TABLE FULL'
097320                 MOVE 16 TO RETURN-CODE
097321                 STOP RUN
097322             END-IF
097323             MOVE WI_MC_CATALOG_KEY TO WI-MC-CATALOG-PREV-KEY
097324             ADD 1 TO WI-MC-CATALOG-COUNT
097325             SET WI-MC-CATALOG-IDX TO WI-MC-CATALOG-COUNT
097326             MOVE WI_MC_CATALOG_KEY
097327                 TO WI-MC-CATALOG-TBL-KEY (WI-MC-CATALOG-IDX)
097328             MOVE WI_MC_CATALOG_STATUS
097329                 TO WI-MC-CATALOG-TBL-STATUS (WI-MC-CATALOG-IDX)
097330     END-READ.
097331 1160-EXIT.
097332     EXIT.
097333
097334******************************************************************
097335* 1170-READ-PARM - the optional parameter file: the edit-reject  *
097336* ceiling percentage and the fewest records a carrier must send  *
097337* before the ceiling is applied to it.  A field left blank or    *
097338* not numeric keeps its default.                                 *
097339******************************************************************
097340 1170-READ-PARM.
097341     READ WI-MC-PARM-FILE
097342         AT END
097343             CONTINUE
097344         NOT AT END
097345             IF WI-MC-P-EDIT-CEILING NUMERIC
097346              AND WI-MC-P-EDIT-CEILING > ZERO
097347                 MOVE WI-MC-P-EDIT-CEILING
097348                     TO WI-MC-EDIT-CEILING-PCT
097349             END-IF
097350             IF WI-MC-P-EDIT-MINIMUM NUMERIC
097351                 MOVE WI-MC-P-EDIT-MINIMUM
097352                     TO WI-MC-EDIT-CEILING-MIN
097353             END-IF
097354     END-READ.
097355 1170-EXIT.
097356     EXIT.
097400
097500******************************************************************
097600* 1350-LOAD-SEEN-STORE - load the rolling seen-key store         *
107700     PERFORM 2200-DECODE-REASON THRU 2200-EXIT.
107800     PERFORM 2500-CHECK-DUPLICATE THRU 2500-EXIT.
107900     PERFORM 2100-VALIDATE-PROVIDER THRU 2100-EXIT.
107910     PERFORM 2600-CONTENT-EDITS THRU 2600-EXIT.
108000     PERFORM 2700-TALLY-PROVIDER THRU 2700-EXIT.
108100     IF WI-MC-DUP-SUSPECT AND NOT WI_MC_RESULT_REVERSAL
108200         IF NOT WI-MC-SKIPPING
110600* its place in the store.  The provider gate applies to          *
110700* reversals too, so a reversal from a held carrier waits on the  *
110800* suspense file with the rest of that carrier's activity.        *
110810* A record that failed the content edits goes to the edit-reject *
110820* file instead, and its key is not collected either - once the   *
110830* carrier corrects and resubmits it, it must not look like a     *
110840* duplicate.                                                     *
110900******************************************************************
111000 2040-ROUTE-ACCEPTED.
111010     IF WI-MC-EDIT-REJECTED
111020         IF NOT WI-MC-SKIPPING
111030             PERFORM 2650-WRITE-EDIT-REJECT THRU 2650-EXIT
111040         END-IF
111050         GO TO 2040-EXIT
111060     END-IF.
111100     IF WI-MC-PROVIDER-GOOD
111200         IF WI_MC_RESULT_REVERSAL
111300             IF NOT WI-MC-SKIPPING
152400 2550-EXIT.
152500     EXIT.
152600
152601******************************************************************
152602* 2600-CONTENT-EDITS - the intake content edits, applied to a    *
152603* record from a known, active carrier past the duplicate gate.   *
152604* Every edit is applied and each one failed is listed, so the    *
152605* carrier hears everything wrong with a record at once.  Runs for*
152606* every record read, skipped or not, so the tallies the ceiling  *
152607* is judged on cover the whole day after a restart.              *
152608******************************************************************
152609 2600-CONTENT-EDITS.
152610     MOVE 'N' TO WI-MC-EDIT-REJECT-SW.
152611     MOVE ZERO TO WI-MC-EDIT-COUNT.
152612     MOVE ZEROS TO WI-MC-EDIT-LIST.
152613     IF (WI-MC-DUP-SUSPECT AND NOT WI_MC_RESULT_REVERSAL)
152614      OR (WI_MC_RESULT_REVERSAL AND NOT WI-MC-DUP-SUSPECT)
152615         GO TO 2600-EXIT
152616     END-IF.
152617     IF NOT WI-MC-PROVIDER-GOOD
152618         GO TO 2600-EXIT
152619     END-IF.
152620     IF WI_MC_RESULT_OPERATION = SPACES
152621         MOVE 01 TO WI-MC-EDIT-NUMBER
152622         PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152623     END-IF.
152624     IF WI_MC_RESULT_TYPE = SPACES
152625         MOVE 02 TO WI-MC-EDIT-NUMBER
152626         PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152627     END-IF.
152628     IF WI_MC_RESULT_OPERATION NOT = SPACES
152629      AND WI_MC_RESULT_TYPE NOT = SPACES
152630         PERFORM 2610-CHECK-CATALOG THRU 2610-EXIT
152631     END-IF.
152632     PERFORM 2620-CHECK-ONE-GROUP THRU 2620-EXIT
152633         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
152634         UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_ADDON_COUNT.
152635     IF WI-MC-EDIT-COUNT > ZERO
152636         SET WI-MC-EDIT-REJECTED TO TRUE
152637         ADD 1 TO WI-MC-EDIT-REJ-COUNT
152638     END-IF.
152639 2600-EXIT.
152640     EXIT.
152641
152642******************************************************************
152643* 2610-CHECK-CATALOG - the record's type/operation must be on the*
152644* catalog for its provider, and not retired there.               *
152645******************************************************************
152646 2610-CHECK-CATALOG.
152647     MOVE WI_MC_RESULT_PROVIDER  TO WI-MC-CATALOG-KEY-PROVIDER.
152648     MOVE WI_MC_RESULT_TYPE      TO WI-MC-CATALOG-KEY-TYPE.
152649     MOVE WI_MC_RESULT_OPERATION TO WI-MC-CATALOG-KEY-OPERATION.
152650     SEARCH ALL WI-MC-CATALOG-ENTRY
152651         AT END
152652             MOVE 03 TO WI-MC-EDIT-NUMBER
152653             PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152654         WHEN WI-MC-CATALOG-TBL-KEY (WI-MC-CATALOG-IDX)
152655                 = WI-MC-CATALOG-KEY-WORK
152656             IF WI-MC-CATALOG-TBL-STATUS (WI-MC-CATALOG-IDX)
152657                     = 'R'
152658                 MOVE 04 TO WI-MC-EDIT-NUMBER
152659                 PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152660             END-IF
152661     END-SEARCH.
152662 2610-EXIT.
152663     EXIT.
152664
152665******************************************************************
152666* 2620-CHECK-ONE-GROUP - one add-on entry: its group size must   *
152667* agree with its token, and a non-zero value must have a token   *
152668* to bill it against.                                            *
152669******************************************************************
152670 2620-CHECK-ONE-GROUP.
152671     PERFORM 2625-CHECK-GROUP-SIZE THRU 2625-EXIT.
152672     IF WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT) > ZERO
152673      AND WI_MC_GROUP_TOKEN (WI-MC-ADDON-SUBSCRIPT) = SPACES
152674         MOVE 06 TO WI-MC-EDIT-NUMBER
152675         PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152676     END-IF.
152677 2620-EXIT.
152678     EXIT.
152679
152680 2625-CHECK-GROUP-SIZE.
152681     MOVE 05 TO WI-MC-EDIT-NUMBER.
152682     IF WI_MC_GROUP_SIZE (WI-MC-ADDON-SUBSCRIPT) NOT NUMERIC
152683         PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152684         GO TO 2625-EXIT
152685     END-IF.
152686     IF WI_MC_GROUP_SIZE (WI-MC-ADDON-SUBSCRIPT) = ZERO
152687         IF WI_MC_GROUP_TOKEN (WI-MC-ADDON-SUBSCRIPT) NOT = SPACES
152688             PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152689         END-IF
152690     ELSE
152691         IF WI_MC_GROUP_TOKEN (WI-MC-ADDON-SUBSCRIPT) = SPACES
152692             PERFORM 2690-NOTE-EDIT THRU 2690-EXIT
152693         END-IF
152694     END-IF.
152695 2625-EXIT.
152696     EXIT.
152700******************************************************************
152800* 2700-TALLY-PROVIDER - roll this record into its provider's     *
152900* daily history tallies, adding the provider the first time it   *
153400* reversals diverted, unknown/inactive carriers held, accepted   *
153500* records split by the success-code check, a failed record's     *
153600* decoded category tallied for the scorecard's top categories.   *
153610* A record that failed the content edits counts as held, and     *
153620* against its provider's edit-reject ceiling.                    *
153700******************************************************************
153800 2700-TALLY-PROVIDER.
153900     SET WI-MC-PROV-IDX TO 1.
155400                 MOVE ZERO TO WI-MC-PROV-FAILED (WI-MC-PROV-IDX)
155500                 MOVE ZERO TO WI-MC-PROV-HELD (WI-MC-PROV-IDX)
155600                 MOVE ZERO TO WI-MC-PROV-DUPS (WI-MC-PROV-IDX)
155610                 MOVE ZERO TO WI-MC-PROV-EDITREJ
155620                     (WI-MC-PROV-IDX)
155700             END-IF
155800         WHEN WI-MC-PROV-ID (WI-MC-PROV-IDX)
155900                 = WI_MC_RESULT_PROVIDER
156900         ADD 1 TO WI-MC-PROV-HELD (WI-MC-PROV-IDX)
157000         GO TO 2700-EXIT
157100     END-IF.
157110     IF WI-MC-EDIT-REJECTED
157120         ADD 1 TO WI-MC-PROV-HELD (WI-MC-PROV-IDX)
157130         ADD 1 TO WI-MC-PROV-EDITREJ (WI-MC-PROV-IDX)
157140         GO TO 2700-EXIT
157150     END-IF.
157200     PERFORM 2710-CHECK-SUCCESS-TALLY THRU 2710-EXIT.
157300     IF WI-MC-SUCCESS-OK
157400         ADD 1 TO WI-MC-PROV-ACCEPTED (WI-MC-PROV-IDX)
161400     END-SEARCH.
161500 2720-EXIT.
161600     EXIT.
161602
161604******************************************************************
161606* 2650-WRITE-EDIT-REJECT - divert the record to the edit-reject  *
161608* file with its feed position, the edits it failed and the       *
161610* complete original record, add-ons and all.                     *
161612******************************************************************
161614 2650-WRITE-EDIT-REJECT.
161616     MOVE SPACES TO WI-MC-EDIT-REJ-REC.
161618     MOVE WI-MC-RUN-DATE         TO WI_MC_EDREJ_DATE.
161620     MOVE WI-MC-RECORDS-READ     TO WI_MC_EDREJ_FEED_SEQ.
161622     MOVE WI_MC_RESULT_PROVIDER  TO WI_MC_EDREJ_PROVIDER.
161624     MOVE WI_MC_RESULT_STATE     TO WI_MC_EDREJ_STATE.
161626     MOVE WI_MC_RESULT_CODE      TO WI_MC_EDREJ_CODE.
161628     MOVE WI_MC_RESULT_TYPE      TO WI_MC_EDREJ_TYPE.
161630     MOVE WI_MC_RESULT_OPERATION TO WI_MC_EDREJ_OPERATION.
161632     MOVE WI-MC-EDIT-COUNT       TO WI_MC_EDREJ_EDIT_COUNT.
161634     MOVE WI-MC-EDIT-LIST        TO WI_MC_EDREJ_EDITS.
161636     MOVE WI-MC-RESULT-REC       TO WI_MC_EDREJ_DATA.
161638     WRITE WI-MC-EDIT-REJ-REC.
161640 2650-EXIT.
161642     EXIT.
161644
161646******************************************************************
161648* 2690-NOTE-EDIT - add WI-MC-EDIT-NUMBER to the record's list of *
161650* failed edits, once however many add-on entries fail it, and    *
161652* count the record against that edit for the report.             *
161654******************************************************************
161656 2690-NOTE-EDIT.
161658     MOVE 'N' TO WI-MC-EDIT-LISTED-SW.
161660     PERFORM 2695-CHECK-LISTED THRU 2695-EXIT
161662         VARYING WI-MC-EDIT-SUB FROM 1 BY 1
161664         UNTIL WI-MC-EDIT-SUB > WI-MC-EDIT-COUNT
161666            OR WI-MC-EDIT-LISTED.
161668     IF WI-MC-EDIT-LISTED OR WI-MC-EDIT-COUNT = 5
161670         GO TO 2690-EXIT
161672     END-IF.
161674     ADD 1 TO WI-MC-EDIT-COUNT.
161676     MOVE WI-MC-EDIT-NUMBER
161678         TO WI-MC-EDIT-FAILED (WI-MC-EDIT-COUNT).
161680     ADD 1 TO WI-MC-EDIT-TALLY (WI-MC-EDIT-NUMBER).
161682 2690-EXIT.
161684     EXIT.
161686
161688 2695-CHECK-LISTED.
161690     IF WI-MC-EDIT-FAILED (WI-MC-EDIT-SUB) = WI-MC-EDIT-NUMBER
161692         SET WI-MC-EDIT-LISTED TO TRUE
161694     END-IF.
161696 2695-EXIT.
161698     EXIT.
161700
161800******************************************************************
161900* 2900-READ-RESULT - reads the next WI-MC-RESULT-FILE record.    *
176100     PERFORM 8100-WRITE-REASON-RPT THRU 8100-EXIT
176200         VARYING WI-MC-CATEGORY-IDX FROM 1 BY 1
176300         UNTIL WI-MC-CATEGORY-IDX > WI-MC-CATEGORY-COUNT.
176301     PERFORM 8800-CHECK-EDIT-CEILING THRU 8800-EXIT
176302         VARYING WI-MC-PROV-SUB FROM 1 BY 1
176303         UNTIL WI-MC-PROV-SUB > WI-MC-PROV-COUNT.
176304     IF WI-MC-EDIT-REJ-COUNT > ZERO
176305         IF RETURN-CODE < 4
176306             MOVE 4 TO RETURN-CODE
176307         END-IF
176308     END-IF.
176310******************************************************************
176320* The history appends, the seen-key release and the batch        *
176330* registration below are gated on the feed not being REJECTED    *
179400     CLOSE WI-MC-AUDIT-FILE.
179500     CLOSE WI-MC-DUP-RPT-FILE.
179600     CLOSE WI-MC-SUSPENSE-FILE.
179610     CLOSE WI-MC-EDIT-REJ-FILE.
179620     PERFORM 8900-WRITE-EDIT-RPT THRU 8900-EXIT.
179700     DISPLAY 'WIMC100 RECORDS READ      = ' WI-MC-RECORDS-READ.
179800     DISPLAY 'WIMC100 UNKNOWN PROVIDERS = ' WI-MC-UNKNOWN-COUNT.
179900     DISPLAY 'WIMC100 ADDON OVERFLOWS   = ' WI-MC-OVFLO-COUNT.
180200     DISPLAY 'WIMC100 INACTIVE CARRIERS = ' WI-MC-INACTIVE-COUNT.
180300     DISPLAY 'WIMC100 REVERSALS MATCHED = ' WI-MC-REVERSAL-COUNT.
180400     DISPLAY 'WIMC100 REVERSALS UNMATCHD= ' WI-MC-REV-UNMATCHED.
180410     DISPLAY 'WIMC100 EDIT REJECTS      = ' WI-MC-EDIT-REJ-COUNT.
180500     PERFORM 8300-WRITE-RUN-STATS THRU 8300-EXIT.
180600     IF WI-MC-SEEN-OVERFLOW
180700         DISPLAY 'WIMC100 - SEEN-KEY STORE FULL, DUPLICATE '
180800             'PROTECTION DEGRADED'
180900     END-IF.
181000     IF RETURN-CODE NOT < 16
181100         DISPLAY 'WIMC100 - FEED REJECTED, RETURN-CODE = '
181200             RETURN-CODE
181210     ELSE
181220         IF RETURN-CODE NOT = ZERO
181230             DISPLAY 'WIMC100 - FEED ACCEPTED WITH EXCEPTIONS, '
181240                 'RETURN-CODE = ' RETURN-CODE
181250         END-IF
181300     END-IF.
181400 8000-EXIT.
181500     EXIT.
193700     MOVE WI-MC-AUDIT-COUNT   TO WI_MC_RUN_COUNT_C.
193800     COMPUTE WI_MC_RUN_COUNT_D =
193900         WI-MC-DUP-COUNT + WI-MC-REV-UNMATCHED.
193910     MOVE WI-MC-EDIT-REJ-COUNT TO WI_MC_RUN_COUNT_E.
194000     WRITE WI-MC-RUN-STATS-REC.
194100     CLOSE WI-MC-RUN-STATS-FILE.
194200 8300-EXIT.
205500     WRITE WI-MC-PROV-HIST-REC.
205600 8700-EXIT.
205700     EXIT.
205710
205720******************************************************************
205730* 8800-CHECK-EDIT-CEILING - a carrier that sent at least         *
205740* WI-MC-EDIT-CEILING-MIN records and had more than               *
205750* WI-MC-EDIT-CEILING-PCT percent of them fail the content edits  *
205760* has sent a malformed feed; the feed is rejected rather than    *
205770* billed on what is left of it.  It is applied at the top of     *
205780* 8000-TERMINATE, ahead of the gates, so a feed rejected for it  *
205790* leaves the histories, the seen store and the register alone.   *
205800******************************************************************
205810 8800-CHECK-EDIT-CEILING.
205820     PERFORM 8810-TEST-CEILING THRU 8810-EXIT.
205830     IF WI-MC-OVER-CEILING
205840         DISPLAY 'WIMC100 - EDIT REJECTS FOR '
205850             WI-MC-PROV-ID (WI-MC-PROV-SUB)
205860             ' OVER CEILING, FEED REJECTED'
205870         MOVE 16 TO RETURN-CODE
205880     END-IF.
205890 8800-EXIT.
205900     EXIT.
205910
205920 8810-TEST-CEILING.
205930     MOVE 'N' TO WI-MC-CEILING-SW.
205940     IF WI-MC-PROV-EDITREJ (WI-MC-PROV-SUB) = ZERO
205950      OR WI-MC-PROV-RECEIVED (WI-MC-PROV-SUB)
205960             < WI-MC-EDIT-CEILING-MIN
205970         GO TO 8810-EXIT
205980     END-IF.
205990     IF WI-MC-PROV-EDITREJ (WI-MC-PROV-SUB) * 100
206000             > WI-MC-EDIT-CEILING-PCT
206010               * WI-MC-PROV-RECEIVED (WI-MC-PROV-SUB)
206020         SET WI-MC-OVER-CEILING TO TRUE
206030     END-IF.
206040 8810-EXIT.
206050     EXIT.
206060
206070******************************************************************
206080* 8900-WRITE-EDIT-RPT - the daily edit-reject report: every      *
206090* record on the edit-reject file, read back so a restarted run   *
206100* prints the pre-abend rejects too (a record the resumed run     *
206110* wrote a second time is dropped by its feed position), then the *
206120* count failing each edit and each carrier's reject percentage   *
206130* against the ceiling.                                           *
206140******************************************************************
206150 8900-WRITE-EDIT-RPT.
206160     OPEN OUTPUT WI-MC-EDIT-RPT-FILE.
206170     MOVE WI-MC-RUN-DATE TO WI-MC-EH-DATE.
206180     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-HDR-1.
206190     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-BLANK-LINE.
206200     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-HDR-2.
206210     OPEN INPUT WI-MC-EDIT-REJ-FILE.
206220     IF WI-MC-EDIT-REJ-STATUS = '00'
206230         PERFORM 8910-PRINT-ONE-REJECT THRU 8910-EXIT
206240             UNTIL WI-MC-EDIT-REJ-EOF
206250         CLOSE WI-MC-EDIT-REJ-FILE
206260     END-IF.
206270     IF WI-MC-EDIT-RPT-COUNT = ZERO
206280         WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-NONE-LINE
206290     END-IF.
206300     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-BLANK-LINE.
206310     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-TALLY-HDR.
206320     PERFORM 8920-PRINT-EDIT-TALLY THRU 8920-EXIT
206330         VARYING WI-MC-EDIT-NUMBER FROM 1 BY 1
206340         UNTIL WI-MC-EDIT-NUMBER > 6.
206350     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-BLANK-LINE.
206360     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-PROV-HDR.
206370     PERFORM 8930-PRINT-PROV-LINE THRU 8930-EXIT
206380         VARYING WI-MC-PROV-SUB FROM 1 BY 1
206390         UNTIL WI-MC-PROV-SUB > WI-MC-PROV-COUNT.
206400     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-BLANK-LINE.
206410     MOVE WI-MC-EDIT-REJ-COUNT   TO WI-MC-EX-REJECTED.
206420     MOVE WI-MC-EDIT-CEILING-PCT TO WI-MC-EX-CEILING.
206430     MOVE WI-MC-EDIT-CEILING-MIN TO WI-MC-EX-MINIMUM.
206440     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-TOT-LINE.
206450     CLOSE WI-MC-EDIT-RPT-FILE.
206460 8900-EXIT.
206470     EXIT.
206480
206490 8910-PRINT-ONE-REJECT.
206500     READ WI-MC-EDIT-REJ-FILE
206510         AT END
206520             SET WI-MC-EDIT-REJ-EOF TO TRUE
206530         NOT AT END
206540             PERFORM 8915-FORMAT-REJECT THRU 8915-EXIT
206550     END-READ.
206560 8910-EXIT.
206570     EXIT.
206580
206590 8915-FORMAT-REJECT.
206600     IF WI_MC_EDREJ_FEED_SEQ NOT > WI-MC-EDIT-PREV-SEQ
206610         GO TO 8915-EXIT
206620     END-IF.
206630     MOVE WI_MC_EDREJ_FEED_SEQ TO WI-MC-EDIT-PREV-SEQ.
206640     ADD 1 TO WI-MC-EDIT-RPT-COUNT.
206650     MOVE SPACES TO WI-MC-EDIT-DTL-LINE.
206660     MOVE WI_MC_EDREJ_FEED_SEQ  TO WI-MC-ED-SEQ.
206670     MOVE WI_MC_EDREJ_PROVIDER  TO WI-MC-ED-PROVIDER.
206680     MOVE WI_MC_EDREJ_TYPE      TO WI-MC-ED-TYPE.
206690     MOVE WI_MC_EDREJ_OPERATION TO WI-MC-ED-OPERATION.
206700     MOVE WI_MC_EDREJ_STATE     TO WI-MC-ED-STATE.
206710     MOVE WI_MC_EDREJ_CODE      TO WI-MC-ED-CODE.
206720     PERFORM 8918-MOVE-ONE-EDIT THRU 8918-EXIT
206730         VARYING WI-MC-EDIT-SUB FROM 1 BY 1
206740         UNTIL WI-MC-EDIT-SUB > WI_MC_EDREJ_EDIT_COUNT
206750            OR WI-MC-EDIT-SUB > 5.
206760     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-DTL-LINE.
206770 8915-EXIT.
206780     EXIT.
206790
206800 8918-MOVE-ONE-EDIT.
206810     MOVE WI_MC_EDREJ_EDIT (WI-MC-EDIT-SUB)
206820         TO WI-MC-ED-EDIT (WI-MC-EDIT-SUB).
206830 8918-EXIT.
206840     EXIT.
206850
206860 8920-PRINT-EDIT-TALLY.
206870     MOVE WI-MC-EDIT-NUMBER TO WI-MC-ET-NUMBER.
206880     MOVE WI-MC-EDIT-NAME (WI-MC-EDIT-NUMBER) TO WI-MC-ET-NAME.
206890     MOVE WI-MC-EDIT-TALLY (WI-MC-EDIT-NUMBER) TO WI-MC-ET-COUNT.
206900     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-TALLY-LINE.
206910 8920-EXIT.
206920     EXIT.
206930
206940 8930-PRINT-PROV-LINE.
206950     MOVE WI-MC-PROV-ID (WI-MC-PROV-SUB) TO WI-MC-EP-PROVIDER.
206960     MOVE WI-MC-PROV-RECEIVED (WI-MC-PROV-SUB)
206970         TO WI-MC-EP-RECEIVED.
206980     MOVE WI-MC-PROV-EDITREJ (WI-MC-PROV-SUB)
206990         TO WI-MC-EP-REJECTED.
207000     MOVE ZERO TO WI-MC-EDIT-PCT-WORK.
207010     IF WI-MC-PROV-RECEIVED (WI-MC-PROV-SUB) > ZERO
207020         COMPUTE WI-MC-EDIT-PCT-WORK ROUNDED =
207030             WI-MC-PROV-EDITREJ (WI-MC-PROV-SUB) * 100
207040                 / WI-MC-PROV-RECEIVED (WI-MC-PROV-SUB)
207050     END-IF.
207060     MOVE WI-MC-EDIT-PCT-WORK TO WI-MC-EP-PCT.
207070     PERFORM 8810-TEST-CEILING THRU 8810-EXIT.
207080     IF WI-MC-OVER-CEILING
207090         MOVE 'OVER CEILING, FEED REJECTED' TO WI-MC-EP-FLAG
207100     ELSE
207110         MOVE SPACES TO WI-MC-EP-FLAG
207120     END-IF.
207130     WRITE WI-MC-EDIT-RPT-REC FROM WI-MC-EDIT-PROV-LINE.
207140 8930-EXIT.
207150     EXIT.
207160
207170******************************************************************
207180* 1700-START-STEP - step control.  Every step WIMCCYC lists      *
207190* ahead of this one must have completed for the processing       *
207200* date, and this step must not already have completed for it     *
207210* unless Operations has posted a rerun override (WIMCSTO) it     *
207220* has not used; the override taken is logged on the step         *
207230* history.  A step left started or failed reruns without one.    *
207240* A refused run ends RETURN-CODE 16 before any output is         *
207250* opened.                                                        *
207260******************************************************************
207270 1700-START-STEP.
207280     OPEN I-O WI-MC-STEP-FILE.
207290     IF WI-MC-STEP-STATUS = '35'
207300         OPEN OUTPUT WI-MC-STEP-FILE
207310         CLOSE WI-MC-STEP-FILE
207320         OPEN I-O WI-MC-STEP-FILE
207330     END-IF.
207340     IF WI-MC-STEP-STATUS NOT = '00'
207350         DISPLAY 'WIMC100 - STEP CONTROL OPEN FAILED, STATUS '
207360             WI-MC-STEP-STATUS
207370         MOVE 16 TO RETURN-CODE
207380         STOP RUN
207390     END-IF.
207400     MOVE ZERO TO WI-MC-STEP-CYCLE-SUB.
207410     PERFORM 1710-FIND-CYCLE-STEP THRU 1710-EXIT
207420         VARYING WI-MC-STEP-SCAN-SUB FROM 1 BY 1
207430         UNTIL WI-MC-STEP-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
207440     IF WI-MC-STEP-CYCLE-SUB > ZERO
207450         PERFORM 1720-CHECK-PREDECESSOR THRU 1720-EXIT
207460             VARYING WI-MC-STEP-PRED-SUB FROM 1 BY 1
207470             UNTIL WI-MC-STEP-PRED-SUB > 3
207480     END-IF.
207490     PERFORM 1730-CHECK-OWN-STEP THRU 1730-EXIT.
207500     CLOSE WI-MC-STEP-FILE.
207510 1700-EXIT.
207520     EXIT.
207530
207540 1710-FIND-CYCLE-STEP.
207550     IF WI_MC_CYCLE_PROGRAM (WI-MC-STEP-SCAN-SUB)
207560             = WI-MC-STEP-NAME
207570         MOVE WI-MC-STEP-SCAN-SUB TO WI-MC-STEP-CYCLE-SUB
207580     END-IF.
207590 1710-EXIT.
207600     EXIT.
207610
207620 1720-CHECK-PREDECESSOR.
207630     MOVE WI_MC_CYCLE_PRED
207640             (WI-MC-STEP-CYCLE-SUB WI-MC-STEP-PRED-SUB)
207650         TO WI-MC-STEP-PRED-NAME.
207660     IF WI-MC-STEP-PRED-NAME = SPACES
207670         GO TO 1720-EXIT
207680     END-IF.
207690     MOVE WI-MC-STEP-DATE      TO WI_MC_STEP_DATE.
207700     MOVE WI-MC-STEP-PRED-NAME TO WI_MC_STEP_PROGRAM.
207710     READ WI-MC-STEP-FILE
207720         INVALID KEY
207730             MOVE SPACES TO WI-MC-STEP-REFUSAL
207740             STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
207750                    ' HAS NOT RUN FOR THIS DATE'
207760                                           DELIMITED BY SIZE
207770                 INTO WI-MC-STEP-REFUSAL
207780             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
207790     END-READ.
207800     IF NOT WI_MC_STEP_COMPLETED
207810         MOVE SPACES TO WI-MC-STEP-REFUSAL
207820         STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
207830                ' HAS NOT COMPLETED FOR THIS DATE'
207840                                       DELIMITED BY SIZE
207850             INTO WI-MC-STEP-REFUSAL
207860         PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
207870     END-IF.
207880 1720-EXIT.
207890     EXIT.
207900
207910 1730-CHECK-OWN-STEP.
207920     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
207930     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
207940     MOVE 'N' TO WI-MC-STEP-FOUND-SW.
207950     READ WI-MC-STEP-FILE
207960         INVALID KEY
207970             CONTINUE
207980         NOT INVALID KEY
207990             SET WI-MC-STEP-FOUND TO TRUE
208000     END-READ.
208010     IF NOT WI-MC-STEP-FOUND
208020         MOVE SPACES TO WI-MC-STEP-REC
208030         MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE
208040         MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM
208050         MOVE ZERO TO WI_MC_STEP_RUN_COUNT
208060         MOVE ZERO TO WI_MC_STEP_OVR_POSTED
208070     END-IF.
208080     IF WI-MC-STEP-FOUND
208090      AND WI_MC_STEP_COMPLETED
208100         PERFORM 1740-FIND-OVERRIDE THRU 1740-EXIT
208110         IF WI-MC-STEP-OVR-POSTED = ZERO
208120             MOVE 'ALREADY COMPLETED, NO RERUN OVERRIDE'
208130                 TO WI-MC-STEP-REFUSAL
208140             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
208150         END-IF
208160         MOVE WI-MC-STEP-OVR-POSTED TO WI_MC_STEP_OVR_POSTED
208170         MOVE WI-MC-STEP-OVR-USER   TO WI_MC_STEP_OVR_USER
208180         MOVE WI-MC-STEP-OVR-REASON TO WI_MC_STEP_OVR_REASON
208190         SET WI_MC_STEP_EVENT_OVERRIDE TO TRUE
208200         MOVE 'RERUN OVERRIDE TAKEN' TO WI_MC_STEP_MESSAGE
208210         PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT
208220         DISPLAY 'WIMC100 - RERUN OF COMPLETED STEP, OVERRIDE BY '
208230             WI-MC-STEP-OVR-USER
208240     END-IF.
208250     SET WI_MC_STEP_STARTED TO TRUE.
208260     MOVE ZERO TO WI_MC_STEP_RETURN_CODE.
208270     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
208280     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
208290     MOVE ZERO TO WI_MC_STEP_END_DATE.
208300     MOVE ZERO TO WI_MC_STEP_END_TIME.
208310     ADD 1 TO WI_MC_STEP_RUN_COUNT.
208320     SET WI_MC_STEP_EVENT_START TO TRUE.
208330     MOVE SPACES TO WI_MC_STEP_MESSAGE.
208340     IF WI-MC-STEP-FOUND
208350         REWRITE WI-MC-STEP-REC
208360     ELSE
208370         WRITE WI-MC-STEP-REC
208380     END-IF.
208390     IF WI-MC-STEP-STATUS NOT = '00'
208400         DISPLAY 'WIMC100 - STEP CONTROL UPDATE FAILED, STATUS '
208410             WI-MC-STEP-STATUS
208420         MOVE 16 TO RETURN-CODE
208430         STOP RUN
208440     END-IF.
208450     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
208460 1730-EXIT.
208470     EXIT.
208480
208490******************************************************************
208500* 1740-FIND-OVERRIDE - the earliest override for this step and   *
208510* date posted after the last one it used.  None found leaves     *
208520* WI-MC-STEP-OVR-POSTED zero.                                    *
208530******************************************************************
208540 1740-FIND-OVERRIDE.
208550     MOVE ZERO TO WI-MC-STEP-OVR-POSTED.
208560     MOVE 'N' TO WI-MC-STEP-OVR-EOF-SW.
208570     OPEN INPUT WI-MC-STEP-OVR-FILE.
208580     IF WI-MC-STEP-OVR-STATUS NOT = '00'
208590         GO TO 1740-EXIT
208600     END-IF.
208610     PERFORM 1750-READ-OVERRIDE THRU 1750-EXIT
208620         UNTIL WI-MC-STEP-OVR-EOF.
208630     CLOSE WI-MC-STEP-OVR-FILE.
208640 1740-EXIT.
208650     EXIT.
208660
208670 1750-READ-OVERRIDE.
208680     READ WI-MC-STEP-OVR-FILE
208690         AT END
208700             SET WI-MC-STEP-OVR-EOF TO TRUE
208710             GO TO 1750-EXIT
208720     END-READ.
208730     IF WI_MC_STOVR_DATE NOT = WI-MC-STEP-DATE
208740      OR WI_MC_STOVR_PROGRAM NOT = WI-MC-STEP-NAME
208750      OR WI_MC_STOVR_USER = SPACES
208760      OR WI_MC_STOVR_POSTED NOT NUMERIC
208770         GO TO 1750-EXIT
208780     END-IF.
208790     IF WI_MC_STOVR_POSTED NOT > WI_MC_STEP_OVR_POSTED
208800         GO TO 1750-EXIT
208810     END-IF.
208820     IF WI-MC-STEP-OVR-POSTED = ZERO
208830      OR WI_MC_STOVR_POSTED < WI-MC-STEP-OVR-POSTED
208840         MOVE WI_MC_STOVR_POSTED TO WI-MC-STEP-OVR-POSTED
208850         MOVE WI_MC_STOVR_USER   TO WI-MC-STEP-OVR-USER
208860         MOVE WI_MC_STOVR_REASON TO WI-MC-STEP-OVR-REASON
208870     END-IF.
208880 1750-EXIT.
208890     EXIT.
208900
208910******************************************************************
208920* 1780-LOG-STEP-EVENT - append the entry as it stands to the step*
208930* history.  The first run of a cycle creates the file.           *
208940******************************************************************
208950 1780-LOG-STEP-EVENT.
208960     OPEN EXTEND WI-MC-STEP-HIST-FILE.
208970     IF WI-MC-STEP-HIST-STATUS NOT = '00'
208980         OPEN OUTPUT WI-MC-STEP-HIST-FILE
208990     END-IF.
209000     WRITE WI-MC-STEP-HIST-REC FROM WI-MC-STEP-REC.
209010     CLOSE WI-MC-STEP-HIST-FILE.
209020 1780-EXIT.
209030     EXIT.
209040
209050******************************************************************
209060* 1790-REFUSE-STEP - the refusal goes to the step history only;  *
209070* this step's own entry is left as it was.                       *
209080******************************************************************
209090 1790-REFUSE-STEP.
209100     MOVE SPACES TO WI-MC-STEP-REC.
209110     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
209120     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
209130     MOVE 16 TO WI_MC_STEP_RETURN_CODE.
209140     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
209150     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
209160     MOVE ZERO TO WI_MC_STEP_END_DATE.
209170     MOVE ZERO TO WI_MC_STEP_END_TIME.
209180     MOVE ZERO TO WI_MC_STEP_RUN_COUNT.
209190     MOVE ZERO TO WI_MC_STEP_OVR_POSTED.
209200     SET WI_MC_STEP_EVENT_REFUSED TO TRUE.
209210     MOVE WI-MC-STEP-REFUSAL TO WI_MC_STEP_MESSAGE.
209220     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
209230     CLOSE WI-MC-STEP-FILE.
209240     DISPLAY 'WIMC100 - STEP REFUSED FOR PROCESSING DATE '
209250         WI-MC-STEP-DATE ' - ' WI-MC-STEP-REFUSAL.
209260     MOVE 16 TO RETURN-CODE.
209270     STOP RUN.
209280 1790-EXIT.
209290     EXIT.
209300
209310******************************************************************
209320* 8950-END-STEP - close this step's entry on the step-control    *
209330* file: completed below RETURN-CODE 12, failed at 12 and above.  *
209340******************************************************************
209350 8950-END-STEP.
209360     OPEN I-O WI-MC-STEP-FILE.
209370     IF WI-MC-STEP-STATUS NOT = '00'
209380         DISPLAY 'WIMC100 - STEP CONTROL OPEN FAILED, STATUS '
209390             WI-MC-STEP-STATUS
209400         MOVE 16 TO RETURN-CODE
209410         GO TO 8950-EXIT
209420     END-IF.
209430     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
209440     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
209450     READ WI-MC-STEP-FILE
209460         INVALID KEY
209470             DISPLAY 'WIMC100 - STEP CONTROL ENTRY NOT FOUND AT '
209480                 'END OF RUN'
209490             MOVE 16 TO RETURN-CODE
209500             CLOSE WI-MC-STEP-FILE
209510             GO TO 8950-EXIT
209520     END-READ.
209530     MOVE RETURN-CODE TO WI_MC_STEP_RETURN_CODE.
209540     IF RETURN-CODE < 12
209550         SET WI_MC_STEP_COMPLETED TO TRUE
209560         SET WI_MC_STEP_EVENT_COMPLETE TO TRUE
209570     ELSE
209580         SET WI_MC_STEP_FAILED TO TRUE
209590         SET WI_MC_STEP_EVENT_FAIL TO TRUE
209600     END-IF.
209610     ACCEPT WI_MC_STEP_END_DATE FROM DATE.
209620     ACCEPT WI_MC_STEP_END_TIME FROM TIME.
209630     MOVE SPACES TO WI_MC_STEP_MESSAGE.
209640     REWRITE WI-MC-STEP-REC.
209650     IF WI-MC-STEP-STATUS NOT = '00'
209660         DISPLAY 'WIMC100 - STEP CONTROL UPDATE FAILED, STATUS '
209670             WI-MC-STEP-STATUS
209680         MOVE 16 TO RETURN-CODE
209690     END-IF.
209700     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
209710     CLOSE WI-MC-STEP-FILE.
209720 8950-EXIT.
209730     EXIT.
