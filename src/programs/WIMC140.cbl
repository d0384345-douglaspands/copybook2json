003900*                  held for a missing exchange rate releases    *
004000*                  once the rate is loaded.  The carrier        *
004100*                  master supplies each provider's currency.    *
004110* 10/15/2026 RLH   Each released billing record now carries      *
004120*                  the processing date of the release, for       *
004130*                  the month-end settlement statement's daily    *
004140*                  sub-totals.                                   *
004145* 10/15/2026 RLH   Releases now carry tax the way WIMC110 taxes  *
004150*                  the daily feed: the tax master (WIMCTAX)      *
004155*                  entry in force for the carrier's              *
004160*                  jurisdiction and the record's type, and the   *
004165*                  trailer carries the tax total.  A taxable     *
004170*                  record with no entry in force stays held      *
004175*                  with reason T.                                *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
006700         ASSIGN TO WIMCFXRM
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WI-MC-FX-STATUS.
006910
006920     SELECT WI-MC-TAX-FILE
006930         ASSIGN TO WIMCTAXM
006940         ORGANIZATION IS SEQUENTIAL
006950         FILE STATUS IS WI-MC-TAX-STATUS.
007000
007100     SELECT WI-MC-BILLING-FILE
007200         ASSIGN TO WIMCRBIL
011800     LABEL RECORDS ARE STANDARD.
011900 01  WI-MC-FX-REC.
012000     COPY WIMCFXR.
012010
012020 FD  WI-MC-TAX-FILE
012030     LABEL RECORDS ARE STANDARD.
012040 01  WI-MC-TAX-REC.
012050     COPY WIMCTAX.
012100
012200 FD  WI-MC-BILLING-FILE
012300     LABEL RECORDS ARE STANDARD.
016500 77  WI-MC-RATE-STATUS              PIC X(02) VALUE SPACES.
016600 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
016700 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
016710 77  WI-MC-TAX-STATUS               PIC X(02) VALUE SPACES.
016800 77  WI-MC-BILLING-STATUS           PIC X(02) VALUE SPACES.
016900 77  WI-MC-AGED-RPT-STATUS          PIC X(02) VALUE SPACES.
017000 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
019400        88 WI-MC-FX-EOF                    VALUE 'Y'.
019500     05 WI-MC-FX-FOUND-SW           PIC X(01) VALUE 'N'.
019600        88 WI-MC-FX-FOUND                  VALUE 'Y'.
019610     05 WI-MC-TAX-EOF-SW            PIC X(01) VALUE 'N'.
019620        88 WI-MC-TAX-EOF                   VALUE 'Y'.
019630     05 WI-MC-TAX-FOUND-SW          PIC X(01) VALUE 'N'.
019640        88 WI-MC-TAX-FOUND                 VALUE 'Y'.
019700
019800 01  WI-MC-COUNTERS.
019900     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
020000     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
020010     05 WI-MC-TAX-COUNT             PIC 9(04) COMP VALUE ZERO.
020100     05 WI-MC-RATE-COUNT            PIC 9(05) COMP VALUE ZERO.
020200     05 WI-MC-HOLD-READ             PIC 9(09) COMP VALUE ZERO.
020300     05 WI-MC-RELEASED-COUNT        PIC 9(09) COMP VALUE ZERO.
020400     05 WI-MC-HELD-COUNT            PIC 9(09) COMP VALUE ZERO.
020410     05 WI-MC-NO-TAX-HELD           PIC 9(09) COMP VALUE ZERO.
020500     05 WI-MC-AGED-COUNT            PIC 9(09) COMP VALUE ZERO.
020600     05 WI-MC-BILLING-WRITTEN       PIC 9(09) COMP VALUE ZERO.
020700
021400
021500 01  WI-MC-BILLING-CONTROL-TOTAL    PIC S9(09)V99 COMP-3
021600                                     VALUE ZERO.
021610 01  WI-MC-BILLING-TAX-TOTAL        PIC S9(09)V99 COMP-3
021620                                     VALUE ZERO.
021700 01  WI-MC-RATED-AMOUNT             PIC S9(09)V99 COMP-3
021800                                     VALUE ZERO.
021900 01  WI-MC-RATE-FACTOR-WORK         PIC 9(03)V9(04) COMP-3
028800        10 WI-MC-CARRIER-TBL-NAME   PIC X(30).
028900        10 WI-MC-CARRIER-TBL-STATUS PIC X(01).
029000        10 WI-MC-CARRIER-TBL-CURR   PIC X(03).
029010        10 WI-MC-CARRIER-TBL-JURIS  PIC X(06).
029100
029200 01  WI-MC-FX-TABLE.
029300     05 WI-MC-FX-ENTRY OCCURS 1 TO 500 TIMES
030200                                     VALUE ZERO.
030300 01  WI-MC-CONV-VALUE-WORK          PIC S9(09)V99 COMP-3
030400                                     VALUE ZERO.
030402
030404******************************************************************
030406* WI-MC-TAX-TABLE - the tax master (WIMCTAX), loaded and applied *
030408* exactly the way WIMC110 applies it, so a record held for a     *
030410* missing tax entry releases once the entry is loaded.  A        *
030412* carrier with no jurisdiction is not taxable.                   *
030414******************************************************************
030416 01  WI-MC-TAX-TABLE.
030418     05 WI-MC-TAX-ENTRY OCCURS 1 TO 2000 TIMES
030420           DEPENDING ON WI-MC-TAX-COUNT.
030422        10 WI-MC-TAX-TBL-JURIS      PIC X(06).
030424        10 WI-MC-TAX-TBL-TYPE       PIC X(16).
030426        10 WI-MC-TAX-TBL-EFF-FROM   PIC 9(06).
030428        10 WI-MC-TAX-TBL-EFF-TO     PIC 9(06).
030430        10 WI-MC-TAX-TBL-CODE       PIC X(04).
030432        10 WI-MC-TAX-TBL-RATE       PIC 9(01)V9(06) COMP-3.
030434        10 WI-MC-TAX-TBL-EXEMPT     PIC X(01).
030436 01  WI-MC-TAX-SUB                  PIC 9(04) COMP VALUE ZERO.
030438 01  WI-MC-TAX-JURIS-WORK           PIC X(06) VALUE SPACES.
030440 01  WI-MC-TAX-STATUS-WORK          PIC X(01) VALUE SPACE.
030442 01  WI-MC-TAX-CODE-WORK            PIC X(04) VALUE SPACES.
030444 01  WI-MC-TAX-RATE-WORK            PIC 9(01)V9(06) COMP-3
030446                                     VALUE ZERO.
030448 01  WI-MC-TAXABLE-WORK             PIC S9(09)V99 COMP-3
030450                                     VALUE ZERO.
030452 01  WI-MC-TAX-AMOUNT-WORK          PIC S9(09)V99 COMP-3
030454                                     VALUE ZERO.
030500
030600 01  WI-MC-RATE-KEY-WORK.
030700     05 WI-MC-RKEY-PROVIDER         PIC X(12).
036200             UNTIL WI-MC-FX-EOF
036300         CLOSE WI-MC-FX-FILE
036400     END-IF.
036410     OPEN INPUT WI-MC-TAX-FILE.
036420     IF WI-MC-TAX-STATUS = '00'
036430         PERFORM 1460-LOAD-TAX-TABLE THRU 1460-EXIT
036440             UNTIL WI-MC-TAX-EOF
036450         CLOSE WI-MC-TAX-FILE
036460     END-IF.
036500
036600     OPEN INPUT WI-MC-HOLD-IN-FILE.
036700     IF WI-MC-HOLD-IN-STATUS NOT = '00'
044900                 TO WI-MC-CARRIER-TBL-STATUS (WI-MC-CARRIER-IDX)
045000             MOVE WI_MC_CARRIER_CURRENCY
045100                 TO WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
045110             MOVE WI_MC_CARRIER_TAX_JURIS
045120                 TO WI-MC-CARRIER-TBL-JURIS (WI-MC-CARRIER-IDX)
045200     END-READ.
045300 1150-EXIT.
045400     EXIT.
047500     END-READ.
047600 1450-EXIT.
047700     EXIT.
047702
047704 1460-LOAD-TAX-TABLE.
047706     READ WI-MC-TAX-FILE
047708         AT END
047710             SET WI-MC-TAX-EOF TO TRUE
047712         NOT AT END
047714             IF WI-MC-TAX-COUNT = 2000
047716                 DISPLAY 'WIMC140 - TAX TABLE FULL'
047718                 MOVE 16 TO RETURN-CODE
047720                 STOP RUN
047722             END-IF
047724             ADD 1 TO WI-MC-TAX-COUNT
047726             MOVE WI_MC_TAX_JURISDICTION
047728                 TO WI-MC-TAX-TBL-JURIS (WI-MC-TAX-COUNT)
047730             MOVE WI_MC_TAX_TYPE
047732                 TO WI-MC-TAX-TBL-TYPE (WI-MC-TAX-COUNT)
047734             MOVE WI_MC_TAX_EFF_FROM
047736                 TO WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-COUNT)
047738             MOVE WI_MC_TAX_EFF_TO
047740                 TO WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-COUNT)
047742             MOVE WI_MC_TAX_CODE
047744                 TO WI-MC-TAX-TBL-CODE (WI-MC-TAX-COUNT)
047746             MOVE WI_MC_TAX_RATE
047748                 TO WI-MC-TAX-TBL-RATE (WI-MC-TAX-COUNT)
047750             MOVE WI_MC_TAX_EXEMPT_FLAG
047752                 TO WI-MC-TAX-TBL-EXEMPT (WI-MC-TAX-COUNT)
047754     END-READ.
047756 1460-EXIT.
047758     EXIT.
047800
047900 1200-READ-PARM.
048000     READ WI-MC-PARM-FILE
053600     PERFORM 2302-FIND-CARRIER-CURR THRU 2302-EXIT.
053700     PERFORM 2305-FIND-FX-RATE THRU 2305-EXIT.
053800     PERFORM 2310-FIND-RATE THRU 2310-EXIT.
053810     IF WI-MC-RATE-FOUND AND WI-MC-FX-FOUND
053820         PERFORM 2330-FIND-TAX THRU 2330-EXIT
053830         IF WI-MC-TAX-FOUND
053840             PERFORM 2200-RELEASE-RECORD THRU 2200-EXIT
053850         ELSE
053860             ADD 1 TO WI-MC-NO-TAX-HELD
053870             MOVE 'T' TO WI_MC_RATEHOLD_REASON
053880             PERFORM 2300-HOLD-RECORD THRU 2300-EXIT
053890         END-IF
053900     ELSE
053910         PERFORM 2300-HOLD-RECORD THRU 2300-EXIT
053920     END-IF.
054400     PERFORM 2900-READ-HOLD THRU 2900-EXIT.
054500 2000-EXIT.
054600     EXIT.
054700
054800******************************************************************
054810* 2302-FIND-CARRIER-CURR - the held record's provider names its  *
054820* reporting currency and tax jurisdiction on the carrier master; *
054830* an unlisted provider is treated as settlement currency and not *
054840* taxable - the suspense flow owns that problem, not the rating  *
054850* hold.                                                          *
055300******************************************************************
055400 2302-FIND-CARRIER-CURR.
055500     MOVE SPACES TO WI-MC-CARRIER-CURR-WORK.
055510     MOVE SPACES TO WI-MC-TAX-JURIS-WORK.
055600     IF WI-MC-CARRIER-COUNT = ZERO
055700         GO TO 2302-EXIT
055800     END-IF.
056300                 = WI_MC_RESULT_PROVIDER
056400             MOVE WI-MC-CARRIER-TBL-CURR (WI-MC-CARRIER-IDX)
056500                 TO WI-MC-CARRIER-CURR-WORK
056510             MOVE WI-MC-CARRIER-TBL-JURIS (WI-MC-CARRIER-IDX)
056520                 TO WI-MC-TAX-JURIS-WORK
056600     END-SEARCH.
056700 2302-EXIT.
056800     EXIT.
060300     END-IF.
060400 2306-EXIT.
060500     EXIT.
060502
060504******************************************************************
060506* 2330-FIND-TAX - the same tax probe WIMC110 makes: a carrier    *
060508* with no jurisdiction is not taxable; otherwise the entry in    *
060510* force on the run date for the jurisdiction and the record's    *
060512* type gives the tax code and either the rate or the exemption,  *
060514* overlaps resolving to the latest effective-from.               *
060516******************************************************************
060518 2330-FIND-TAX.
060520     MOVE 'N' TO WI-MC-TAX-FOUND-SW.
060522     MOVE 'N' TO WI-MC-TAX-STATUS-WORK.
060524     MOVE SPACES TO WI-MC-TAX-CODE-WORK.
060526     MOVE ZERO TO WI-MC-TAX-RATE-WORK.
060528     IF WI-MC-TAX-JURIS-WORK = SPACES
060530         SET WI-MC-TAX-FOUND TO TRUE
060532         GO TO 2330-EXIT
060534     END-IF.
060536     PERFORM 2331-TEST-ONE-TAX THRU 2331-EXIT
060538         VARYING WI-MC-TAX-SUB FROM 1 BY 1
060540         UNTIL WI-MC-TAX-SUB > WI-MC-TAX-COUNT.
060542 2330-EXIT.
060544     EXIT.
060546
060548 2331-TEST-ONE-TAX.
060550     IF WI-MC-TAX-TBL-JURIS (WI-MC-TAX-SUB) = WI-MC-TAX-JURIS-WORK
060552      AND WI-MC-TAX-TBL-TYPE (WI-MC-TAX-SUB) = WI_MC_RESULT_TYPE
060554      AND (WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-SUB) = ZERO
060556         OR WI-MC-TAX-TBL-EFF-FROM (WI-MC-TAX-SUB)
060558             NOT > WI-MC-RUN-DATE)
060560      AND (WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-SUB) = ZERO
060562         OR WI-MC-TAX-TBL-EFF-TO (WI-MC-TAX-SUB)
060564             NOT < WI-MC-RUN-DATE)
060566         SET WI-MC-TAX-FOUND TO TRUE
060568         MOVE WI-MC-TAX-TBL-CODE (WI-MC-TAX-SUB)
060570             TO WI-MC-TAX-CODE-WORK
060572         IF WI-MC-TAX-TBL-EXEMPT (WI-MC-TAX-SUB) = 'Y'
060574             MOVE 'E' TO WI-MC-TAX-STATUS-WORK
060576             MOVE ZERO TO WI-MC-TAX-RATE-WORK
060578         ELSE
060580             MOVE 'T' TO WI-MC-TAX-STATUS-WORK
060582             MOVE WI-MC-TAX-TBL-RATE (WI-MC-TAX-SUB)
060584                 TO WI-MC-TAX-RATE-WORK
060586         END-IF
060588     END-IF.
060590 2331-EXIT.
060592     EXIT.
060600
060700******************************************************************
060800* 2200-RELEASE-RECORD - rate the held record the way WIMC110     *
060810* rates the daily feed: one billing record per add-on, taxed     *
060820* for the carrier's jurisdiction, a reversal's amounts and tax   *
060830* carried negative.                                              *
061100******************************************************************
061200 2200-RELEASE-RECORD.
061300     ADD 1 TO WI-MC-RELEASED-COUNT.
062700     IF WI_MC_RESULT_REVERSAL
062800         COMPUTE WI-MC-RATED-AMOUNT = ZERO - WI-MC-RATED-AMOUNT
062900     END-IF.
062910     MOVE ZERO TO WI-MC-TAXABLE-WORK.
062920     MOVE ZERO TO WI-MC-TAX-AMOUNT-WORK.
062930     IF WI-MC-TAX-STATUS-WORK = 'T'
062940         MOVE WI-MC-RATED-AMOUNT TO WI-MC-TAXABLE-WORK
062950         COMPUTE WI-MC-TAX-AMOUNT-WORK ROUNDED =
062960             WI-MC-TAXABLE-WORK * WI-MC-TAX-RATE-WORK
062970     END-IF.
063000     MOVE SPACES TO WI-MC-BILLING-REC.
063100     MOVE WI_MC_RESULT_PROVIDER  TO WI_MC_BILLING_PROVIDER.
063200     MOVE WI_MC_RESULT_STATE     TO WI_MC_BILLING_STATE.
064000     MOVE WI-MC-RATED-AMOUNT     TO WI_MC_BILLING_AMOUNT.
064100     MOVE WI-MC-CARRIER-CURR-WORK TO WI_MC_BILLING_CURRENCY.
064200     MOVE WI-MC-FX-RATE-WORK     TO WI_MC_BILLING_FX_RATE.
064210     MOVE WI-MC-RUN-DATE         TO WI_MC_BILLING_DATE.
064220     MOVE WI-MC-TAX-JURIS-WORK   TO WI_MC_BILLING_TAX_JURIS.
064230     MOVE WI-MC-TAX-STATUS-WORK  TO WI_MC_BILLING_TAX_STATUS.
064240     MOVE WI-MC-TAX-CODE-WORK    TO WI_MC_BILLING_TAX_CODE.
064250     MOVE WI-MC-TAX-RATE-WORK    TO WI_MC_BILLING_TAX_RATE.
064260     MOVE WI-MC-TAXABLE-WORK     TO WI_MC_BILLING_TAXABLE.
064270     MOVE WI-MC-TAX-AMOUNT-WORK  TO WI_MC_BILLING_TAX_AMOUNT.
064300     WRITE WI-MC-BILLING-REC.
064400     ADD 1 TO WI-MC-BILLING-WRITTEN.
064500     ADD WI-MC-RATED-AMOUNT TO WI-MC-BILLING-CONTROL-TOTAL.
064510     ADD WI-MC-TAX-AMOUNT-WORK TO WI-MC-BILLING-TAX-TOTAL.
064600 2250-EXIT.
064700     EXIT.
064800
085600         TO WI_MC_TRAILER_RECORD_COUNT IN WI-MC-BILLING-TRL-REC.
085700     MOVE WI-MC-BILLING-CONTROL-TOTAL
085800         TO WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-BILLING-TRL-REC.
085810     MOVE WI-MC-BILLING-TAX-TOTAL
085820         TO WI_MC_TRAILER_TAX_TOTAL IN WI-MC-BILLING-TRL-REC.
085900     WRITE WI-MC-BILLING-TRL-REC.
086000     CLOSE WI-MC-HOLD-IN-FILE.
086100     CLOSE WI-MC-HOLD-OUT-FILE.
086500     DISPLAY 'WIMC140 RECORDS RELEASED  = ' WI-MC-RELEASED-COUNT.
086600     DISPLAY 'WIMC140 BILLING RECORDS   = ' WI-MC-BILLING-WRITTEN.
086700     DISPLAY 'WIMC140 RECORDS HELD      = ' WI-MC-HELD-COUNT.
086710     DISPLAY 'WIMC140 HELD FOR NO TAX   = ' WI-MC-NO-TAX-HELD.
086800     DISPLAY 'WIMC140 PAST AGE LIMIT    = ' WI-MC-AGED-COUNT.
086900     IF RETURN-CODE NOT = ZERO
087000         DISPLAY 'WIMC140 - REVIEW FLAGGED, RETURN-CODE = '
