005300*                  same rate WIMC200 accumulated the monthly    *
005400*                  totals at, so an intramonth rate change      *
005450*                  cannot manufacture a variance.               *
005455* 10/15/2026 RLH   Written-off value is its own cause: entries   *
005460*                  on the write-off register (WIMCWOF) held in   *
005465*                  the report month are attributed to their      *
005470*                  combination at the processing-date rate, so   *
005475*                  a WIMC240 write-off no longer surfaces as     *
005480*                  residual.                                     *
005482* 10/15/2026 RLH   The billed side now carries its tax: each     *
005484*                  combination shows the tax billed against      *
005486*                  it, in the settlement currency it was         *
005488*                  rated in, and the month's billed tax is       *
005490*                  proved against the sum of the extract         *
005492*                  trailers' WI_MC_TRAILER_TAX_TOTAL -           *
005494*                  RETURN-CODE 4 when they differ.               *
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
009000         ASSIGN TO WIMCRHLI
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WI-MC-RATE-HOLD-STATUS.
009210
009220     SELECT WI-MC-WOFF-FILE
009230         ASSIGN TO WIMCWOFR
009240         ORGANIZATION IS SEQUENTIAL
009250         FILE STATUS IS WI-MC-WOFF-STATUS.
009300
009400     SELECT WI-MC-PARM-FILE
009500         ASSIGN TO WIMCPARM
015600     LABEL RECORDS ARE STANDARD.
015700 01  WI-MC-RATE-HOLD-REC.
015800     COPY WIMCRHL.
015810
015820 FD  WI-MC-WOFF-FILE
015830     LABEL RECORDS ARE STANDARD.
015840 01  WI-MC-WOFF-REC.
015850     COPY WIMCWOF.
015900
016000 FD  WI-MC-PARM-FILE
016100     LABEL RECORDS ARE STANDARD.
018600 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
018700 77  WI-MC-SUSPENSE-STATUS          PIC X(02) VALUE SPACES.
018800 77  WI-MC-RATE-HOLD-STATUS         PIC X(02) VALUE SPACES.
018810 77  WI-MC-WOFF-STATUS              PIC X(02) VALUE SPACES.
018900 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
019000 77  WI-MC-CARRIER-STATUS           PIC X(02) VALUE SPACES.
019100 77  WI-MC-FX-STATUS                PIC X(02) VALUE SPACES.
020000        88 WI-MC-SUSPENSE-EOF             VALUE 'Y'.
020100     05 WI-MC-RATE-HOLD-EOF-SW      PIC X(01) VALUE 'N'.
020200        88 WI-MC-RATE-HOLD-EOF            VALUE 'Y'.
020210     05 WI-MC-WOFF-EOF-SW           PIC X(01) VALUE 'N'.
020220        88 WI-MC-WOFF-EOF                 VALUE 'Y'.
020300     05 WI-MC-PARM-EOF-SW           PIC X(01) VALUE 'N'.
020400        88 WI-MC-PARM-EOF                 VALUE 'Y'.
020500     05 WI-MC-KEY-FOUND-SW          PIC X(01) VALUE 'N'.
022500     05 WI-MC-BILLING-READ          PIC 9(09) COMP VALUE ZERO.
022600     05 WI-MC-SUSPENSE-READ         PIC 9(09) COMP VALUE ZERO.
022700     05 WI-MC-RATE-HOLD-READ        PIC 9(09) COMP VALUE ZERO.
022710     05 WI-MC-WOFF-READ             PIC 9(09) COMP VALUE ZERO.
022800     05 WI-MC-RESIDUAL-COUNT        PIC 9(05) COMP VALUE ZERO.
022900     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
023000     05 WI-MC-FX-COUNT              PIC 9(03) COMP VALUE ZERO.
023200     05 WI-MC-SUCCESS-COUNT         PIC 9(03) COMP VALUE ZERO.
023300     05 WI-MC-FEED-READ             PIC 9(09) COMP VALUE ZERO.
023400     05 WI-MC-AUDIT-POSTED          PIC 9(09) COMP VALUE ZERO.
023405
023410******************************************************************
023415* WI-MC-BILLED-TAX-TOTAL / WI-MC-TRL-TAX-TOTAL - the month's tax *
023420* as billed, summed off the extract records in the settlement    *
023425* currency, and as the extract trailers declared it.  The        *
023430* two must agree.                                                *
023435******************************************************************
023440 01  WI-MC-BILLED-TAX-TOTAL         PIC S9(11)V99 COMP-3
023445                                     VALUE ZERO.
023450 01  WI-MC-TRL-TAX-TOTAL            PIC S9(11)V99 COMP-3
023455                                     VALUE ZERO.
023500
023600******************************************************************
023700* WI-MC-REPORT-MONTH - the YYMM the tie-out covers.  Suspense    *
026800* WI-MC-TIE-TABLE - one entry per provider / type / operation    *
026900* seen on any input, kept in ascending key sequence by sorted    *
027000* insert and probed with a binary locate, the same shape         *
027100* WIMC200 posts its totals with.  Each entry carries the six     *
027200* sides of the tie-out, and the tax billed on it.                *
027300******************************************************************
027400 01  WI-MC-TIE-TABLE.
027500     05 WI-MC-TIE-ENTRY OCCURS 1 TO 20000 TIMES
028000           15 WI-MC-TIE-OPERATION   PIC X(24).
028100        10 WI-MC-TIE-MONTH-VALUE    PIC S9(09)V99 COMP-3.
028200        10 WI-MC-TIE-BILLED-VALUE   PIC S9(09)V99 COMP-3.
028210        10 WI-MC-TIE-TAX-VALUE      PIC S9(09)V99 COMP-3.
028300        10 WI-MC-TIE-SUSP-VALUE     PIC S9(09)V99 COMP-3.
028400        10 WI-MC-TIE-HOLD-VALUE     PIC S9(09)V99 COMP-3.
028410        10 WI-MC-TIE-WOFF-VALUE     PIC S9(09)V99 COMP-3.
028500        10 WI-MC-TIE-AUDIT-VALUE    PIC S9(09)V99 COMP-3.
028600
028700 01  WI-MC-TIE-KEY-WORK.
036400        '         BILLED'.
036500     05 FILLER                      PIC X(15) VALUE
036600        '       RESIDUAL'.
036610     05 FILLER                      PIC X(17) VALUE
036620        '              TAX'.
036700     05 FILLER                      PIC X(17) VALUE SPACES.
036800
036900******************************************************************
037000* One combination prints on up to two lines: the keys, month     *
037100* total, billed value and residual, then - when anything was     *
037200* attributed - the four cause columns the residual was netted    *
037300* of.                                                            *
037400******************************************************************
037500 01  WI-MC-TIE-DTL-LINE.
038500     05 FILLER                      PIC X(02) VALUE SPACES.
038600     05 WI-MC-D-RESIDUAL            PIC -ZZZZZZZZ9.99.
038700     05 WI-MC-D-FLAG                PIC X(02).
038710     05 FILLER                      PIC X(02) VALUE SPACES.
038720     05 WI-MC-D-TAX-VAL             PIC -ZZZZZZZZ9.99.
038800     05 FILLER                      PIC X(17) VALUE SPACES.
038900
039000 01  WI-MC-TIE-CAUSE-LINE.
039100     05 FILLER                      PIC X(05) VALUE SPACES.
039800     05 FILLER                      PIC X(12) VALUE
039900        'NON-SUCCESS '.
040000     05 WI-MC-D-AUDIT-VAL           PIC -ZZZZZZZZ9.99.
040010     05 FILLER                      PIC X(02) VALUE SPACES.
040020     05 FILLER                      PIC X(12) VALUE
040030        'WRITTEN OFF '.
040040     05 WI-MC-D-WOFF-VAL            PIC -ZZZZZZZZ9.99.
040100     05 FILLER                      PIC X(26) VALUE SPACES.
040200
040300 01  WI-MC-TIE-TOT-LINE.
040400     05 FILLER                      PIC X(01) VALUE SPACE.
040900        '  RESIDUAL VARIANCES '.
041000     05 WI-MC-T-RESIDUALS           PIC ZZZ,ZZ9.
041100     05 FILLER                      PIC X(83) VALUE SPACES.
041105
041110 01  WI-MC-TIE-TAX-LINE.
041115     05 FILLER                      PIC X(01) VALUE SPACE.
041120     05 FILLER                      PIC X(11) VALUE
041125        'BILLED TAX '.
041130     05 WI-MC-T-BILLED-TAX          PIC -ZZZZZZZZZZ9.99.
041135     05 FILLER                      PIC X(15) VALUE
041140        '  TRAILER TAX '.
041145     05 WI-MC-T-TRL-TAX             PIC -ZZZZZZZZZZ9.99.
041150     05 WI-MC-T-TAX-FLAG            PIC X(02).
041155     05 FILLER                      PIC X(73) VALUE SPACES.
041200
041300 PROCEDURE DIVISION.
041400
042500         UNTIL WI-MC-SUSPENSE-EOF.
042600     PERFORM 5000-POST-RATE-HOLD THRU 5000-EXIT
042700         UNTIL WI-MC-RATE-HOLD-EOF.
042710     PERFORM 5200-POST-WRITE-OFF THRU 5200-EXIT
042720         UNTIL WI-MC-WOFF-EOF.
042800     PERFORM 5500-POST-FEED THRU 5500-EXIT
042900         UNTIL WI-MC-RESULT-EOF.
043000     PERFORM 6000-WRITE-TIEOUT THRU 6000-EXIT
052100     IF WI-MC-RATE-HOLD-STATUS NOT = '00'
052200         SET WI-MC-RATE-HOLD-EOF TO TRUE
052300     END-IF.
052310     OPEN INPUT WI-MC-WOFF-FILE.
052320     IF WI-MC-WOFF-STATUS NOT = '00'
052330         SET WI-MC-WOFF-EOF TO TRUE
052340     END-IF.
052400
052500     OPEN OUTPUT WI-MC-TIEOUT-RPT-FILE.
052600     ACCEPT WI-MC-RPT-DATE FROM DATE.
065300* concatenated, so the interior trailers are passed over.  A     *
065400* record rated negative is a matched reversal: its add-on value  *
065500* is subtracted, the same netting WIMC200 applied on its side.   *
065510* Each interior trailer's tax total is added up so the month's   *
065520* billed tax can be proved against what the extracts declared.   *
065600******************************************************************
065700 3000-POST-BILLING.
065800     READ WI-MC-BILLING-FILE
066000             SET WI-MC-BILLING-EOF TO TRUE
066100         NOT AT END
066200             IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-BILLING-TRL-REC
066210                 ADD WI_MC_TRAILER_TAX_TOTAL
066220                     IN WI-MC-BILLING-TRL-REC
066230                     TO WI-MC-TRL-TAX-TOTAL
066400             ELSE
066500                 ADD 1 TO WI-MC-BILLING-READ
066600                 PERFORM 3100-POST-ONE-BILLING THRU 3100-EXIT
067192* WIMC200's month side converted everything at the processing-   *
067194* date rate, so converting the billed side the same way keeps    *
067196* an intramonth rate change from manufacturing a residual.       *
067197* The record's tax is already signed and settlement-currency.    *
067198******************************************************************
067200 3100-POST-ONE-BILLING.
067300     MOVE WI_MC_BILLING_PROVIDER  TO WI-MC-KEY-PROVIDER.
068700         ADD WI-MC-CONV-VALUE-WORK
068800             TO WI-MC-TIE-BILLED-VALUE (WI-MC-TBL-POS)
068900     END-IF.
068910     ADD WI_MC_BILLING_TAX_AMOUNT TO WI-MC-BILLED-TAX-TOTAL.
068920     ADD WI_MC_BILLING_TAX_AMOUNT
068930         TO WI-MC-TIE-TAX-VALUE (WI-MC-TBL-POS).
069000 3100-EXIT.
069100     EXIT.
069200
073900     END-READ.
074000 5000-EXIT.
074100     EXIT.
074102
074104******************************************************************
074106* 5200-POST-WRITE-OFF - one write-off register entry's original  *
074108* record attributed to the written-off cause of its combination, *
074110* when its hold date falls in the report month.  The value is    *
074112* re-converted at the processing-date rate like every other      *
074114* cause, not taken at the rate WIMC240 wrote it off at.          *
074116******************************************************************
074118 5200-POST-WRITE-OFF.
074120     READ WI-MC-WOFF-FILE
074122         AT END
074124             SET WI-MC-WOFF-EOF TO TRUE
074126         NOT AT END
074128             ADD 1 TO WI-MC-WOFF-READ
074130             COMPUTE WI-MC-ENTRY-MONTH =
074132                 WI_MC_WOFF_HELD_DATE / 100
074134             IF WI-MC-REPORT-MONTH = ZERO
074136              OR WI-MC-ENTRY-MONTH = WI-MC-REPORT-MONTH
074138                 MOVE WI_MC_WOFF_DATA
074140                     TO WI-MC-HELD-RESULT-REC
074142                 PERFORM 4500-POST-HELD-VALUE THRU 4500-EXIT
074144                 ADD WI-MC-VALUE-WORK
074146                     TO WI-MC-TIE-WOFF-VALUE (WI-MC-TBL-POS)
074148             END-IF
074150     END-READ.
074152 5200-EXIT.
074154     EXIT.
074200
074300******************************************************************
074400* 5500-POST-FEED - one pass over the month's feed for the        *
089900
090000******************************************************************
090100* 6000-WRITE-TIEOUT - one combination per block: the month       *
090200* total, the billed value and the residual, then the four        *
090300* attributed causes when any is non-zero.  A non-zero residual   *
090400* is flagged and sets RETURN-CODE 4.                             *
090500******************************************************************
090900         - WI-MC-TIE-BILLED-VALUE (WI-MC-TBL-SUB)
091000         - WI-MC-TIE-SUSP-VALUE (WI-MC-TBL-SUB)
091100         - WI-MC-TIE-HOLD-VALUE (WI-MC-TBL-SUB)
091200         - WI-MC-TIE-AUDIT-VALUE (WI-MC-TBL-SUB)
091210         - WI-MC-TIE-WOFF-VALUE (WI-MC-TBL-SUB).
091300     MOVE SPACES TO WI-MC-TIE-DTL-LINE.
091400     MOVE WI-MC-TIE-PROVIDER (WI-MC-TBL-SUB)  TO WI-MC-D-PROVIDER.
091500     MOVE WI-MC-TIE-TYPE (WI-MC-TBL-SUB)      TO WI-MC-D-TYPE.
092000     MOVE WI-MC-TIE-BILLED-VALUE (WI-MC-TBL-SUB)
092100         TO WI-MC-D-BILLED-VAL.
092200     MOVE WI-MC-RESIDUAL-WORK TO WI-MC-D-RESIDUAL.
092210     MOVE WI-MC-TIE-TAX-VALUE (WI-MC-TBL-SUB)
092220         TO WI-MC-D-TAX-VAL.
092300     IF WI-MC-RESIDUAL-WORK NOT = ZERO
092400         MOVE ' *' TO WI-MC-D-FLAG
092500         ADD 1 TO WI-MC-RESIDUAL-COUNT
093100     IF WI-MC-TIE-SUSP-VALUE (WI-MC-TBL-SUB) NOT = ZERO
093200      OR WI-MC-TIE-HOLD-VALUE (WI-MC-TBL-SUB) NOT = ZERO
093300      OR WI-MC-TIE-AUDIT-VALUE (WI-MC-TBL-SUB) NOT = ZERO
093310      OR WI-MC-TIE-WOFF-VALUE (WI-MC-TBL-SUB) NOT = ZERO
093400         MOVE WI-MC-TIE-SUSP-VALUE (WI-MC-TBL-SUB)
093500             TO WI-MC-D-SUSP-VAL
093600         MOVE WI-MC-TIE-HOLD-VALUE (WI-MC-TBL-SUB)
093700             TO WI-MC-D-HOLD-VAL
093800         MOVE WI-MC-TIE-AUDIT-VALUE (WI-MC-TBL-SUB)
093900             TO WI-MC-D-AUDIT-VAL
093910         MOVE WI-MC-TIE-WOFF-VALUE (WI-MC-TBL-SUB)
093920             TO WI-MC-D-WOFF-VAL
094000         WRITE WI-MC-TIEOUT-RPT-REC FROM WI-MC-TIE-CAUSE-LINE
094100     END-IF.
094200 6000-EXIT.
096900     MOVE WI-MC-TIE-KEY-WORK TO WI-MC-TIE-KEY (WI-MC-TBL-POS).
097000     MOVE ZERO TO WI-MC-TIE-MONTH-VALUE (WI-MC-TBL-POS).
097100     MOVE ZERO TO WI-MC-TIE-BILLED-VALUE (WI-MC-TBL-POS).
097110     MOVE ZERO TO WI-MC-TIE-TAX-VALUE (WI-MC-TBL-POS).
097200     MOVE ZERO TO WI-MC-TIE-SUSP-VALUE (WI-MC-TBL-POS).
097300     MOVE ZERO TO WI-MC-TIE-HOLD-VALUE (WI-MC-TBL-POS).
097310     MOVE ZERO TO WI-MC-TIE-WOFF-VALUE (WI-MC-TBL-POS).
097400     MOVE ZERO TO WI-MC-TIE-AUDIT-VALUE (WI-MC-TBL-POS).
097500 7000-EXIT.
097600     EXIT.
100500     MOVE WI-MC-TIE-COUNT      TO WI-MC-T-COMBOS.
100600     MOVE WI-MC-RESIDUAL-COUNT TO WI-MC-T-RESIDUALS.
100700     WRITE WI-MC-TIEOUT-RPT-REC FROM WI-MC-TIE-TOT-LINE.
100705     MOVE WI-MC-BILLED-TAX-TOTAL TO WI-MC-T-BILLED-TAX.
100710     MOVE WI-MC-TRL-TAX-TOTAL    TO WI-MC-T-TRL-TAX.
100715     MOVE SPACES TO WI-MC-T-TAX-FLAG.
100720     IF WI-MC-BILLED-TAX-TOTAL NOT = WI-MC-TRL-TAX-TOTAL
100725         MOVE ' *' TO WI-MC-T-TAX-FLAG
100730         DISPLAY 'WIMC210 - BILLED TAX DOES NOT AGREE WITH'
100735             ' TRAILERS'
100740         IF RETURN-CODE < 4
100745             MOVE 4 TO RETURN-CODE
100750         END-IF
100755     END-IF.
100760     WRITE WI-MC-TIEOUT-RPT-REC FROM WI-MC-TIE-TAX-LINE.
100800     CLOSE WI-MC-TOTALS-FILE.
100900     CLOSE WI-MC-BILLING-FILE.
101000     CLOSE WI-MC-RESULT-FILE.
101400     IF WI-MC-RATE-HOLD-STATUS = '00'
101500         CLOSE WI-MC-RATE-HOLD-FILE
101600     END-IF.
101610     IF WI-MC-WOFF-STATUS = '00'
101620         CLOSE WI-MC-WOFF-FILE
101630     END-IF.
101700     CLOSE WI-MC-TIEOUT-RPT-FILE.
101800     DISPLAY 'WIMC210 MONTHLY TOTALS    = ' WI-MC-TOTALS-READ.
101900     DISPLAY 'WIMC210 BILLING RECORDS   = ' WI-MC-BILLING-READ.
102100     DISPLAY 'WIMC210 NON-SUCCESS POSTED= ' WI-MC-AUDIT-POSTED.
102200     DISPLAY 'WIMC210 SUSPENSE RECORDS  = ' WI-MC-SUSPENSE-READ.
102300     DISPLAY 'WIMC210 RATE HOLD RECORDS = ' WI-MC-RATE-HOLD-READ.
102310     DISPLAY 'WIMC210 WRITE-OFF ENTRIES = ' WI-MC-WOFF-READ.
102400     DISPLAY 'WIMC210 COMBINATIONS      = ' WI-MC-TIE-COUNT.
102500     DISPLAY 'WIMC210 RESIDUAL VARIANCES= ' WI-MC-RESIDUAL-COUNT.
102600     DISPLAY 'WIMC210 NO EXCHANGE RATE  = ' WI-MC-NO-FX-COUNT.
102610     DISPLAY 'WIMC210 BILLED TAX        = '
102620         WI-MC-BILLED-TAX-TOTAL.
102630     DISPLAY 'WIMC210 TRAILER TAX       = '
102640         WI-MC-TRL-TAX-TOTAL.
102700     IF RETURN-CODE NOT = ZERO
102800         DISPLAY 'WIMC210 - TIE-OUT FLAGGED, RETURN-CODE = '
102900             RETURN-CODE
