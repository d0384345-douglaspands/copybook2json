002100* unanswered, or phantom responses - ends with RETURN-CODE 8 so  *
002200* the scheduler holds the next hand-off; rejects alone flag      *
002300* RETURN-CODE 4 for review.                                      *
002310* An optional parameter names the extract being matched: the     *
002320* billing hand-off (the default) or a dispute credit extract     *
002330* from WIMC440, every record of which must be a credit.          *
002340* The tax each extract record carries is balanced to the         *
002350* trailer's tax total on the way in and reported with the record *
002360* on the reject and unanswered lines; billing's response echoes  *
002370* the rated amount only, so the match itself is unchanged.       *
002400*                                                                *
002500* MODIFICATION HISTORY                                           *
002600* ----------------------------------------------------------     *
002700* DATE       BY    DESCRIPTION                                   *
002800* 09/02/2026 RLH   Initial version.                              *
002810* 10/15/2026 RLH   Optional WIMCPARM extract kind - billing      *
002820*                  hand-off or WIMC440 dispute credit            *
002830*                  extract - named on the report heading; a      *
002840*                  credit extract record that is not a credit    *
002850*                  fails the load with RETURN-CODE 16.           *
002860* 10/15/2026 RLH   The extract's tax is re-balanced to its       *
002870*                  trailer's tax total (RETURN-CODE 16 when      *
002880*                  off), shown on the reject and unanswered      *
002890*                  lines and totalled by leg on the report.      *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004400         ASSIGN TO WIMCBMTR
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WI-MC-MATCH-RPT-STATUS.
004610
004620     SELECT WI-MC-PARM-FILE
004630         ASSIGN TO WIMCPARM
004640         ORGANIZATION IS SEQUENTIAL
004650         FILE STATUS IS WI-MC-PARM-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
006200 FD  WI-MC-MATCH-RPT-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  WI-MC-MATCH-RPT-REC            PIC X(132).
006410
006420 FD  WI-MC-PARM-FILE
006430     LABEL RECORDS ARE STANDARD.
006440 01  WI-MC-PARM-REC.
006450     05 WI-MC-P-EXTRACT-KIND        PIC X(01).
006460     05 FILLER                      PIC X(79).
006500
006600 WORKING-STORAGE SECTION.
006700
006800 77  WI-MC-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
006900 77  WI-MC-RESPONSE-STATUS          PIC X(02) VALUE SPACES.
007000 77  WI-MC-MATCH-RPT-STATUS         PIC X(02) VALUE SPACES.
007010 77  WI-MC-PARM-STATUS              PIC X(02) VALUE SPACES.
007100
007200 01  WI-MC-SWITCHES.
007300     05 WI-MC-EXTRACT-EOF-SW        PIC X(01) VALUE 'N'.
008200        88 WI-MC-RESPONSE-MATCHED        VALUE 'Y'.
008300     05 WI-MC-SCAN-SW               PIC X(01) VALUE 'N'.
008400        88 WI-MC-SCAN-DONE               VALUE 'Y'.
008410     05 WI-MC-EXTRACT-KIND-SW       PIC X(01) VALUE 'B'.
008420        88 WI-MC-BILLING-EXTRACT        VALUE 'B'.
008430        88 WI-MC-CREDIT-EXTRACT         VALUE 'D'.
008500
008600 01  WI-MC-COUNTERS.
008700     05 WI-MC-EXTRACT-COUNT         PIC 9(05) COMP VALUE ZERO.
009800 01  WI-MC-TRAILER-COUNT-SAVE       PIC 9(09) COMP-3 VALUE ZERO.
009900 01  WI-MC-TRAILER-TOTAL-SAVE       PIC S9(09)V99 COMP-3
010000                                     VALUE ZERO.
010005 01  WI-MC-EXTRACT-TAX-TOTAL        PIC S9(09)V99 COMP-3
010010                                     VALUE ZERO.
010015 01  WI-MC-TRAILER-TAX-SAVE         PIC S9(09)V99 COMP-3
010020                                     VALUE ZERO.
010025 01  WI-MC-ANSWERED-TAX             PIC S9(09)V99 COMP-3
010030                                     VALUE ZERO.
010035 01  WI-MC-REJECTED-TAX             PIC S9(09)V99 COMP-3
010040                                     VALUE ZERO.
010045 01  WI-MC-UNANSWERED-TAX           PIC S9(09)V99 COMP-3
010050                                     VALUE ZERO.
010100
010200******************************************************************
010300* WI-MC-EXTRACT-TABLE - the hand-off extract loaded whole, in    *
010700* can legitimately rate to the same amount - so a located key    *
010800* is scanned forward for the first entry with the same amount    *
010900* not yet answered.                                              *
010910* The entry's tax rides along for the report.                    *
011000******************************************************************
011100 01  WI-MC-EXTRACT-TABLE.
011200     05 WI-MC-EXT-ENTRY OCCURS 1 TO 50000 TIMES
011900           15 WI-MC-EXT-OPERATION   PIC X(24).
012000           15 WI-MC-EXT-PLAN        PIC X(08).
012100        10 WI-MC-EXT-AMOUNT         PIC S9(09)V99 COMP-3.
012110        10 WI-MC-EXT-TAX            PIC S9(09)V99 COMP-3.
012200        10 WI-MC-EXT-ANSWERED-SW    PIC X(01).
012300           88 WI-MC-EXT-ANSWERED         VALUE 'Y'.
012400
014800        'WIMC150 BILLING RESPONSE MATCH-OFF'.
014900     05 FILLER                      PIC X(03) VALUE ' - '.
015000     05 WI-MC-H-STAMP               PIC X(15).
015100     05 FILLER                      PIC X(11) VALUE
015110        '  EXTRACT: '.
015120     05 WI-MC-H-KIND                PIC X(20).
015130     05 FILLER                      PIC X(48) VALUE SPACES.
015200
015300 01  WI-MC-MATCH-SEC-LINE.
015400     05 FILLER                      PIC X(01) VALUE SPACE.
016400     05 WI-MC-D-PLAN                PIC X(08).
016500     05 FILLER                      PIC X(03) VALUE SPACES.
016600     05 WI-MC-D-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
016610     05 FILLER                      PIC X(03) VALUE SPACES.
016620     05 WI-MC-D-TAX                 PIC -ZZZ,ZZZ,ZZ9.99.
016700     05 FILLER                      PIC X(03) VALUE SPACES.
016800     05 WI-MC-D-REASON              PIC X(20).
016900     05 FILLER                      PIC X(20) VALUE SPACES.
017000
017100 01  WI-MC-MATCH-TOT-LINE.
017200     05 FILLER                      PIC X(01) VALUE SPACE.
017400     05 WI-MC-T-COUNT               PIC ZZZ,ZZZ,ZZ9.
017500     05 FILLER                      PIC X(03) VALUE SPACES.
017600     05 WI-MC-T-AMOUNT              PIC -ZZZ,ZZZ,ZZ9.99.
017610     05 FILLER                      PIC X(03) VALUE SPACES.
017620     05 WI-MC-T-TAX                 PIC -ZZZ,ZZZ,ZZ9.99.
017700     05 FILLER                      PIC X(58) VALUE SPACES.
017800
017900 PROCEDURE DIVISION.
018000
019500* report, write the report headings.                             *
019600******************************************************************
019700 1000-INITIALIZE.
019710     OPEN INPUT WI-MC-PARM-FILE.
019720     IF WI-MC-PARM-STATUS = '00'
019730         PERFORM 1050-READ-PARM THRU 1050-EXIT
019740         CLOSE WI-MC-PARM-FILE
019750     END-IF.
019760
019800     OPEN INPUT WI-MC-EXTRACT-FILE.
019900     IF WI-MC-EXTRACT-STATUS NOT = '00'
020000         DISPLAY 'WIMC150 - EXTRACT OPEN FAILED, STATUS '
021600             'OWN TRAILER'
021700         MOVE 16 TO RETURN-CODE
021800     END-IF.
021810     IF WI-MC-TRAILER-SEEN
021820      AND WI-MC-TRAILER-TAX-SAVE NOT = WI-MC-EXTRACT-TAX-TOTAL
021830         DISPLAY 'WIMC150 - EXTRACT TAX DOES NOT BALANCE TO ITS '
021840             'OWN TRAILER'
021850         MOVE 16 TO RETURN-CODE
021860     END-IF.
021900
022000     OPEN INPUT WI-MC-RESPONSE-FILE.
022100     IF WI-MC-RESPONSE-STATUS NOT = '00'
023300            WI-MC-RPT-TIME DELIMITED BY SIZE
023400         INTO WI-MC-RPT-STAMP.
023500     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
023510     IF WI-MC-CREDIT-EXTRACT
023520         MOVE 'DISPUTE CREDIT'   TO WI-MC-H-KIND
023530     ELSE
023540         MOVE 'BILLING HAND-OFF' TO WI-MC-H-KIND
023550     END-IF.
023600     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-HDR-1.
023700     MOVE 'RECORDS BILLING REJECTED' TO WI-MC-S-TITLE.
023800     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-SEC-LINE.
024000     PERFORM 2900-READ-RESPONSE THRU 2900-EXIT.
024100 1000-EXIT.
024200     EXIT.
024205
024210******************************************************************
024215* 1050-READ-PARM - the extract kind: D for a dispute credit      *
024220* extract from WIMC440; anything else is the billing hand-off.   *
024225******************************************************************
024230 1050-READ-PARM.
024235     READ WI-MC-PARM-FILE
024240         AT END
024245             CONTINUE
024250         NOT AT END
024255             IF WI-MC-P-EXTRACT-KIND = 'D'
024260                 SET WI-MC-CREDIT-EXTRACT TO TRUE
024265             END-IF
024270     END-READ.
024275 1050-EXIT.
024280     EXIT.
024300
024400******************************************************************
024500* 1100-LOAD-EXTRACT - slot one extract record into match-key     *
026100                 MOVE WI_MC_TRAILER_CONTROL_TOTAL
026200                     IN WI-MC-EXTRACT-TRL-REC
026300                     TO WI-MC-TRAILER-TOTAL-SAVE
026310                 MOVE WI_MC_TRAILER_TAX_TOTAL
026320                     IN WI-MC-EXTRACT-TRL-REC
026330                     TO WI-MC-TRAILER-TAX-SAVE
026400             ELSE
026500                 PERFORM 1150-ADD-EXTRACT-ENTRY THRU 1150-EXIT
026600             END-IF
028900         TO WI-MC-EXT-KEY (WI-MC-TBL-POS).
029000     MOVE WI_MC_BILLING_AMOUNT
029100         TO WI-MC-EXT-AMOUNT (WI-MC-TBL-POS).
029110     MOVE WI_MC_BILLING_TAX_AMOUNT
029120         TO WI-MC-EXT-TAX (WI-MC-TBL-POS).
029200     MOVE 'N' TO WI-MC-EXT-ANSWERED-SW (WI-MC-TBL-POS).
029300     ADD WI_MC_BILLING_AMOUNT TO WI-MC-EXTRACT-TOTAL.
029305     ADD WI_MC_BILLING_TAX_AMOUNT TO WI-MC-EXTRACT-TAX-TOTAL.
029310     IF WI-MC-CREDIT-EXTRACT
029320      AND WI_MC_BILLING_AMOUNT NOT < ZERO
029330         DISPLAY 'WIMC150 - CREDIT EXTRACT CARRIES A NON-CREDIT '
029340             'RECORD FOR ' WI_MC_BILLING_PROVIDER
029350         MOVE 16 TO RETURN-CODE
029360     END-IF.
029400 1150-EXIT.
029500     EXIT.
029600
034600     ADD WI_MC_RESPONSE_AMOUNT TO WI-MC-RESPONSE-TOTAL.
034700     PERFORM 2100-MATCH-RESPONSE THRU 2100-EXIT.
034800     IF WI-MC-RESPONSE-MATCHED
034810         ADD WI-MC-EXT-TAX (WI-MC-TBL-POS) TO WI-MC-ANSWERED-TAX
034900         IF WI_MC_RESPONSE_REJECTED
035000             ADD 1 TO WI-MC-REJECTED-COUNT
035010             ADD WI-MC-EXT-TAX (WI-MC-TBL-POS)
035020                 TO WI-MC-REJECTED-TAX
035100             PERFORM 2200-WRITE-REJECT-LINE THRU 2200-EXIT
035200         ELSE
035300             ADD 1 TO WI-MC-ACCEPTED-COUNT
042200     MOVE WI_MC_RESPONSE_OPERATION TO WI-MC-D-OPERATION.
042300     MOVE WI_MC_RESPONSE_PLAN_CODE TO WI-MC-D-PLAN.
042400     MOVE WI_MC_RESPONSE_AMOUNT    TO WI-MC-D-AMOUNT.
042410     MOVE WI-MC-EXT-TAX (WI-MC-TBL-POS) TO WI-MC-D-TAX.
042500     MOVE WI_MC_RESPONSE_REASON    TO WI-MC-D-REASON.
042600     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-DTL-LINE.
042700     IF RETURN-CODE < 4
048000         TO WI-MC-D-OPERATION.
048100     MOVE WI-MC-EXT-PLAN (WI-MC-TBL-SUB)      TO WI-MC-D-PLAN.
048200     MOVE WI-MC-EXT-AMOUNT (WI-MC-TBL-SUB)    TO WI-MC-D-AMOUNT.
048210     MOVE WI-MC-EXT-TAX (WI-MC-TBL-SUB)       TO WI-MC-D-TAX.
048220     ADD WI-MC-EXT-TAX (WI-MC-TBL-SUB) TO WI-MC-UNANSWERED-TAX.
048300     MOVE 'NO RESPONSE RECEIVED'              TO WI-MC-D-REASON.
048400     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-DTL-LINE.
048500 3100-EXIT.
049500     MOVE 'RESPONSES RECEIVED'      TO WI-MC-T-LABEL.
049600     MOVE WI-MC-RESPONSES-READ      TO WI-MC-T-COUNT.
049700     MOVE WI-MC-RESPONSE-TOTAL      TO WI-MC-T-AMOUNT.
049710     MOVE WI-MC-ANSWERED-TAX        TO WI-MC-T-TAX.
049800     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-TOT-LINE.
049900     MOVE 'EXTRACT RECORDS SENT'    TO WI-MC-T-LABEL.
050000     MOVE WI-MC-EXTRACT-COUNT       TO WI-MC-T-COUNT.
050100     MOVE WI-MC-EXTRACT-TOTAL       TO WI-MC-T-AMOUNT.
050110     MOVE WI-MC-EXTRACT-TAX-TOTAL   TO WI-MC-T-TAX.
050200     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-TOT-LINE.
050300     MOVE 'REJECTED BY BILLING'     TO WI-MC-T-LABEL.
050400     MOVE WI-MC-REJECTED-COUNT      TO WI-MC-T-COUNT.
050500     MOVE ZERO                      TO WI-MC-T-AMOUNT.
050510     MOVE WI-MC-REJECTED-TAX        TO WI-MC-T-TAX.
050600     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-TOT-LINE.
050700     MOVE 'NEVER ANSWERED'          TO WI-MC-T-LABEL.
050800     MOVE WI-MC-UNANSWERED-COUNT    TO WI-MC-T-COUNT.
050900     MOVE ZERO                      TO WI-MC-T-AMOUNT.
050910     MOVE WI-MC-UNANSWERED-TAX      TO WI-MC-T-TAX.
051000     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-TOT-LINE.
051100     MOVE 'NEVER SENT BY US'        TO WI-MC-T-LABEL.
051200     MOVE WI-MC-PHANTOM-COUNT       TO WI-MC-T-COUNT.
051300     MOVE ZERO                      TO WI-MC-T-AMOUNT.
051310     MOVE ZERO                      TO WI-MC-T-TAX.
051400     WRITE WI-MC-MATCH-RPT-REC FROM WI-MC-MATCH-TOT-LINE.
051500     CLOSE WI-MC-RESPONSE-FILE.
051600     CLOSE WI-MC-MATCH-RPT-FILE.
