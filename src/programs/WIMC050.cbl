002850*                  onboarding.  Spaces mean the settlement      *
002860*                  currency, so existing transactions are       *
002870*                  unaffected.                                   *
002871* 10/15/2026 RLH   Reason ADD with a blank category rejected, so *
002872*                  a draft crosswalk ADD from WIMC040 cannot be  *
002873*                  applied until an analyst has categorised it.  *
002878* 10/15/2026 RLH   Carrier ADD/CHANGE transactions also carry    *
002883*                  the carrier's tax jurisdiction                *
002888*                  (WI_MC_MAINT_CARRIER_JURIS) onto the master.  *
002893*                  Spaces mean not taxable.                      *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
063700     END-IF.
063800     MOVE WI-MC-KEY-WORK TO WI-MC-CAR-TBL-KEY (WI-MC-M-POS).
063900     MOVE SPACES TO WI-MC-CAR-TBL-DATA (WI-MC-M-POS).
064000     MOVE WI_MC_MAINT_DATA (1:40)
064100         TO WI-MC-CAR-TBL-DATA (WI-MC-M-POS).
064200     PERFORM 3150-BUILD-CARRIER-IMAGE THRU 3150-EXIT.
064300     MOVE WI-MC-IMAGE-WORK TO WI-MC-NEW-IMAGE.
066400     PERFORM 3150-BUILD-CARRIER-IMAGE THRU 3150-EXIT.
066500     MOVE WI-MC-IMAGE-WORK TO WI-MC-OLD-IMAGE.
066600     MOVE SPACES TO WI-MC-CAR-TBL-DATA (WI-MC-M-POS).
066700     MOVE WI_MC_MAINT_DATA (1:40)
066800         TO WI-MC-CAR-TBL-DATA (WI-MC-M-POS).
066900     PERFORM 3150-BUILD-CARRIER-IMAGE THRU 3150-EXIT.
067000     MOVE WI-MC-IMAGE-WORK TO WI-MC-NEW-IMAGE.
076600         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
076700         GO TO 2210-EXIT
076800     END-IF.
076810     IF WI_MC_MAINT_REASON_CATEGORY = SPACES
076820         MOVE 'CATEGORY NOT SUPPLIED' TO WI-MC-REJECT-REASON
076830         PERFORM 2800-WRITE-REJECT THRU 2800-EXIT
076840         GO TO 2210-EXIT
076850     END-IF.
076900     ADD 1 TO WI-MC-RSN-COUNT.
077000     IF WI-MC-M-POS = ZERO
077100         MOVE WI-MC-RSN-COUNT TO WI-MC-M-POS
