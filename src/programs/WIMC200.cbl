008400*                  currency.  The per-batch control totals      *
008500*                  stay in the carriers' own currencies - they  *
008600*                  balance the carrier-built trailers.          *
008610* 10/15/2026 RLH   The new run-history COUNT_E (intake edit      *
008620*                  rejects) is written as zero.                  *
008700******************************************************************
008800 ENVIRONMENT DIVISION.
008900 INPUT-OUTPUT SECTION.
120600     MOVE WI-MC-TRAILER-COUNT TO WI_MC_RUN_COUNT_B.
120700     MOVE WI-MC-CURRENT-COUNT TO WI_MC_RUN_COUNT_C.
120800     MOVE ZERO                TO WI_MC_RUN_COUNT_D.
120810     MOVE ZERO                TO WI_MC_RUN_COUNT_E.
120900     WRITE WI-MC-RUN-STATS-REC.
121000     CLOSE WI-MC-RUN-STATS-FILE.
121100 8200-EXIT.
