007200*                   when absent, so an export that slips past  *
007300*                   midnight does not pollute WIMC500's        *
007400*                   trailing averages.                         *
007410*  10/15/2026 RLH   Records WIMC100 diverted to the edit-reject  *
007420*                   file (WIMCEDRJ) are no longer exported;      *
007430*                   they are counted in run-history COUNT_E.     *
007500******************************************************************
007600 ENVIRONMENT DIVISION.
007700 INPUT-OUTPUT SECTION.
011000         ASSIGN TO WIMCREGI
011100         ORGANIZATION IS SEQUENTIAL
011200         FILE STATUS IS WI-MC-REG-IN-STATUS.
011210
011220     SELECT WI-MC-EDIT-REJ-FILE
011230         ASSIGN TO WIMCEDRJ
011240         ORGANIZATION IS SEQUENTIAL
011250         FILE STATUS IS WI-MC-EDIT-REJ-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
014900     LABEL RECORDS ARE STANDARD.
015000 01  WI-MC-PROC-DATE-REC.
015100     COPY WIMCPDT.
015110
015120 FD  WI-MC-EDIT-REJ-FILE
015130     LABEL RECORDS ARE STANDARD.
015140 01  WI-MC-EDIT-REJ-REC.
015150     COPY WIMCEDR.
015200
015300 WORKING-STORAGE SECTION.
015400
015900 77  WI-MC-RUN-STATS-STATUS         PIC X(02) VALUE SPACES.
016000 77  WI-MC-REG-IN-STATUS            PIC X(02) VALUE SPACES.
016100 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
016110 77  WI-MC-EDIT-REJ-STATUS          PIC X(02) VALUE SPACES.
016200
016300 01  WI-MC-SWITCHES.
016400     05 WI-MC-RESULT-EOF-SW         PIC X(01) VALUE 'N'.
017100        88 WI-MC-REG-LOADED               VALUE 'Y'.
017200     05 WI-MC-REG-MATCH-SW          PIC X(01) VALUE 'N'.
017300        88 WI-MC-BATCH-REGISTERED          VALUE 'Y'.
017310     05 WI-MC-EDIT-REJ-EOF-SW       PIC X(01) VALUE 'N'.
017320        88 WI-MC-EDIT-REJ-EOF              VALUE 'Y'.
017330     05 WI-MC-EDIT-REJECT-SW        PIC X(01) VALUE 'N'.
017340        88 WI-MC-EDIT-REJECTED             VALUE 'Y'.
017400
017500 01  WI-MC-COUNTERS.
017600     05 WI-MC-RECORDS-READ          PIC 9(09) COMP VALUE ZERO.
017800     05 WI-MC-CARRIER-COUNT         PIC 9(05) COMP VALUE ZERO.
017900     05 WI-MC-UNKNOWN-COUNT         PIC 9(09) COMP VALUE ZERO.
018000     05 WI-MC-REG-COUNT             PIC 9(05) COMP VALUE ZERO.
018010     05 WI-MC-EDREJ-COUNT           PIC 9(05) COMP VALUE ZERO.
018020     05 WI-MC-EDIT-SKIPPED          PIC 9(09) COMP VALUE ZERO.
018100
018200******************************************************************
018300* WI-MC-RUN-CONTROL-TOTAL - signed net of every                  *
022700        10 WI-MC-CARRIER-TBL-CODE   PIC X(12).
022800        10 WI-MC-CARRIER-TBL-NAME   PIC X(30).
022900        10 WI-MC-CARRIER-TBL-STATUS PIC X(01).
022905
022910******************************************************************
022915* WI-MC-EDREJ-TABLE - feed positions of the records WIMC100      *
022920* diverted to the edit-reject file today, in feed order, so      *
022925* they are kept out of the analytics export.                     *
022930******************************************************************
022935 01  WI-MC-EDREJ-TABLE.
022940     05 WI-MC-EDREJ-ENTRY OCCURS 1 TO 50000 TIMES
022945           DEPENDING ON WI-MC-EDREJ-COUNT
022950           ASCENDING KEY IS WI-MC-EDREJ-TBL-SEQ
022955           INDEXED BY WI-MC-EDREJ-IDX.
022960        10 WI-MC-EDREJ-TBL-SEQ      PIC 9(09).
023000
023100******************************************************************
023200* WI-MC-DESC-ESC / WI-MC-TOKEN-ESC - escaped copies of           *
029300             MOVE 8 TO RETURN-CODE
029400         END-IF
029500     END-IF.
029510     OPEN INPUT WI-MC-EDIT-REJ-FILE.
029520     IF WI-MC-EDIT-REJ-STATUS = '00'
029530         PERFORM 1370-LOAD-EDIT-REJECTS THRU 1370-EXIT
029540             UNTIL WI-MC-EDIT-REJ-EOF
029550         CLOSE WI-MC-EDIT-REJ-FILE
029560     END-IF.
029600
029700     OPEN INPUT WI-MC-RESULT-FILE.
029800     IF WI-MC-RESULT-STATUS NOT = '00'
036900     END-READ.
037000 1320-EXIT.
037100     EXIT.
037102
037104******************************************************************
037106* 1370-LOAD-EDIT-REJECTS - load the feed positions of today's    *
037108* edit rejects.  An entry for another date is left alone, and a  *
037110* position no higher than the one before it is the repeat a      *
037112* WIMC100 restart leaves behind.                                 *
037114******************************************************************
037116 1370-LOAD-EDIT-REJECTS.
037118     READ WI-MC-EDIT-REJ-FILE
037120         AT END
037122             SET WI-MC-EDIT-REJ-EOF TO TRUE
037124         NOT AT END
037126             PERFORM 1380-ADD-EDIT-REJECT THRU 1380-EXIT
037128     END-READ.
037130 1370-EXIT.
037132     EXIT.
037134
037136 1380-ADD-EDIT-REJECT.
037138     IF WI_MC_EDREJ_DATE NOT = WI-MC-BUSINESS-DATE
037140         GO TO 1380-EXIT
037142     END-IF.
037144     IF WI-MC-EDREJ-COUNT > ZERO
037146         IF WI_MC_EDREJ_FEED_SEQ
037148                 NOT > WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT)
037150             GO TO 1380-EXIT
037152         END-IF
037154     END-IF.
037156     IF WI-MC-EDREJ-COUNT = 50000
037158         DISPLAY 'WIMC300 - EDIT-REJECT TABLE FULL'
037160         MOVE 16 TO RETURN-CODE
037162         STOP RUN
037164     END-IF.
037166     ADD 1 TO WI-MC-EDREJ-COUNT.
037168     MOVE WI_MC_EDREJ_FEED_SEQ
037170         TO WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-COUNT).
037172 1380-EXIT.
037174     EXIT.
037200
037300******************************************************************
037400* 2000-PROCESS-RESULT - one JSON document per WI_MC_RESULT data  *
037500* record, except the records WIMC100 edit-rejected.              *
037600******************************************************************
037700 2000-PROCESS-RESULT.
037800     ADD 1 TO WI-MC-RECORDS-READ.
037900     PERFORM 2050-VALIDATE-PROVIDER THRU 2050-EXIT.
037910     PERFORM 2070-CHECK-EDIT-REJECT THRU 2070-EXIT.
037920     IF WI-MC-EDIT-REJECTED
037930         ADD 1 TO WI-MC-EDIT-SKIPPED
037935         PERFORM 2080-ADD-SKIPPED-ADDON THRU 2080-EXIT
037937             VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
037938             UNTIL WI-MC-ADDON-SUBSCRIPT > WI_MC_ADDON_COUNT
037940     ELSE
037950         PERFORM 2100-BUILD-JSON THRU 2100-EXIT
037960     END-IF.
038100     PERFORM 2900-READ-RESULT THRU 2900-EXIT.
038200 2000-EXIT.
038300     EXIT.
041200     WRITE WI-MC-UNKNOWN-RPT-REC.
041300 2060-EXIT.
041400     EXIT.
041405
041410******************************************************************
041415* 2070-CHECK-EDIT-REJECT - was this feed position diverted to    *
041420* the edit-reject file at intake.                                *
041425******************************************************************
041430 2070-CHECK-EDIT-REJECT.
041435     MOVE 'N' TO WI-MC-EDIT-REJECT-SW.
041440     IF WI-MC-EDREJ-COUNT = ZERO
041445         GO TO 2070-EXIT
041450     END-IF.
041455     SEARCH ALL WI-MC-EDREJ-ENTRY
041460         AT END
041465             CONTINUE
041470         WHEN WI-MC-EDREJ-TBL-SEQ (WI-MC-EDREJ-IDX)
041475                 = WI-MC-RECORDS-READ
041480             SET WI-MC-EDIT-REJECTED TO TRUE
041485     END-SEARCH.
041490 2070-EXIT.
041495     EXIT.
041496
041497******************************************************************
041498* 2080-ADD-SKIPPED-ADDON - an edit-rejected record is not        *
041499* exported but its add-on value is still in the feed trailer     *
041500* total, so carry it into WI-MC-RUN-CONTROL-TOTAL here.          *
041501******************************************************************
041502 2080-ADD-SKIPPED-ADDON.
041503     IF WI_MC_RESULT_REVERSAL
041504         SUBTRACT WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
041505             FROM WI-MC-RUN-CONTROL-TOTAL
041506     ELSE
041507         ADD WI_MC_ADDON_VALUE (WI-MC-ADDON-SUBSCRIPT)
041508             TO WI-MC-RUN-CONTROL-TOTAL
041509     END-IF.
041510 2080-EXIT.
041511     EXIT.
041512
041600******************************************************************
041700* 2100-BUILD-JSON - build one JSON document into                 *
041800* WI-MC-JSON-LINE using STRING ... WITH POINTER so the variable  *
065300     DISPLAY 'WIMC300 RECORDS READ      = ' WI-MC-RECORDS-READ.
065400     DISPLAY 'WIMC300 JSON DOCS WRITTEN = ' WI-MC-RECORDS-WRITTEN.
065500     DISPLAY 'WIMC300 UNKNOWN PROVIDERS = ' WI-MC-UNKNOWN-COUNT.
065510     DISPLAY 'WIMC300 EDIT REJECTS HELD = ' WI-MC-EDIT-SKIPPED.
065600     PERFORM 8100-WRITE-RUN-STATS THRU 8100-EXIT.
065700 8000-EXIT.
065800     EXIT.
068000     MOVE WI-MC-RECORDS-WRITTEN TO WI_MC_RUN_COUNT_B.
068100     MOVE ZERO                 TO WI_MC_RUN_COUNT_C.
068200     MOVE ZERO                 TO WI_MC_RUN_COUNT_D.
068210     MOVE WI-MC-EDIT-SKIPPED    TO WI_MC_RUN_COUNT_E.
068300     WRITE WI-MC-RUN-STATS-REC.
068400     CLOSE WI-MC-RUN-STATS-FILE.
068500 8100-EXIT.
