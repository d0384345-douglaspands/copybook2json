000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. WIMC090.
000300 AUTHOR. R L HUTCHINS.
000400 INSTALLATION. WIRELESS CARRIER INTERFACE GROUP.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800* WIMC090 - FEED ARRIVAL CHECK / INTAKE CONSOLIDATION            *
000900*                                                                *
001000* Runs ahead of WIMC100.  Carriers now land two or three files   *
001100* a day, each behind its own WI_MC_TRAILER_REC, and a carrier    *
001200* that sent nothing was only noticed when WIMC500 saw a low      *
001300* volume.  The transmission landing step logs every file it      *
001400* lands (WIMCFAR) and builds the WIMCINBD concatenation from     *
001500* the same list, so the Nth trailer-terminated file on that DD   *
001600* is the Nth log entry.  Each file is balanced against its own   *
001700* trailer and, for a carrier's file, checked to hold only that   *
001800* carrier's records; a file that fails is rejected and left      *
001900* out.  The accepted files are merged, in landing order, into    *
002000* the single daily WIMCIN behind one consolidated trailer for    *
002100* WIMC100 to balance as before.                                  *
002200*                                                                *
002300* The landed files are then held up against the expected-feed    *
002400* calendar (WIMCFSC): a file landed after the carrier's latest   *
002500* arrival time is late, one beyond the carrier's file count -    *
002600* or from a carrier not due today - is extra; both are still     *
002700* merged.  A carrier due today with fewer accepted files than    *
002800* scheduled is short.  The feed-arrival report lists every       *
002900* file and every carrier due today by provider.                  *
003000*                                                                *
003100* RETURN-CODE 4  - a late, extra or short file (optional         *
003200*                  carrier, or mandatory with a waiver posted    *
003300*                  on WIMCFWV for the carrier and date).         *
003400* RETURN-CODE 8  - a file rejected; the rest are merged.         *
003500* RETURN-CODE 12 - a mandatory carrier short with no waiver:     *
003600*                  WIMCIN is built but the cycle is held.        *
003700* RETURN-CODE 16 - the arrival log and the inbound files do not  *
003800*                  pair up, or a master failed; WIMCIN is not    *
003900*                  built.                                        *
004000*                                                                *
004100* MODIFICATION HISTORY                                           *
004200* ----------------------------------------------------------     *
004300* DATE       BY    DESCRIPTION                                   *
004400* 10/15/2026 RLH   Initial version.                              *
004410* 10/15/2026 RLH   Step control (WIMCSTP): the run is refused    *
004420*                  unless the steps ahead of it in WIMCCYC       *
004430*                  completed for the processing date, and a      *
004440*                  completed run is not repeated without a       *
004450*                  rerun override (WIMCSTO); the entry records   *
004460*                  started, completed or failed with the         *
004470*                  return code.                                  *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT WI-MC-SCHEDULE-FILE
005000         ASSIGN TO WIMCFSCM
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WI-MC-SCHEDULE-STATUS.
005300
005400     SELECT WI-MC-WAIVER-FILE
005500         ASSIGN TO WIMCFWVM
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WI-MC-WAIVER-STATUS.
005800
005900     SELECT WI-MC-ARRIVAL-FILE
006000         ASSIGN TO WIMCFARL
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WI-MC-ARRIVAL-STATUS.
006300
006400     SELECT WI-MC-INBOUND-FILE
006500         ASSIGN TO WIMCINBD
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WI-MC-INBOUND-STATUS.
006800
006900     SELECT WI-MC-RESULT-FILE
007000         ASSIGN TO WIMCIN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WI-MC-RESULT-STATUS.
007300
007400     SELECT WI-MC-ARRIVAL-RPT-FILE
007500         ASSIGN TO WIMCFARR
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WI-MC-ARRIVAL-RPT-STATUS.
007800
007900     SELECT WI-MC-PROC-DATE-FILE
008000         ASSIGN TO WIMCPDTE
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WI-MC-PROC-DATE-STATUS.
008300
008400     SELECT WI-MC-HOLIDAY-FILE
008500         ASSIGN TO WIMCHOLM
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WI-MC-HOLIDAY-STATUS.
008800
008805     SELECT WI-MC-STEP-FILE
008810         ASSIGN TO WIMCSTPC
008815         ORGANIZATION IS INDEXED
008820         ACCESS MODE IS RANDOM
008825         RECORD KEY IS WI_MC_STEP_KEY
008830         FILE STATUS IS WI-MC-STEP-STATUS.
008835
008840     SELECT WI-MC-STEP-HIST-FILE
008845         ASSIGN TO WIMCSTPH
008850         ORGANIZATION IS SEQUENTIAL
008855         FILE STATUS IS WI-MC-STEP-HIST-STATUS.
008860
008865     SELECT WI-MC-STEP-OVR-FILE
008870         ASSIGN TO WIMCSTOV
008875         ORGANIZATION IS SEQUENTIAL
008880         FILE STATUS IS WI-MC-STEP-OVR-STATUS.
008885
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  WI-MC-SCHEDULE-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  WI-MC-SCHEDULE-REC.
009400     COPY WIMCFSC.
009500
009600 FD  WI-MC-WAIVER-FILE
009700     LABEL RECORDS ARE STANDARD.
009800 01  WI-MC-WAIVER-REC.
009900     COPY WIMCFWV.
010000
010100 FD  WI-MC-ARRIVAL-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  WI-MC-ARRIVAL-REC.
010400     COPY WIMCFAR.
010500
010600 FD  WI-MC-INBOUND-FILE
010700     LABEL RECORDS ARE STANDARD.
010800 01  WI-MC-INBOUND-REC.
010900     COPY EXAMPLE.
011000 01  WI-MC-INBOUND-TRL-REC.
011100     COPY WIMCTRL.
011200
011300 FD  WI-MC-RESULT-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  WI-MC-RESULT-REC.
011600     COPY EXAMPLE REPLACING ==WI_MC_ADDON_COUNT==
011700                         BY ==WI_MC_MERGE_ADDON_COUNT==.
011800 01  WI-MC-TRAILER-REC.
011900     COPY WIMCTRL.
012000
012100 FD  WI-MC-ARRIVAL-RPT-FILE
012200     LABEL RECORDS ARE STANDARD.
012300 01  WI-MC-ARRIVAL-RPT-REC          PIC X(132).
012400
012500 FD  WI-MC-PROC-DATE-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  WI-MC-PROC-DATE-REC.
012800     COPY WIMCPDT.
012900
013000 FD  WI-MC-HOLIDAY-FILE
013100     LABEL RECORDS ARE STANDARD.
013200 01  WI-MC-HOLIDAY-REC.
013300     COPY WIMCHOL.
013400
013405 FD  WI-MC-STEP-FILE
013410     LABEL RECORDS ARE STANDARD.
013415 01  WI-MC-STEP-REC.
013420     COPY WIMCSTP.
013425
013430 FD  WI-MC-STEP-HIST-FILE
013435     LABEL RECORDS ARE STANDARD.
013440 01  WI-MC-STEP-HIST-REC            PIC X(160).
013445
013450 FD  WI-MC-STEP-OVR-FILE
013455     LABEL RECORDS ARE STANDARD.
013460 01  WI-MC-STEP-OVR-REC.
013465     COPY WIMCSTO.
013470
013500 WORKING-STORAGE SECTION.
013600
013700 77  WI-MC-SCHEDULE-STATUS          PIC X(02) VALUE SPACES.
013800 77  WI-MC-WAIVER-STATUS            PIC X(02) VALUE SPACES.
013900 77  WI-MC-ARRIVAL-STATUS           PIC X(02) VALUE SPACES.
014000 77  WI-MC-INBOUND-STATUS           PIC X(02) VALUE SPACES.
014100 77  WI-MC-RESULT-STATUS            PIC X(02) VALUE SPACES.
014200 77  WI-MC-ARRIVAL-RPT-STATUS       PIC X(02) VALUE SPACES.
014300 77  WI-MC-PROC-DATE-STATUS         PIC X(02) VALUE SPACES.
014310 77  WI-MC-STEP-STATUS              PIC X(02) VALUE SPACES.
014320 77  WI-MC-STEP-HIST-STATUS         PIC X(02) VALUE SPACES.
014330 77  WI-MC-STEP-OVR-STATUS          PIC X(02) VALUE SPACES.
014400 77  WI-MC-HOLIDAY-STATUS           PIC X(02) VALUE SPACES.
014500
014600 01  WI-MC-SWITCHES.
014700     05 WI-MC-SCHEDULE-EOF-SW       PIC X(01) VALUE 'N'.
014800        88 WI-MC-SCHEDULE-EOF             VALUE 'Y'.
014900     05 WI-MC-WAIVER-EOF-SW         PIC X(01) VALUE 'N'.
015000        88 WI-MC-WAIVER-EOF               VALUE 'Y'.
015100     05 WI-MC-ARRIVAL-EOF-SW        PIC X(01) VALUE 'N'.
015200        88 WI-MC-ARRIVAL-EOF              VALUE 'Y'.
015300     05 WI-MC-INBOUND-EOF-SW        PIC X(01) VALUE 'N'.
015400        88 WI-MC-INBOUND-EOF              VALUE 'Y'.
015500     05 WI-MC-HOLIDAY-EOF-SW        PIC X(01) VALUE 'N'.
015600        88 WI-MC-HOLIDAY-EOF              VALUE 'Y'.
015700     05 WI-MC-RUN-HOLIDAY-SW        PIC X(01) VALUE 'N'.
015800        88 WI-MC-RUN-HOLIDAY              VALUE 'Y'.
015900     05 WI-MC-SEGMENT-OPEN-SW       PIC X(01) VALUE 'N'.
016000        88 WI-MC-SEGMENT-OPEN             VALUE 'Y'.
016100     05 WI-MC-SEG-TRAILER-SW        PIC X(01) VALUE 'N'.
016200        88 WI-MC-SEG-TRAILER-SEEN         VALUE 'Y'.
016300     05 WI-MC-SEG-WRONG-PROV-SW     PIC X(01) VALUE 'N'.
016400        88 WI-MC-SEG-WRONG-PROVIDER       VALUE 'Y'.
016500     05 WI-MC-PAIRING-SW            PIC X(01) VALUE 'N'.
016600        88 WI-MC-PAIRING-BROKEN           VALUE 'Y'.
016700     05 WI-MC-WAIVED-SW             PIC X(01) VALUE 'N'.
016800        88 WI-MC-WAIVED                   VALUE 'Y'.
016900     05 WI-MC-UNSCHED-HDR-SW        PIC X(01) VALUE 'N'.
017000        88 WI-MC-UNSCHED-HDR-DONE         VALUE 'Y'.
017100
017200 01  WI-MC-COUNTERS.
017300     05 WI-MC-SCHEDULE-COUNT        PIC 9(05) COMP VALUE ZERO.
017400     05 WI-MC-WAIVER-COUNT          PIC 9(03) COMP VALUE ZERO.
017500     05 WI-MC-LOG-COUNT             PIC 9(03) COMP VALUE ZERO.
017600     05 WI-MC-FILE-COUNT            PIC 9(03) COMP VALUE ZERO.
017700     05 WI-MC-SEG-SEQ               PIC 9(03) COMP VALUE ZERO.
017800     05 WI-MC-INBOUND-READ          PIC 9(09) COMP VALUE ZERO.
017900     05 WI-MC-MERGED-COUNT          PIC 9(09) COMP VALUE ZERO.
018000     05 WI-MC-ACCEPTED-FILES        PIC 9(03) COMP VALUE ZERO.
018100     05 WI-MC-REJECTED-FILES        PIC 9(03) COMP VALUE ZERO.
018200     05 WI-MC-LATE-FILES            PIC 9(03) COMP VALUE ZERO.
018300     05 WI-MC-EXTRA-FILES           PIC 9(03) COMP VALUE ZERO.
018400     05 WI-MC-MISSING-FILES         PIC 9(03) COMP VALUE ZERO.
018500     05 WI-MC-WAIVED-PROVIDERS      PIC 9(05) COMP VALUE ZERO.
018600     05 WI-MC-HELD-PROVIDERS        PIC 9(05) COMP VALUE ZERO.
018700
018800 01  WI-MC-RUN-DATE                 PIC 9(06) VALUE ZERO.
018900 01  WI-MC-RUN-DAY-NUM              PIC 9(08) COMP VALUE ZERO.
019000 01  WI-MC-RUN-DOW                  PIC 9(01) COMP VALUE ZERO.
019100 01  WI-MC-DOW-WORK                 PIC 9(01) COMP VALUE ZERO.
019200 01  WI-MC-HOL-SUB                  PIC 9(03) COMP VALUE ZERO.
019300 01  WI-MC-SCHED-SUB                PIC 9(05) COMP VALUE ZERO.
019400 01  WI-MC-FILE-SUB                 PIC 9(03) COMP VALUE ZERO.
019500 01  WI-MC-WAIVER-SUB               PIC 9(03) COMP VALUE ZERO.
019600 01  WI-MC-ADDON-SUBSCRIPT          PIC 9(01) COMP VALUE ZERO.
019700 01  WI-MC-PREV-PROVIDER            PIC X(12) VALUE LOW-VALUES.
019800 01  WI-MC-REJECT-REASON            PIC X(32) VALUE SPACES.
019900 01  WI-MC-SHORT-WORD               PIC X(07) VALUE SPACES.
020000 01  WI-MC-WAIVER-BY                PIC X(08) VALUE SPACES.
020100
020200******************************************************************
020300* The file being balanced on the first pass over WIMCINBD: its   *
020400* record count and signed net add-on value, the first provider   *
020500* on it, and its trailer's figures once the trailer is read.     *
020600******************************************************************
020700 01  WI-MC-SEGMENT.
020800     05 WI-MC-SEG-RECORDS           PIC 9(09) COMP VALUE ZERO.
020900     05 WI-MC-SEG-TOTAL             PIC S9(09)V99 COMP-3
021000                                     VALUE ZERO.
021100     05 WI-MC-SEG-PROVIDER          PIC X(12) VALUE SPACES.
021200     05 WI-MC-SEG-TRL-COUNT         PIC 9(09) COMP VALUE ZERO.
021300     05 WI-MC-SEG-TRL-TOTAL         PIC S9(09)V99 COMP-3
021400                                     VALUE ZERO.
021500
021600******************************************************************
021700* WI-MC-MERGED-TOTAL - signed net of every add-on value written  *
021800* to WIMCIN, reversals subtracted, for the consolidated          *
021900* trailer.                                                       *
022000******************************************************************
022100 01  WI-MC-MERGED-TOTAL             PIC S9(09)V99 COMP-3
022200                                     VALUE ZERO.
022300
022400******************************************************************
022500* WI-MC-HOLIDAY-TABLE - the holiday calendar (WIMCHOL) as day    *
022600* numbers; the processing date being on it changes which         *
022700* carriers are due.                                              *
022800******************************************************************
022900 01  WI-MC-HOLIDAY-COUNT            PIC 9(03) COMP VALUE ZERO.
023000 01  WI-MC-HOLIDAY-TABLE.
023100     05 WI-MC-HOLIDAY-ENTRY OCCURS 1 TO 400 TIMES
023200           DEPENDING ON WI-MC-HOLIDAY-COUNT.
023300        10 WI-MC-HOLIDAY-DAY-NUM   PIC 9(08) COMP.
023400
023500******************************************************************
023600* WI-MC-SCHEDULE-TABLE - the expected-feed calendar, with the    *
023700* number of files due from each carrier on the processing date   *
023800* worked out as it loads, and the day's files counted against    *
023900* it.                                                            *
024000******************************************************************
024100 01  WI-MC-SCHEDULE-TABLE.
024200     05 WI-MC-SCHED-ENTRY OCCURS 1 TO 5000 TIMES
024300           DEPENDING ON WI-MC-SCHEDULE-COUNT
024400           ASCENDING KEY IS WI-MC-SCHED-PROVIDER
024500           INDEXED BY WI-MC-SCHED-IDX.
024600        10 WI-MC-SCHED-PROVIDER    PIC X(12).
024700        10 WI-MC-SCHED-EXPECTED    PIC 9(02).
024800        10 WI-MC-SCHED-LATEST      PIC 9(04).
024900        10 WI-MC-SCHED-MANDATORY   PIC X(01).
025000        10 WI-MC-SCHED-RECEIVED    PIC 9(03) COMP.
025100        10 WI-MC-SCHED-ACCEPTED    PIC 9(03) COMP.
025200        10 WI-MC-SCHED-MISSING     PIC 9(03) COMP.
025300        10 WI-MC-SCHED-STATUS      PIC X(50).
025400
025500******************************************************************
025600* WI-MC-WAIVER-TABLE - the waivers posted for the processing     *
025700* date.                                                          *
025800******************************************************************
025900 01  WI-MC-WAIVER-TABLE.
026000     05 WI-MC-WAIVER-ENTRY OCCURS 1 TO 500 TIMES
026100           DEPENDING ON WI-MC-WAIVER-COUNT.
026200        10 WI-MC-WAIVER-TBL-PROVIDER PIC X(12).
026300        10 WI-MC-WAIVER-TBL-USER     PIC X(08).
026400
026500******************************************************************
026600* WI-MC-FILE-TABLE - one entry per arrival-log entry, in         *
026700* landing order, filled in as its file is balanced and           *
026800* classified.  A file on WIMCINBD beyond the last log entry is   *
026900* added behind them so it can be reported.  The status is        *
027000* A on time, L late, X extra, I internal re-drive - all four     *
027100* merged - R rejected, or N not merged because the log and       *
027200* the inbound files did not pair.                                *
027300******************************************************************
027400 01  WI-MC-FILE-TABLE.
027500     05 WI-MC-FILE-ENTRY OCCURS 1 TO 999 TIMES
027600           DEPENDING ON WI-MC-FILE-COUNT.
027700        10 WI-MC-FTBL-PROVIDER     PIC X(12).
027800        10 WI-MC-FTBL-SOURCE       PIC X(01).
027900        10 WI-MC-FTBL-ARR-DATE     PIC 9(06).
028000        10 WI-MC-FTBL-ARR-TIME     PIC 9(04).
028100        10 WI-MC-FTBL-DSNAME       PIC X(44).
028200        10 WI-MC-FTBL-RECORDS      PIC 9(09) COMP.
028300        10 WI-MC-FTBL-TOTAL        PIC S9(09)V99 COMP-3.
028400        10 WI-MC-FTBL-SCHED-SUB    PIC 9(05) COMP.
028500        10 WI-MC-FTBL-STATUS       PIC X(01).
028600           88 WI-MC-FTBL-REJECTED        VALUE 'R'.
028700        10 WI-MC-FTBL-STATUS-WORD  PIC X(08).
028800        10 WI-MC-FTBL-REMARK       PIC X(32).
028900
029000 01  WI-MC-DAY-NAME-VALUES.
029100     05 FILLER                      PIC X(09) VALUE 'MONDAY'.
029200     05 FILLER                      PIC X(09) VALUE 'TUESDAY'.
029300     05 FILLER                      PIC X(09) VALUE 'WEDNESDAY'.
029400     05 FILLER                      PIC X(09) VALUE 'THURSDAY'.
029500     05 FILLER                      PIC X(09) VALUE 'FRIDAY'.
029600     05 FILLER                      PIC X(09) VALUE 'SATURDAY'.
029700     05 FILLER                      PIC X(09) VALUE 'SUNDAY'.
029800 01  WI-MC-DAY-NAME-TABLE REDEFINES WI-MC-DAY-NAME-VALUES.
029900     05 WI-MC-DAY-NAME              PIC X(09) OCCURS 7 TIMES.
030000
030100 01  WI-MC-RPT-TIMESTAMP-WORK.
030200     05 WI-MC-RPT-DATE              PIC 9(06).
030300     05 WI-MC-RPT-TIME              PIC 9(08).
030400 01  WI-MC-RPT-STAMP                PIC X(15) VALUE SPACES.
030500
030600 01  WI-MC-FARR-HDR-1.
030700     05 FILLER                      PIC X(01) VALUE SPACE.
030800     05 FILLER                      PIC X(30) VALUE
030900        'WIMC090 FEED ARRIVAL REPORT - '.
031000     05 WI-MC-H-STAMP               PIC X(15).
031100     05 FILLER                      PIC X(18) VALUE
031200        '  PROCESSING DATE '.
031300     05 WI-MC-H-RUN-DATE            PIC 9(06).
031400     05 FILLER                      PIC X(02) VALUE SPACES.
031500     05 WI-MC-H-DAY-NAME            PIC X(09).
031600     05 WI-MC-H-HOLIDAY             PIC X(09).
031700     05 FILLER                      PIC X(42) VALUE SPACES.
031800
031900 01  WI-MC-FARR-HDR-2.
032000     05 FILLER                      PIC X(01) VALUE SPACE.
032100     05 FILLER                      PIC X(12) VALUE 'PROVIDER'.
032200     05 FILLER                      PIC X(01) VALUE SPACE.
032300     05 FILLER                      PIC X(08) VALUE 'EXPECTED'.
032400     05 FILLER                      PIC X(02) VALUE SPACES.
032500     05 FILLER                      PIC X(08) VALUE 'RECEIVED'.
032600     05 FILLER                      PIC X(02) VALUE SPACES.
032700     05 FILLER                      PIC X(08) VALUE 'ACCEPTED'.
032800     05 FILLER                      PIC X(02) VALUE SPACES.
032900     05 FILLER                      PIC X(07) VALUE 'MISSING'.
033000     05 FILLER                      PIC X(01) VALUE SPACE.
033100     05 FILLER                      PIC X(06) VALUE 'LATEST'.
033200     05 FILLER                      PIC X(03) VALUE SPACES.
033300     05 FILLER                      PIC X(09) VALUE 'FEED'.
033400     05 FILLER                      PIC X(02) VALUE SPACES.
033500     05 FILLER                      PIC X(50) VALUE 'STATUS'.
033600     05 FILLER                      PIC X(10) VALUE SPACES.
033700
033800******************************************************************
033900* Each carrier due today, or that landed a file today, prints    *
034000* its own line followed by one line per file it landed.          *
034100******************************************************************
034200 01  WI-MC-FARR-PROV-LINE.
034300     05 FILLER                      PIC X(01) VALUE SPACE.
034400     05 WI-MC-P-PROVIDER            PIC X(12).
034500     05 FILLER                      PIC X(06) VALUE SPACES.
034600     05 WI-MC-P-EXPECTED            PIC ZZ9.
034700     05 FILLER                      PIC X(07) VALUE SPACES.
034800     05 WI-MC-P-RECEIVED            PIC ZZ9.
034900     05 FILLER                      PIC X(07) VALUE SPACES.
035000     05 WI-MC-P-ACCEPTED            PIC ZZ9.
035100     05 FILLER                      PIC X(06) VALUE SPACES.
035200     05 WI-MC-P-MISSING             PIC ZZ9.
035300     05 FILLER                      PIC X(03) VALUE SPACES.
035400     05 WI-MC-P-LATEST              PIC 9(04).
035500     05 FILLER                      PIC X(03) VALUE SPACES.
035600     05 WI-MC-P-FEED                PIC X(09).
035700     05 FILLER                      PIC X(02) VALUE SPACES.
035800     05 WI-MC-P-STATUS              PIC X(50).
035900     05 FILLER                      PIC X(10) VALUE SPACES.
036000
036100 01  WI-MC-FARR-FILE-LINE.
036200     05 FILLER                      PIC X(03) VALUE SPACES.
036300     05 WI-MC-F-PROVIDER            PIC X(12).
036400     05 FILLER                      PIC X(06) VALUE ' FILE '.
036500     05 WI-MC-F-SEQ                 PIC ZZ9.
036600     05 FILLER                      PIC X(09) VALUE
036700        ' ARRIVED '.
036800     05 WI-MC-F-ARR-DATE            PIC 9(06).
036900     05 FILLER                      PIC X(01) VALUE SPACE.
037000     05 WI-MC-F-ARR-TIME            PIC 9(04).
037100     05 FILLER                      PIC X(09) VALUE
037200        ' RECORDS '.
037300     05 WI-MC-F-RECORDS             PIC ZZZ,ZZZ,ZZ9.
037400     05 FILLER                      PIC X(07) VALUE ' VALUE '.
037500     05 WI-MC-F-VALUE               PIC -ZZZ,ZZZ,ZZ9.99.
037600     05 FILLER                      PIC X(02) VALUE SPACES.
037700     05 WI-MC-F-STATUS              PIC X(08).
037800     05 FILLER                      PIC X(02) VALUE SPACES.
037900     05 WI-MC-F-REMARK              PIC X(32).
038000     05 FILLER                      PIC X(02) VALUE SPACES.
038100
038200 01  WI-MC-FARR-DSN-LINE.
038300     05 FILLER                      PIC X(22) VALUE SPACES.
038400     05 FILLER                      PIC X(08) VALUE 'DATASET '.
038500     05 WI-MC-F-DSNAME              PIC X(44).
038600     05 FILLER                      PIC X(58) VALUE SPACES.
038700
038800 01  WI-MC-FARR-UNSCHED-LINE.
038900     05 FILLER                      PIC X(01) VALUE SPACE.
039000     05 FILLER                      PIC X(50) VALUE
039100        'FILES FROM CARRIERS NOT ON THE FEED SCHEDULE, AND '.
039200     05 FILLER                      PIC X(19) VALUE
039300        'INTERNAL RE-DRIVES'.
039400     05 FILLER                      PIC X(62) VALUE SPACES.
039500
039600 01  WI-MC-FARR-TOT-LINE-1.
039700     05 FILLER                      PIC X(01) VALUE SPACE.
039800     05 FILLER                      PIC X(13) VALUE
039900        'FILES LANDED '.
040000     05 WI-MC-T-LANDED              PIC ZZ9.
040100     05 FILLER                      PIC X(11) VALUE
040200        '  ACCEPTED '.
040300     05 WI-MC-T-ACCEPTED            PIC ZZ9.
040400     05 FILLER                      PIC X(07) VALUE '  LATE '.
040500     05 WI-MC-T-LATE                PIC ZZ9.
040600     05 FILLER                      PIC X(08) VALUE '  EXTRA '.
040700     05 WI-MC-T-EXTRA               PIC ZZ9.
040800     05 FILLER                      PIC X(11) VALUE
040900        '  REJECTED '.
041000     05 WI-MC-T-REJECTED            PIC ZZ9.
041100     05 FILLER                      PIC X(16) VALUE
041200        '  FILES MISSING '.
041300     05 WI-MC-T-MISSING             PIC ZZ9.
041400     05 FILLER                      PIC X(19) VALUE
041500        '  CARRIERS WAIVED  '.
041600     05 WI-MC-T-WAIVED              PIC ZZ,ZZ9.
041700     05 FILLER                      PIC X(22) VALUE SPACES.
041800
041900 01  WI-MC-FARR-TOT-LINE-2.
042000     05 FILLER                      PIC X(01) VALUE SPACE.
042100     05 FILLER                      PIC X(23) VALUE
042200        'WIMCIN RECORDS MERGED  '.
042300     05 WI-MC-T-MERGED              PIC ZZZ,ZZZ,ZZ9.
042400     05 FILLER                      PIC X(17) VALUE
042500        '  CONTROL TOTAL  '.
042600     05 WI-MC-T-CONTROL-TOTAL       PIC -ZZZ,ZZZ,ZZ9.99.
042700     05 FILLER                      PIC X(65) VALUE SPACES.
042800
042900 01  WI-MC-FARR-MSG-LINE.
043000     05 FILLER                      PIC X(01) VALUE SPACE.
043100     05 WI-MC-M-MESSAGE             PIC X(80).
043200     05 FILLER                      PIC X(51) VALUE SPACES.
043300
043302******************************************************************
043304* Step control - this step's entry on the step-control file      *
043306* (WIMCSTP), its place in the daily cycle (WIMCCYC) and the      *
043308* rerun override (WIMCSTO) taken, if any.                        *
043310******************************************************************
043312 01  WI-MC-STEP-WORK.
043314     05 WI-MC-STEP-NAME             PIC X(08) VALUE 'WIMC090'.
043316     05 WI-MC-STEP-DATE             PIC 9(06) VALUE ZERO.
043318     05 WI-MC-STEP-CYCLE-SUB        PIC 9(02) COMP VALUE ZERO.
043320     05 WI-MC-STEP-SCAN-SUB         PIC 9(02) COMP VALUE ZERO.
043322     05 WI-MC-STEP-PRED-SUB         PIC 9(02) COMP VALUE ZERO.
043324     05 WI-MC-STEP-PRED-NAME        PIC X(08) VALUE SPACES.
043326     05 WI-MC-STEP-FOUND-SW         PIC X(01) VALUE 'N'.
043328        88 WI-MC-STEP-FOUND               VALUE 'Y'.
043330     05 WI-MC-STEP-OVR-EOF-SW       PIC X(01) VALUE 'N'.
043332        88 WI-MC-STEP-OVR-EOF             VALUE 'Y'.
043334     05 WI-MC-STEP-OVR-POSTED       PIC 9(10) VALUE ZERO.
043336     05 WI-MC-STEP-OVR-USER         PIC X(08) VALUE SPACES.
043338     05 WI-MC-STEP-OVR-REASON       PIC X(40) VALUE SPACES.
043340     05 WI-MC-STEP-REFUSAL          PIC X(40) VALUE SPACES.
043342 01  WI-MC-CYCLE-STEPS.
043344     COPY WIMCCYC.
043346
043400 PROCEDURE DIVISION.
043500
043600******************************************************************
043700* 0000-MAINLINE                                                  *
043800******************************************************************
043900 0000-MAINLINE.
044000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044100     PERFORM 2000-SCAN-INBOUND THRU 2000-EXIT
044200         UNTIL WI-MC-INBOUND-EOF.
044300     PERFORM 2500-CHECK-PAIRING THRU 2500-EXIT.
044400     PERFORM 3000-CLASSIFY-FILE THRU 3000-EXIT
044500         VARYING WI-MC-FILE-SUB FROM 1 BY 1
044600         UNTIL WI-MC-FILE-SUB > WI-MC-FILE-COUNT.
044700     IF NOT WI-MC-PAIRING-BROKEN
044800         PERFORM 4000-MERGE-INBOUND THRU 4000-EXIT
044900         PERFORM 5000-CHECK-EXPECTED THRU 5000-EXIT
045000             VARYING WI-MC-SCHED-SUB FROM 1 BY 1
045100             UNTIL WI-MC-SCHED-SUB > WI-MC-SCHEDULE-COUNT
045200     END-IF.
045300     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
045400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
045410     PERFORM 8950-END-STEP THRU 8950-EXIT.
045500     STOP RUN.
045600
045700******************************************************************
045800* 1000-INITIALIZE - processing date and its weekday, the         *
045900* holiday calendar, the feed schedule, the day's waivers and     *
046000* the arrival log.                                               *
046100******************************************************************
046200 1000-INITIALIZE.
046300     OPEN INPUT WI-MC-PROC-DATE-FILE.
046400     IF WI-MC-PROC-DATE-STATUS = '00'
046500         PERFORM 1320-READ-PROCESS-DATE THRU 1320-EXIT
046600         CLOSE WI-MC-PROC-DATE-FILE
046700     END-IF.
046800     IF WI-MC-RUN-DATE = ZERO
046900         DISPLAY 'WIMC090 - NO PROCESSING DATE CONTROL, '
047000             'CLOCK DATE USED'
047100         ACCEPT WI-MC-RUN-DATE FROM DATE
047200     END-IF.
047300     COMPUTE WI-MC-RUN-DAY-NUM =
047400         FUNCTION INTEGER-OF-DATE (20000000 + WI-MC-RUN-DATE).
047410     MOVE WI-MC-RUN-DATE TO WI-MC-STEP-DATE.
047420     PERFORM 1700-START-STEP THRU 1700-EXIT.
047500     COMPUTE WI-MC-DOW-WORK =
047600         FUNCTION MOD (WI-MC-RUN-DAY-NUM 7).
047700     IF WI-MC-DOW-WORK = 0
047800         MOVE 7 TO WI-MC-RUN-DOW
047900     ELSE
048000         MOVE WI-MC-DOW-WORK TO WI-MC-RUN-DOW
048100     END-IF.
048200
048300     OPEN INPUT WI-MC-HOLIDAY-FILE.
048400     IF WI-MC-HOLIDAY-STATUS = '00'
048500         PERFORM 1400-LOAD-HOLIDAYS THRU 1400-EXIT
048600             UNTIL WI-MC-HOLIDAY-EOF
048700         CLOSE WI-MC-HOLIDAY-FILE
048800     END-IF.
048900     PERFORM 1450-TEST-RUN-HOLIDAY THRU 1450-EXIT
049000         VARYING WI-MC-HOL-SUB FROM 1 BY 1
049100         UNTIL WI-MC-HOL-SUB > WI-MC-HOLIDAY-COUNT
049200            OR WI-MC-RUN-HOLIDAY.
049300
049400     OPEN INPUT WI-MC-SCHEDULE-FILE.
049500     IF WI-MC-SCHEDULE-STATUS NOT = '00'
049600         DISPLAY 'WIMC090 - FEED SCHEDULE OPEN FAILED, STATUS '
049700             WI-MC-SCHEDULE-STATUS
049800         MOVE 16 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100     PERFORM 1100-LOAD-SCHEDULE THRU 1100-EXIT
050200         UNTIL WI-MC-SCHEDULE-EOF.
050300     CLOSE WI-MC-SCHEDULE-FILE.
050400
050500     OPEN INPUT WI-MC-WAIVER-FILE.
050600     IF WI-MC-WAIVER-STATUS = '00'
050700         PERFORM 1200-LOAD-WAIVERS THRU 1200-EXIT
050800             UNTIL WI-MC-WAIVER-EOF
050900         CLOSE WI-MC-WAIVER-FILE
051000     END-IF.
051100
051200     OPEN INPUT WI-MC-ARRIVAL-FILE.
051300     IF WI-MC-ARRIVAL-STATUS NOT = '00'
051400         DISPLAY 'WIMC090 - ARRIVAL LOG OPEN FAILED, STATUS '
051500             WI-MC-ARRIVAL-STATUS
051600         MOVE 16 TO RETURN-CODE
051700         STOP RUN
051800     END-IF.
051900     PERFORM 1300-LOAD-ARRIVALS THRU 1300-EXIT
052000         UNTIL WI-MC-ARRIVAL-EOF.
052100     CLOSE WI-MC-ARRIVAL-FILE.
052200     MOVE WI-MC-FILE-COUNT TO WI-MC-LOG-COUNT.
052300
052400     OPEN INPUT WI-MC-INBOUND-FILE.
052500     IF WI-MC-INBOUND-STATUS NOT = '00'
052600         DISPLAY 'WIMC090 - INBOUND FILES OPEN FAILED, STATUS '
052700             WI-MC-INBOUND-STATUS
052800         MOVE 16 TO RETURN-CODE
052900         STOP RUN
053000     END-IF.
053100
053200     OPEN OUTPUT WI-MC-ARRIVAL-RPT-FILE.
053300     PERFORM 1800-BUILD-STAMP THRU 1800-EXIT.
053400     MOVE WI-MC-RPT-STAMP TO WI-MC-H-STAMP.
053500     MOVE WI-MC-RUN-DATE  TO WI-MC-H-RUN-DATE.
053600     MOVE WI-MC-DAY-NAME (WI-MC-RUN-DOW) TO WI-MC-H-DAY-NAME.
053700     MOVE SPACES TO WI-MC-H-HOLIDAY.
053800     IF WI-MC-RUN-HOLIDAY
053900         MOVE 'HOLIDAY' TO WI-MC-H-HOLIDAY
054000     END-IF.
054100     WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-HDR-1.
054200     WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-HDR-2.
054300 1000-EXIT.
054400     EXIT.
054500
054600******************************************************************
054700* 1100-LOAD-SCHEDULE - WIMCFSC is maintained in ascending        *
054800* provider sequence so the table can be searched with SEARCH     *
054900* ALL.  The files due today are zero unless the processing       *
055000* date's weekday is flagged and, on a holiday, the carrier is    *
055100* flagged to send on holidays.  A latest arrival time that is    *
055200* not a valid HHMM is taken as the end of the day.               *
055300******************************************************************
055400 1100-LOAD-SCHEDULE.
055500     READ WI-MC-SCHEDULE-FILE
055600         AT END
055700             SET WI-MC-SCHEDULE-EOF TO TRUE
055800             GO TO 1100-EXIT
055900     END-READ.
056000     IF WI-MC-SCHEDULE-COUNT = 5000
056100         DISPLAY 'WIMC090 - FEED SCHEDULE TABLE FULL'
056200         MOVE 16 TO RETURN-CODE
056300         STOP RUN
056400     END-IF.
056500     IF WI_MC_FEEDSCH_PROVIDER NOT > WI-MC-PREV-PROVIDER
056600         DISPLAY 'WIMC090 - FEED SCHEDULE OUT OF SEQUENCE AT '
056700             WI_MC_FEEDSCH_PROVIDER
056800         MOVE 16 TO RETURN-CODE
056900         STOP RUN
057000     END-IF.
057100     MOVE WI_MC_FEEDSCH_PROVIDER TO WI-MC-PREV-PROVIDER.
057200     ADD 1 TO WI-MC-SCHEDULE-COUNT.
057300     MOVE WI-MC-SCHEDULE-COUNT TO WI-MC-SCHED-SUB.
057400     MOVE WI_MC_FEEDSCH_PROVIDER
057500         TO WI-MC-SCHED-PROVIDER (WI-MC-SCHED-SUB).
057600     MOVE ZERO TO WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB).
057700     IF WI_MC_FEEDSCH_DAY (WI-MC-RUN-DOW) = 'Y'
057800      AND WI_MC_FEEDSCH_FILE_COUNT NUMERIC
057900         IF NOT WI-MC-RUN-HOLIDAY
058000          OR WI_MC_FEEDSCH_HOLIDAY_FEED
058100             MOVE WI_MC_FEEDSCH_FILE_COUNT
058200                 TO WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB)
058300         END-IF
058400     END-IF.
058500     IF WI_MC_FEEDSCH_LATEST_TIME NUMERIC
058600      AND WI_MC_FEEDSCH_LATEST_TIME < 2400
058700         MOVE WI_MC_FEEDSCH_LATEST_TIME
058800             TO WI-MC-SCHED-LATEST (WI-MC-SCHED-SUB)
058900     ELSE
059000         MOVE 2359 TO WI-MC-SCHED-LATEST (WI-MC-SCHED-SUB)
059100     END-IF.
059200     MOVE WI_MC_FEEDSCH_MANDATORY_SW
059300         TO WI-MC-SCHED-MANDATORY (WI-MC-SCHED-SUB).
059400     MOVE ZERO TO WI-MC-SCHED-RECEIVED (WI-MC-SCHED-SUB).
059500     MOVE ZERO TO WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB).
059600     MOVE ZERO TO WI-MC-SCHED-MISSING (WI-MC-SCHED-SUB).
059700     MOVE SPACES TO WI-MC-SCHED-STATUS (WI-MC-SCHED-SUB).
059800 1100-EXIT.
059900     EXIT.
060000
060100******************************************************************
060200* 1200-LOAD-WAIVERS - only the processing date's waivers are     *
060300* kept.                                                          *
060400******************************************************************
060500 1200-LOAD-WAIVERS.
060600     READ WI-MC-WAIVER-FILE
060700         AT END
060800             SET WI-MC-WAIVER-EOF TO TRUE
060900             GO TO 1200-EXIT
061000     END-READ.
061100     IF WI_MC_WAIVER_DATE NOT = WI-MC-RUN-DATE
061200         GO TO 1200-EXIT
061300     END-IF.
061400     IF WI-MC-WAIVER-COUNT = 500
061500         DISPLAY 'WIMC090 - FEED WAIVER TABLE FULL'
061600         MOVE 16 TO RETURN-CODE
061700         STOP RUN
061800     END-IF.
061900     ADD 1 TO WI-MC-WAIVER-COUNT.
062000     MOVE WI_MC_WAIVER_PROVIDER
062100         TO WI-MC-WAIVER-TBL-PROVIDER (WI-MC-WAIVER-COUNT).
062200     MOVE WI_MC_WAIVER_USER
062300         TO WI-MC-WAIVER-TBL-USER (WI-MC-WAIVER-COUNT).
062400 1200-EXIT.
062500     EXIT.
062600
062700******************************************************************
062800* 1300-LOAD-ARRIVALS - one file-table entry per landed file,     *
062900* in landing order.                                              *
063000******************************************************************
063100 1300-LOAD-ARRIVALS.
063200     READ WI-MC-ARRIVAL-FILE
063300         AT END
063400             SET WI-MC-ARRIVAL-EOF TO TRUE
063500             GO TO 1300-EXIT
063600     END-READ.
063700     IF WI-MC-FILE-COUNT = 999
063800         DISPLAY 'WIMC090 - ARRIVAL LOG TABLE FULL'
063900         MOVE 16 TO RETURN-CODE
064000         STOP RUN
064100     END-IF.
064200     ADD 1 TO WI-MC-FILE-COUNT.
064300     MOVE WI-MC-FILE-COUNT TO WI-MC-FILE-SUB.
064400     MOVE WI_MC_ARRIVAL_PROVIDER
064500         TO WI-MC-FTBL-PROVIDER (WI-MC-FILE-SUB).
064600     MOVE WI_MC_ARRIVAL_SOURCE
064700         TO WI-MC-FTBL-SOURCE (WI-MC-FILE-SUB).
064800     MOVE WI_MC_ARRIVAL_DATE
064900         TO WI-MC-FTBL-ARR-DATE (WI-MC-FILE-SUB).
065000     MOVE WI_MC_ARRIVAL_TIME
065100         TO WI-MC-FTBL-ARR-TIME (WI-MC-FILE-SUB).
065200     MOVE WI_MC_ARRIVAL_DSNAME
065300         TO WI-MC-FTBL-DSNAME (WI-MC-FILE-SUB).
065400     PERFORM 1350-CLEAR-FILE-ENTRY THRU 1350-EXIT.
065500 1300-EXIT.
065600     EXIT.
065700
065800 1350-CLEAR-FILE-ENTRY.
065900     MOVE ZERO   TO WI-MC-FTBL-RECORDS (WI-MC-FILE-SUB).
066000     MOVE ZERO   TO WI-MC-FTBL-TOTAL (WI-MC-FILE-SUB).
066100     MOVE ZERO   TO WI-MC-FTBL-SCHED-SUB (WI-MC-FILE-SUB).
066200     MOVE SPACE  TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB).
066300     MOVE SPACES TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB).
066400     MOVE SPACES TO WI-MC-FTBL-REMARK (WI-MC-FILE-SUB).
066500 1350-EXIT.
066600     EXIT.
066700
066800 1320-READ-PROCESS-DATE.
066900     READ WI-MC-PROC-DATE-FILE
067000         AT END
067100             CONTINUE
067200         NOT AT END
067300             IF WI_MC_PROCESS_DATE NUMERIC
067400              AND WI_MC_PROCESS_DATE > ZERO
067500                 MOVE WI_MC_PROCESS_DATE TO WI-MC-RUN-DATE
067600             END-IF
067700     END-READ.
067800 1320-EXIT.
067900     EXIT.
068000
068100 1400-LOAD-HOLIDAYS.
068200     READ WI-MC-HOLIDAY-FILE
068300         AT END
068400             SET WI-MC-HOLIDAY-EOF TO TRUE
068500         NOT AT END
068600             PERFORM 1410-ADD-HOLIDAY THRU 1410-EXIT
068700     END-READ.
068800 1400-EXIT.
068900     EXIT.
069000
069100 1410-ADD-HOLIDAY.
069200     IF WI-MC-HOLIDAY-COUNT = 400
069300         DISPLAY 'WIMC090 - HOLIDAY TABLE FULL'
069400         GO TO 1410-EXIT
069500     END-IF.
069600     ADD 1 TO WI-MC-HOLIDAY-COUNT.
069700     COMPUTE WI-MC-HOLIDAY-DAY-NUM (WI-MC-HOLIDAY-COUNT) =
069800         FUNCTION INTEGER-OF-DATE (20000000 +
069900             WI_MC_HOLIDAY_DATE).
070000 1410-EXIT.
070100     EXIT.
070200
070300 1450-TEST-RUN-HOLIDAY.
070400     IF WI-MC-HOLIDAY-DAY-NUM (WI-MC-HOL-SUB) = WI-MC-RUN-DAY-NUM
070500         SET WI-MC-RUN-HOLIDAY TO TRUE
070600     END-IF.
070700 1450-EXIT.
070800     EXIT.
070900
071000 1800-BUILD-STAMP.
071100     ACCEPT WI-MC-RPT-DATE FROM DATE.
071200     ACCEPT WI-MC-RPT-TIME FROM TIME.
071300     MOVE SPACES TO WI-MC-RPT-STAMP.
071400     STRING WI-MC-RPT-DATE DELIMITED BY SIZE
071500            SPACE          DELIMITED BY SIZE
071600            WI-MC-RPT-TIME DELIMITED BY SIZE
071700         INTO WI-MC-RPT-STAMP.
071800 1800-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200* 2000-SCAN-INBOUND - first pass over WIMCINBD.  Data records    *
072300* are counted and netted into the current file; a trailer        *
072400* closes it.  Records after the last trailer are a file that     *
072500* arrived without one.                                           *
072600******************************************************************
072700 2000-SCAN-INBOUND.
072800     READ WI-MC-INBOUND-FILE
072900         AT END
073000             SET WI-MC-INBOUND-EOF TO TRUE
073100             IF WI-MC-SEGMENT-OPEN
073200                 PERFORM 2300-CLOSE-SEGMENT THRU 2300-EXIT
073300             END-IF
073400             GO TO 2000-EXIT
073500     END-READ.
073600     ADD 1 TO WI-MC-INBOUND-READ.
073700     IF NOT WI-MC-SEGMENT-OPEN
073800         PERFORM 2100-OPEN-SEGMENT THRU 2100-EXIT
073900     END-IF.
074000     IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-INBOUND-TRL-REC
074100         SET WI-MC-SEG-TRAILER-SEEN TO TRUE
074200         MOVE WI_MC_TRAILER_RECORD_COUNT
074300             IN WI-MC-INBOUND-TRL-REC TO WI-MC-SEG-TRL-COUNT
074400         MOVE WI_MC_TRAILER_CONTROL_TOTAL
074500             IN WI-MC-INBOUND-TRL-REC TO WI-MC-SEG-TRL-TOTAL
074600         PERFORM 2300-CLOSE-SEGMENT THRU 2300-EXIT
074700         GO TO 2000-EXIT
074800     END-IF.
074900     ADD 1 TO WI-MC-SEG-RECORDS.
075000     PERFORM 2200-ADD-SEG-VALUE THRU 2200-EXIT
075100         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
075200         UNTIL WI-MC-ADDON-SUBSCRIPT >
075300               WI_MC_ADDON_COUNT IN WI-MC-INBOUND-REC.
075400     IF WI-MC-SEG-PROVIDER = SPACES
075500         MOVE WI_MC_RESULT_PROVIDER IN WI-MC-INBOUND-REC
075600             TO WI-MC-SEG-PROVIDER
075700     END-IF.
075800     IF WI-MC-SEG-SEQ NOT > WI-MC-LOG-COUNT
075900         IF WI-MC-FTBL-SOURCE (WI-MC-SEG-SEQ) = 'C'
076000          AND WI_MC_RESULT_PROVIDER IN WI-MC-INBOUND-REC
076100                 NOT = WI-MC-FTBL-PROVIDER (WI-MC-SEG-SEQ)
076200             SET WI-MC-SEG-WRONG-PROVIDER TO TRUE
076300         END-IF
076400     END-IF.
076500 2000-EXIT.
076600     EXIT.
076700
076800 2100-OPEN-SEGMENT.
076900     SET WI-MC-SEGMENT-OPEN TO TRUE.
077000     ADD 1 TO WI-MC-SEG-SEQ.
077100     MOVE ZERO   TO WI-MC-SEG-RECORDS.
077200     MOVE ZERO   TO WI-MC-SEG-TOTAL.
077300     MOVE SPACES TO WI-MC-SEG-PROVIDER.
077400     MOVE ZERO   TO WI-MC-SEG-TRL-COUNT.
077500     MOVE ZERO   TO WI-MC-SEG-TRL-TOTAL.
077600     MOVE 'N' TO WI-MC-SEG-TRAILER-SW.
077700     MOVE 'N' TO WI-MC-SEG-WRONG-PROV-SW.
077800 2100-EXIT.
077900     EXIT.
078000
078100 2200-ADD-SEG-VALUE.
078200     IF WI_MC_RESULT_REVERSAL IN WI-MC-INBOUND-REC
078300         SUBTRACT WI_MC_ADDON_VALUE IN WI-MC-INBOUND-REC
078400             (WI-MC-ADDON-SUBSCRIPT) FROM WI-MC-SEG-TOTAL
078500     ELSE
078600         ADD WI_MC_ADDON_VALUE IN WI-MC-INBOUND-REC
078700             (WI-MC-ADDON-SUBSCRIPT) TO WI-MC-SEG-TOTAL
078800     END-IF.
078900 2200-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300* 2300-CLOSE-SEGMENT - post the file just read to its arrival-   *
079400* log entry and balance it against its own trailer.  A file      *
079500* with no log entry left to pair with is added to the table      *
079600* for the report and breaks the pairing.                         *
079700******************************************************************
079800 2300-CLOSE-SEGMENT.
079900     MOVE 'N' TO WI-MC-SEGMENT-OPEN-SW.
080000     IF WI-MC-SEG-SEQ > WI-MC-LOG-COUNT
080100         PERFORM 2400-ADD-UNLOGGED-FILE THRU 2400-EXIT
080200         GO TO 2300-EXIT
080300     END-IF.
080400     MOVE WI-MC-SEG-SEQ TO WI-MC-FILE-SUB.
080500     MOVE WI-MC-SEG-RECORDS
080600         TO WI-MC-FTBL-RECORDS (WI-MC-FILE-SUB).
080700     MOVE WI-MC-SEG-TOTAL   TO WI-MC-FTBL-TOTAL (WI-MC-FILE-SUB).
080800     IF NOT WI-MC-SEG-TRAILER-SEEN
080900         MOVE 'NO TRAILER ON FILE' TO WI-MC-REJECT-REASON
081000         PERFORM 2350-REJECT-FILE THRU 2350-EXIT
081100         GO TO 2300-EXIT
081200     END-IF.
081300     IF WI-MC-SEG-RECORDS NOT = WI-MC-SEG-TRL-COUNT
081400         MOVE 'TRAILER RECORD COUNT DISAGREES'
081500             TO WI-MC-REJECT-REASON
081600         PERFORM 2350-REJECT-FILE THRU 2350-EXIT
081700         GO TO 2300-EXIT
081800     END-IF.
081900     IF WI-MC-SEG-TOTAL NOT = WI-MC-SEG-TRL-TOTAL
082000         MOVE 'TRAILER CONTROL TOTAL DISAGREES'
082100             TO WI-MC-REJECT-REASON
082200         PERFORM 2350-REJECT-FILE THRU 2350-EXIT
082300         GO TO 2300-EXIT
082400     END-IF.
082500     IF WI-MC-SEG-WRONG-PROVIDER
082600         MOVE 'RECORDS NOT FROM LOGGED PROVIDER'
082700             TO WI-MC-REJECT-REASON
082800         PERFORM 2350-REJECT-FILE THRU 2350-EXIT
082900     END-IF.
083000 2300-EXIT.
083100     EXIT.
083200
083300 2350-REJECT-FILE.
083400     MOVE 'R' TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB).
083500     MOVE 'REJECTED' TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB).
083600     MOVE WI-MC-REJECT-REASON
083700         TO WI-MC-FTBL-REMARK (WI-MC-FILE-SUB).
083800     ADD 1 TO WI-MC-REJECTED-FILES.
083900 2350-EXIT.
084000     EXIT.
084100
084200 2400-ADD-UNLOGGED-FILE.
084300     SET WI-MC-PAIRING-BROKEN TO TRUE.
084400     IF WI-MC-FILE-COUNT = 999
084500         GO TO 2400-EXIT
084600     END-IF.
084700     ADD 1 TO WI-MC-FILE-COUNT.
084800     MOVE WI-MC-FILE-COUNT TO WI-MC-FILE-SUB.
084900     PERFORM 1350-CLEAR-FILE-ENTRY THRU 1350-EXIT.
085000     MOVE WI-MC-SEG-PROVIDER
085100         TO WI-MC-FTBL-PROVIDER (WI-MC-FILE-SUB).
085200     MOVE SPACE  TO WI-MC-FTBL-SOURCE (WI-MC-FILE-SUB).
085300     MOVE ZERO   TO WI-MC-FTBL-ARR-DATE (WI-MC-FILE-SUB).
085400     MOVE ZERO   TO WI-MC-FTBL-ARR-TIME (WI-MC-FILE-SUB).
085500     MOVE SPACES TO WI-MC-FTBL-DSNAME (WI-MC-FILE-SUB).
085600     MOVE WI-MC-SEG-RECORDS
085700         TO WI-MC-FTBL-RECORDS (WI-MC-FILE-SUB).
085800     MOVE WI-MC-SEG-TOTAL   TO WI-MC-FTBL-TOTAL (WI-MC-FILE-SUB).
085900     MOVE 'NOT ON ARRIVAL LOG' TO WI-MC-REJECT-REASON.
086000     PERFORM 2350-REJECT-FILE THRU 2350-EXIT.
086100 2400-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500* 2500-CHECK-PAIRING - every log entry must have had a file.     *
086600* When the two lists do not pair up a file may have been         *
086700* balanced against the wrong carrier's entry, so nothing is      *
086800* merged and the run ends RETURN-CODE 16.                        *
086900******************************************************************
087000 2500-CHECK-PAIRING.
087100     IF WI-MC-SEG-SEQ < WI-MC-LOG-COUNT
087200         SET WI-MC-PAIRING-BROKEN TO TRUE
087300         COMPUTE WI-MC-FILE-SUB = WI-MC-SEG-SEQ + 1
087400         PERFORM 2550-REJECT-NOT-LANDED THRU 2550-EXIT
087500             VARYING WI-MC-FILE-SUB FROM WI-MC-FILE-SUB BY 1
087600             UNTIL WI-MC-FILE-SUB > WI-MC-LOG-COUNT
087700     END-IF.
087800     IF WI-MC-PAIRING-BROKEN
087900         DISPLAY 'WIMC090 - ARRIVAL LOG ENTRIES = '
088000             WI-MC-LOG-COUNT ', INBOUND FILES = ' WI-MC-SEG-SEQ
088100         DISPLAY 'WIMC090 - ARRIVAL LOG DOES NOT PAIR WITH '
088200             'INBOUND FILES, NOTHING MERGED'
088300         MOVE 16 TO RETURN-CODE
088400     END-IF.
088500 2500-EXIT.
088600     EXIT.
088700
088800 2550-REJECT-NOT-LANDED.
088900     MOVE 'NO FILE ON INBOUND DD' TO WI-MC-REJECT-REASON.
089000     PERFORM 2350-REJECT-FILE THRU 2350-EXIT.
089100 2550-EXIT.
089200     EXIT.
089300
089400******************************************************************
089500* 3000-CLASSIFY-FILE - tie a carrier's file to its schedule      *
089600* entry and, if it was not rejected, decide whether it is        *
089700* on time, late or extra.  Files are taken in landing order, so  *
089800* the files beyond a carrier's scheduled count are its last to   *
089900* land.                                                          *
090000******************************************************************
090100 3000-CLASSIFY-FILE.
090200     IF WI-MC-FTBL-SOURCE (WI-MC-FILE-SUB) = 'C'
090300         PERFORM 3100-FIND-SCHEDULE THRU 3100-EXIT
090400     END-IF.
090500     IF WI-MC-FTBL-REJECTED (WI-MC-FILE-SUB)
090600         GO TO 3000-EXIT
090700     END-IF.
090800     IF WI-MC-PAIRING-BROKEN
090900         MOVE 'N' TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB)
091000         MOVE 'HELD' TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB)
091100         MOVE 'NOT MERGED - LOG DOES NOT PAIR'
091200             TO WI-MC-FTBL-REMARK (WI-MC-FILE-SUB)
091300         GO TO 3000-EXIT
091400     END-IF.
091500     ADD 1 TO WI-MC-ACCEPTED-FILES.
091600     IF WI-MC-FTBL-SOURCE (WI-MC-FILE-SUB) NOT = 'C'
091700         MOVE 'I' TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB)
091800         MOVE 'INTERNAL'
091900             TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB)
092000         MOVE 'RE-DRIVEN FEED, NOT SCHEDULED'
092100             TO WI-MC-FTBL-REMARK (WI-MC-FILE-SUB)
092200         GO TO 3000-EXIT
092300     END-IF.
092400     IF WI-MC-FTBL-SCHED-SUB (WI-MC-FILE-SUB) = ZERO
092500         MOVE 'CARRIER NOT ON FEED SCHEDULE'
092600             TO WI-MC-REJECT-REASON
092700         PERFORM 3200-MARK-EXTRA THRU 3200-EXIT
092800         GO TO 3000-EXIT
092900     END-IF.
093000     MOVE WI-MC-FTBL-SCHED-SUB (WI-MC-FILE-SUB)
093100         TO WI-MC-SCHED-SUB.
093200     ADD 1 TO WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB).
093300     IF WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB) >
093400             WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB)
093500         IF WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB) = ZERO
093600             MOVE 'CARRIER NOT DUE ON THIS DATE'
093700                 TO WI-MC-REJECT-REASON
093800         ELSE
093900             MOVE 'MORE FILES THAN SCHEDULED'
094000                 TO WI-MC-REJECT-REASON
094100         END-IF
094200         PERFORM 3200-MARK-EXTRA THRU 3200-EXIT
094300         GO TO 3000-EXIT
094400     END-IF.
094500     IF WI-MC-FTBL-ARR-DATE (WI-MC-FILE-SUB) > WI-MC-RUN-DATE
094600      OR (WI-MC-FTBL-ARR-DATE (WI-MC-FILE-SUB) = WI-MC-RUN-DATE
094700      AND WI-MC-FTBL-ARR-TIME (WI-MC-FILE-SUB) >
094800             WI-MC-SCHED-LATEST (WI-MC-SCHED-SUB))
094900         MOVE 'L' TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB)
095000         MOVE 'LATE' TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB)
095100         MOVE 'LANDED AFTER LATEST ARRIVAL TIME'
095200             TO WI-MC-FTBL-REMARK (WI-MC-FILE-SUB)
095300         ADD 1 TO WI-MC-LATE-FILES
095400         GO TO 3000-EXIT
095500     END-IF.
095600     MOVE 'A' TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB).
095700     MOVE 'ON TIME' TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB).
095800 3000-EXIT.
095900     EXIT.
096000
096100 3100-FIND-SCHEDULE.
096200     IF WI-MC-SCHEDULE-COUNT = ZERO
096300         GO TO 3100-EXIT
096400     END-IF.
096500     SEARCH ALL WI-MC-SCHED-ENTRY
096600         AT END
096700             CONTINUE
096800         WHEN WI-MC-SCHED-PROVIDER (WI-MC-SCHED-IDX)
096900                 = WI-MC-FTBL-PROVIDER (WI-MC-FILE-SUB)
097000             SET WI-MC-SCHED-SUB TO WI-MC-SCHED-IDX
097100             MOVE WI-MC-SCHED-SUB
097200                 TO WI-MC-FTBL-SCHED-SUB (WI-MC-FILE-SUB)
097300             ADD 1 TO WI-MC-SCHED-RECEIVED (WI-MC-SCHED-SUB)
097400     END-SEARCH.
097500 3100-EXIT.
097600     EXIT.
097700
097800 3200-MARK-EXTRA.
097900     MOVE 'X' TO WI-MC-FTBL-STATUS (WI-MC-FILE-SUB).
098000     MOVE 'EXTRA' TO WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB).
098100     MOVE WI-MC-REJECT-REASON
098200         TO WI-MC-FTBL-REMARK (WI-MC-FILE-SUB).
098300     ADD 1 TO WI-MC-EXTRA-FILES.
098400 3200-EXIT.
098500     EXIT.
098600
098700******************************************************************
098800* 4000-MERGE-INBOUND - second pass over WIMCINBD copying the     *
098900* data records of every file not rejected to WIMCIN, then the    *
099000* consolidated trailer.  WI-MC-FILE-SUB follows the files by     *
099100* counting trailers; a trailer-less last file was rejected.      *
099200******************************************************************
099300 4000-MERGE-INBOUND.
099400     CLOSE WI-MC-INBOUND-FILE.
099500     OPEN INPUT WI-MC-INBOUND-FILE.
099600     IF WI-MC-INBOUND-STATUS NOT = '00'
099700         DISPLAY 'WIMC090 - INBOUND FILES REOPEN FAILED, STATUS '
099800             WI-MC-INBOUND-STATUS
099900         MOVE 16 TO RETURN-CODE
100000         STOP RUN
100100     END-IF.
100200     OPEN OUTPUT WI-MC-RESULT-FILE.
100300     IF WI-MC-RESULT-STATUS NOT = '00'
100400         DISPLAY 'WIMC090 - WIMCIN OPEN FAILED, STATUS '
100500             WI-MC-RESULT-STATUS
100600         MOVE 16 TO RETURN-CODE
100700         STOP RUN
100800     END-IF.
100900     MOVE 'N' TO WI-MC-INBOUND-EOF-SW.
101000     MOVE 1 TO WI-MC-FILE-SUB.
101100     PERFORM 4100-COPY-RECORD THRU 4100-EXIT
101200         UNTIL WI-MC-INBOUND-EOF.
101300     MOVE SPACES TO WI-MC-TRAILER-REC.
101400     SET WI_MC_TRAILER_IS_TRAILER IN WI-MC-TRAILER-REC TO TRUE.
101500     MOVE WI-MC-MERGED-COUNT
101600         TO WI_MC_TRAILER_RECORD_COUNT IN WI-MC-TRAILER-REC.
101700     MOVE WI-MC-MERGED-TOTAL
101800         TO WI_MC_TRAILER_CONTROL_TOTAL IN WI-MC-TRAILER-REC.
101900     WRITE WI-MC-TRAILER-REC.
102000     CLOSE WI-MC-RESULT-FILE.
102100 4000-EXIT.
102200     EXIT.
102300
102400******************************************************************
102500* 4100-COPY-RECORD - the add-on count is moved ahead of the      *
102600* record so the receiving record is sized for all of its         *
102700* add-on entries.                                                *
102800******************************************************************
102900 4100-COPY-RECORD.
103000     READ WI-MC-INBOUND-FILE
103100         AT END
103200             SET WI-MC-INBOUND-EOF TO TRUE
103300             GO TO 4100-EXIT
103400     END-READ.
103500     IF WI_MC_TRAILER_IS_TRAILER IN WI-MC-INBOUND-TRL-REC
103600         ADD 1 TO WI-MC-FILE-SUB
103700         GO TO 4100-EXIT
103800     END-IF.
103900     IF WI-MC-FTBL-REJECTED (WI-MC-FILE-SUB)
104000         GO TO 4100-EXIT
104100     END-IF.
104200     MOVE WI_MC_ADDON_COUNT IN WI-MC-INBOUND-REC
104300         TO WI_MC_MERGE_ADDON_COUNT.
104400     MOVE WI-MC-INBOUND-REC TO WI-MC-RESULT-REC.
104500     WRITE WI-MC-RESULT-REC.
104600     ADD 1 TO WI-MC-MERGED-COUNT.
104700     PERFORM 4150-ADD-MERGED-VALUE THRU 4150-EXIT
104800         VARYING WI-MC-ADDON-SUBSCRIPT FROM 1 BY 1
104900         UNTIL WI-MC-ADDON-SUBSCRIPT >
105000               WI_MC_MERGE_ADDON_COUNT.
105100 4100-EXIT.
105200     EXIT.
105300
105400 4150-ADD-MERGED-VALUE.
105500     IF WI_MC_RESULT_REVERSAL IN WI-MC-RESULT-REC
105600         SUBTRACT WI_MC_ADDON_VALUE IN WI-MC-RESULT-REC
105700             (WI-MC-ADDON-SUBSCRIPT) FROM WI-MC-MERGED-TOTAL
105800     ELSE
105900         ADD WI_MC_ADDON_VALUE IN WI-MC-RESULT-REC
106000             (WI-MC-ADDON-SUBSCRIPT) TO WI-MC-MERGED-TOTAL
106100     END-IF.
106200 4150-EXIT.
106300     EXIT.
106400
106500******************************************************************
106600* 5000-CHECK-EXPECTED - a carrier due today with fewer files     *
106700* accepted than scheduled.  Extra files do not make up for a     *
106800* rejected one here: the count is capped at what was due.  A     *
106900* mandatory carrier short with no waiver holds the cycle.        *
107000******************************************************************
107100 5000-CHECK-EXPECTED.
107200     IF WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB) = ZERO
107300         GO TO 5000-EXIT
107400     END-IF.
107500     IF WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB) NOT <
107600             WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB)
107700         MOVE 'COMPLETE' TO WI-MC-SCHED-STATUS (WI-MC-SCHED-SUB)
107800         GO TO 5000-EXIT
107900     END-IF.
108000     COMPUTE WI-MC-SCHED-MISSING (WI-MC-SCHED-SUB) =
108100         WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB)
108200       - WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB).
108300     ADD WI-MC-SCHED-MISSING (WI-MC-SCHED-SUB)
108400         TO WI-MC-MISSING-FILES.
108500     IF WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB) = ZERO
108600         MOVE 'MISSING' TO WI-MC-SHORT-WORD
108700     ELSE
108800         MOVE 'SHORT' TO WI-MC-SHORT-WORD
108900     END-IF.
109000     IF WI-MC-SCHED-MANDATORY (WI-MC-SCHED-SUB) NOT = 'M'
109100         STRING WI-MC-SHORT-WORD   DELIMITED BY SPACE
109200                ' - OPTIONAL FEED' DELIMITED BY SIZE
109300             INTO WI-MC-SCHED-STATUS (WI-MC-SCHED-SUB)
109400         GO TO 5000-EXIT
109500     END-IF.
109600     PERFORM 5100-FIND-WAIVER THRU 5100-EXIT.
109700     IF WI-MC-WAIVED
109800         ADD 1 TO WI-MC-WAIVED-PROVIDERS
109900         STRING WI-MC-SHORT-WORD   DELIMITED BY SPACE
110000                ' - WAIVED BY '    DELIMITED BY SIZE
110100                WI-MC-WAIVER-BY    DELIMITED BY SPACE
110200             INTO WI-MC-SCHED-STATUS (WI-MC-SCHED-SUB)
110300     ELSE
110400         ADD 1 TO WI-MC-HELD-PROVIDERS
110500         STRING WI-MC-SHORT-WORD   DELIMITED BY SPACE
110600                ' - MANDATORY FEED, CYCLE HELD'
110700                                   DELIMITED BY SIZE
110800             INTO WI-MC-SCHED-STATUS (WI-MC-SCHED-SUB)
110900     END-IF.
111000 5000-EXIT.
111100     EXIT.
111200
111300 5100-FIND-WAIVER.
111400     MOVE 'N' TO WI-MC-WAIVED-SW.
111500     MOVE SPACES TO WI-MC-WAIVER-BY.
111600     PERFORM 5150-TEST-ONE-WAIVER THRU 5150-EXIT
111700         VARYING WI-MC-WAIVER-SUB FROM 1 BY 1
111800         UNTIL WI-MC-WAIVER-SUB > WI-MC-WAIVER-COUNT
111900            OR WI-MC-WAIVED.
112000 5100-EXIT.
112100     EXIT.
112200
112300 5150-TEST-ONE-WAIVER.
112400     IF WI-MC-WAIVER-TBL-PROVIDER (WI-MC-WAIVER-SUB)
112500             = WI-MC-SCHED-PROVIDER (WI-MC-SCHED-SUB)
112600         SET WI-MC-WAIVED TO TRUE
112700         MOVE WI-MC-WAIVER-TBL-USER (WI-MC-WAIVER-SUB)
112800             TO WI-MC-WAIVER-BY
112900     END-IF.
113000 5150-EXIT.
113100     EXIT.
113200
113300******************************************************************
113400* 6000-WRITE-REPORT - every carrier due today or that landed a   *
113500* file, in provider sequence with its files under it; then       *
113600* the files from carriers not on the schedule and the            *
113700* internal re-drives; then the totals.                           *
113800******************************************************************
113900 6000-WRITE-REPORT.
114000     PERFORM 6100-REPORT-PROVIDER THRU 6100-EXIT
114100         VARYING WI-MC-SCHED-SUB FROM 1 BY 1
114200         UNTIL WI-MC-SCHED-SUB > WI-MC-SCHEDULE-COUNT.
114300     PERFORM 6300-REPORT-UNSCHEDULED THRU 6300-EXIT
114400         VARYING WI-MC-FILE-SUB FROM 1 BY 1
114500         UNTIL WI-MC-FILE-SUB > WI-MC-FILE-COUNT.
114600     MOVE WI-MC-FILE-COUNT       TO WI-MC-T-LANDED.
114700     MOVE WI-MC-ACCEPTED-FILES   TO WI-MC-T-ACCEPTED.
114800     MOVE WI-MC-LATE-FILES       TO WI-MC-T-LATE.
114900     MOVE WI-MC-EXTRA-FILES      TO WI-MC-T-EXTRA.
115000     MOVE WI-MC-REJECTED-FILES   TO WI-MC-T-REJECTED.
115100     MOVE WI-MC-MISSING-FILES    TO WI-MC-T-MISSING.
115200     MOVE WI-MC-WAIVED-PROVIDERS TO WI-MC-T-WAIVED.
115300     WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-TOT-LINE-1.
115400     MOVE WI-MC-MERGED-COUNT     TO WI-MC-T-MERGED.
115500     MOVE WI-MC-MERGED-TOTAL     TO WI-MC-T-CONTROL-TOTAL.
115600     WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-TOT-LINE-2.
115700     IF WI-MC-PAIRING-BROKEN
115800         MOVE '*** ARRIVAL LOG DOES NOT PAIR WITH INBOUND FILES -'
115900           & ' WIMCIN NOT BUILT ***' TO WI-MC-M-MESSAGE
116000         WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-MSG-LINE
116100     END-IF.
116200     IF WI-MC-HELD-PROVIDERS > ZERO
116300         MOVE '*** MANDATORY FEED MISSING - CYCLE HELD ***'
116400             TO WI-MC-M-MESSAGE
116500         WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-MSG-LINE
116600     END-IF.
116700 6000-EXIT.
116800     EXIT.
116900
117000 6100-REPORT-PROVIDER.
117100     IF WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB) = ZERO
117200      AND WI-MC-SCHED-RECEIVED (WI-MC-SCHED-SUB) = ZERO
117300         GO TO 6100-EXIT
117400     END-IF.
117500     MOVE WI-MC-SCHED-PROVIDER (WI-MC-SCHED-SUB)
117600         TO WI-MC-P-PROVIDER.
117700     MOVE WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB)
117800         TO WI-MC-P-EXPECTED.
117900     MOVE WI-MC-SCHED-RECEIVED (WI-MC-SCHED-SUB)
118000         TO WI-MC-P-RECEIVED.
118100     MOVE WI-MC-SCHED-ACCEPTED (WI-MC-SCHED-SUB)
118200         TO WI-MC-P-ACCEPTED.
118300     MOVE WI-MC-SCHED-MISSING (WI-MC-SCHED-SUB)
118400         TO WI-MC-P-MISSING.
118500     MOVE WI-MC-SCHED-LATEST (WI-MC-SCHED-SUB)
118600         TO WI-MC-P-LATEST.
118700     IF WI-MC-SCHED-MANDATORY (WI-MC-SCHED-SUB) = 'M'
118800         MOVE 'MANDATORY' TO WI-MC-P-FEED
118900     ELSE
119000         MOVE 'OPTIONAL' TO WI-MC-P-FEED
119100     END-IF.
119200     MOVE WI-MC-SCHED-STATUS (WI-MC-SCHED-SUB) TO WI-MC-P-STATUS.
119300     IF WI-MC-SCHED-EXPECTED (WI-MC-SCHED-SUB) = ZERO
119400         MOVE 'NOT DUE ON THIS DATE' TO WI-MC-P-STATUS
119500     END-IF.
119600     WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-PROV-LINE.
119700     PERFORM 6200-REPORT-PROV-FILE THRU 6200-EXIT
119800         VARYING WI-MC-FILE-SUB FROM 1 BY 1
119900         UNTIL WI-MC-FILE-SUB > WI-MC-FILE-COUNT.
120000 6100-EXIT.
120100     EXIT.
120200
120300 6200-REPORT-PROV-FILE.
120400     IF WI-MC-FTBL-SCHED-SUB (WI-MC-FILE-SUB) = WI-MC-SCHED-SUB
120500         PERFORM 6500-WRITE-FILE-LINE THRU 6500-EXIT
120600     END-IF.
120700 6200-EXIT.
120800     EXIT.
120900
121000 6300-REPORT-UNSCHEDULED.
121100     IF WI-MC-FTBL-SCHED-SUB (WI-MC-FILE-SUB) NOT = ZERO
121200         GO TO 6300-EXIT
121300     END-IF.
121400     IF NOT WI-MC-UNSCHED-HDR-DONE
121500         SET WI-MC-UNSCHED-HDR-DONE TO TRUE
121600         WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-UNSCHED-LINE
121700     END-IF.
121800     PERFORM 6500-WRITE-FILE-LINE THRU 6500-EXIT.
121900 6300-EXIT.
122000     EXIT.
122100
122200******************************************************************
122300* 6500-WRITE-FILE-LINE - a rejected file also prints the         *
122400* dataset it landed in, so it can be chased with the carrier.    *
122500******************************************************************
122600 6500-WRITE-FILE-LINE.
122700     MOVE WI-MC-FTBL-PROVIDER (WI-MC-FILE-SUB)
122800         TO WI-MC-F-PROVIDER.
122900     MOVE WI-MC-FILE-SUB TO WI-MC-F-SEQ.
123000     MOVE WI-MC-FTBL-ARR-DATE (WI-MC-FILE-SUB)
123100         TO WI-MC-F-ARR-DATE.
123200     MOVE WI-MC-FTBL-ARR-TIME (WI-MC-FILE-SUB)
123300         TO WI-MC-F-ARR-TIME.
123400     MOVE WI-MC-FTBL-RECORDS (WI-MC-FILE-SUB) TO WI-MC-F-RECORDS.
123500     MOVE WI-MC-FTBL-TOTAL (WI-MC-FILE-SUB) TO WI-MC-F-VALUE.
123600     MOVE WI-MC-FTBL-STATUS-WORD (WI-MC-FILE-SUB)
123700         TO WI-MC-F-STATUS.
123800     MOVE WI-MC-FTBL-REMARK (WI-MC-FILE-SUB) TO WI-MC-F-REMARK.
123900     WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-FILE-LINE.
124000     IF WI-MC-FTBL-REJECTED (WI-MC-FILE-SUB)
124100      AND WI-MC-FTBL-DSNAME (WI-MC-FILE-SUB) NOT = SPACES
124200         MOVE WI-MC-FTBL-DSNAME (WI-MC-FILE-SUB) TO WI-MC-F-DSNAME
124300         WRITE WI-MC-ARRIVAL-RPT-REC FROM WI-MC-FARR-DSN-LINE
124400     END-IF.
124500 6500-EXIT.
124600     EXIT.
124700
124800******************************************************************
124900* 8000-TERMINATE - the return code is the worst of: 4 for a      *
125000* late, extra or short file, 8 for a rejected file, 12 for a     *
125100* mandatory carrier short with no waiver (cycle held) and 16     *
125200* when nothing could be merged.                                  *
125300******************************************************************
125400 8000-TERMINATE.
125500     CLOSE WI-MC-INBOUND-FILE.
125600     CLOSE WI-MC-ARRIVAL-RPT-FILE.
125700     IF WI-MC-LATE-FILES > ZERO
125800      OR WI-MC-EXTRA-FILES > ZERO
125900      OR WI-MC-MISSING-FILES > ZERO
126000         IF RETURN-CODE < 4
126100             MOVE 4 TO RETURN-CODE
126200         END-IF
126300     END-IF.
126400     IF WI-MC-REJECTED-FILES > ZERO
126500         IF RETURN-CODE < 8
126600             MOVE 8 TO RETURN-CODE
126700         END-IF
126800     END-IF.
126900     IF WI-MC-HELD-PROVIDERS > ZERO
127000         IF RETURN-CODE < 12
127100             MOVE 12 TO RETURN-CODE
127200         END-IF
127300     END-IF.
127400     DISPLAY 'WIMC090 FILES LANDED      = ' WI-MC-FILE-COUNT.
127500     DISPLAY 'WIMC090 FILES ACCEPTED    = ' WI-MC-ACCEPTED-FILES.
127600     DISPLAY 'WIMC090 FILES REJECTED    = ' WI-MC-REJECTED-FILES.
127700     DISPLAY 'WIMC090 FILES LATE        = ' WI-MC-LATE-FILES.
127800     DISPLAY 'WIMC090 FILES EXTRA       = ' WI-MC-EXTRA-FILES.
127900     DISPLAY 'WIMC090 FILES MISSING     = ' WI-MC-MISSING-FILES.
128000     DISPLAY 'WIMC090 RECORDS MERGED    = ' WI-MC-MERGED-COUNT.
128100     IF WI-MC-PAIRING-BROKEN
128200         DISPLAY 'WIMC090 - WIMCIN NOT BUILT, RETURN-CODE = '
128300             RETURN-CODE
128400         GO TO 8000-EXIT
128500     END-IF.
128600     IF WI-MC-HELD-PROVIDERS > ZERO
128700         DISPLAY 'WIMC090 - MANDATORY FEED MISSING, CYCLE HELD, '
128800             'RETURN-CODE = ' RETURN-CODE
128900         GO TO 8000-EXIT
129000     END-IF.
129100     IF RETURN-CODE NOT = ZERO
129200         DISPLAY 'WIMC090 - FEED ARRIVAL EXCEPTIONS, '
129300             'RETURN-CODE = ' RETURN-CODE
129400     END-IF.
129500 8000-EXIT.
129600     EXIT.
129610
129620******************************************************************
129630* 1700-START-STEP - step control.  Every step WIMCCYC lists      *
129640* ahead of this one must have completed for the processing       *
129650* date, and this step must not already have completed for it     *
129660* unless Operations has posted a rerun override (WIMCSTO) it     *
129670* has not used; the override taken is logged on the step         *
129680* history.  A step left started or failed reruns without one.    *
129690* A refused run ends RETURN-CODE 16 before any output is         *
129700* opened.                                                        *
129710******************************************************************
129720 1700-START-STEP.
129730     OPEN I-O WI-MC-STEP-FILE.
129740     IF WI-MC-STEP-STATUS = '35'
129750         OPEN OUTPUT WI-MC-STEP-FILE
129760         CLOSE WI-MC-STEP-FILE
129770         OPEN I-O WI-MC-STEP-FILE
129780     END-IF.
129790     IF WI-MC-STEP-STATUS NOT = '00'
129800         DISPLAY 'WIMC090 - STEP CONTROL OPEN FAILED, STATUS '
129810             WI-MC-STEP-STATUS
129820         MOVE 16 TO RETURN-CODE
129830         STOP RUN
129840     END-IF.
129850     MOVE ZERO TO WI-MC-STEP-CYCLE-SUB.
129860     PERFORM 1710-FIND-CYCLE-STEP THRU 1710-EXIT
129870         VARYING WI-MC-STEP-SCAN-SUB FROM 1 BY 1
129880         UNTIL WI-MC-STEP-SCAN-SUB > WI_MC_CYCLE_STEP_COUNT.
129890     IF WI-MC-STEP-CYCLE-SUB > ZERO
129900         PERFORM 1720-CHECK-PREDECESSOR THRU 1720-EXIT
129910             VARYING WI-MC-STEP-PRED-SUB FROM 1 BY 1
129920             UNTIL WI-MC-STEP-PRED-SUB > 3
129930     END-IF.
129940     PERFORM 1730-CHECK-OWN-STEP THRU 1730-EXIT.
129950     CLOSE WI-MC-STEP-FILE.
129960 1700-EXIT.
129970     EXIT.
129980
129990 1710-FIND-CYCLE-STEP.
130000     IF WI_MC_CYCLE_PROGRAM (WI-MC-STEP-SCAN-SUB)
130010             = WI-MC-STEP-NAME
130020         MOVE WI-MC-STEP-SCAN-SUB TO WI-MC-STEP-CYCLE-SUB
130030     END-IF.
130040 1710-EXIT.
130050     EXIT.
130060
130070 1720-CHECK-PREDECESSOR.
130080     MOVE WI_MC_CYCLE_PRED
130090             (WI-MC-STEP-CYCLE-SUB WI-MC-STEP-PRED-SUB)
130100         TO WI-MC-STEP-PRED-NAME.
130110     IF WI-MC-STEP-PRED-NAME = SPACES
130120         GO TO 1720-EXIT
130130     END-IF.
130140     MOVE WI-MC-STEP-DATE      TO WI_MC_STEP_DATE.
130150     MOVE WI-MC-STEP-PRED-NAME TO WI_MC_STEP_PROGRAM.
130160     READ WI-MC-STEP-FILE
130170         INVALID KEY
130180             MOVE SPACES TO WI-MC-STEP-REFUSAL
130190             STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
130200                    ' HAS NOT RUN FOR THIS DATE'
130210                                           DELIMITED BY SIZE
130220                 INTO WI-MC-STEP-REFUSAL
130230             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
130240     END-READ.
130250     IF NOT WI_MC_STEP_COMPLETED
130260         MOVE SPACES TO WI-MC-STEP-REFUSAL
130270         STRING WI-MC-STEP-PRED-NAME   DELIMITED BY SPACE
130280                ' HAS NOT COMPLETED FOR THIS DATE'
130290                                       DELIMITED BY SIZE
130300             INTO WI-MC-STEP-REFUSAL
130310         PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
130320     END-IF.
130330 1720-EXIT.
130340     EXIT.
130350
130360 1730-CHECK-OWN-STEP.
130370     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
130380     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
130390     MOVE 'N' TO WI-MC-STEP-FOUND-SW.
130400     READ WI-MC-STEP-FILE
130410         INVALID KEY
130420             CONTINUE
130430         NOT INVALID KEY
130440             SET WI-MC-STEP-FOUND TO TRUE
130450     END-READ.
130460     IF NOT WI-MC-STEP-FOUND
130470         MOVE SPACES TO WI-MC-STEP-REC
130480         MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE
130490         MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM
130500         MOVE ZERO TO WI_MC_STEP_RUN_COUNT
130510         MOVE ZERO TO WI_MC_STEP_OVR_POSTED
130520     END-IF.
130530     IF WI-MC-STEP-FOUND
130540      AND WI_MC_STEP_COMPLETED
130550         PERFORM 1740-FIND-OVERRIDE THRU 1740-EXIT
130560         IF WI-MC-STEP-OVR-POSTED = ZERO
130570             MOVE 'ALREADY COMPLETED, NO RERUN OVERRIDE'
130580                 TO WI-MC-STEP-REFUSAL
130590             PERFORM 1790-REFUSE-STEP THRU 1790-EXIT
130600         END-IF
130610         MOVE WI-MC-STEP-OVR-POSTED TO WI_MC_STEP_OVR_POSTED
130620         MOVE WI-MC-STEP-OVR-USER   TO WI_MC_STEP_OVR_USER
130630         MOVE WI-MC-STEP-OVR-REASON TO WI_MC_STEP_OVR_REASON
130640         SET WI_MC_STEP_EVENT_OVERRIDE TO TRUE
130650         MOVE 'RERUN OVERRIDE TAKEN' TO WI_MC_STEP_MESSAGE
130660         PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT
130670         DISPLAY 'WIMC090 - RERUN OF COMPLETED STEP, OVERRIDE BY '
130680             WI-MC-STEP-OVR-USER
130690     END-IF.
130700     SET WI_MC_STEP_STARTED TO TRUE.
130710     MOVE ZERO TO WI_MC_STEP_RETURN_CODE.
130720     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
130730     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
130740     MOVE ZERO TO WI_MC_STEP_END_DATE.
130750     MOVE ZERO TO WI_MC_STEP_END_TIME.
130760     ADD 1 TO WI_MC_STEP_RUN_COUNT.
130770     SET WI_MC_STEP_EVENT_START TO TRUE.
130780     MOVE SPACES TO WI_MC_STEP_MESSAGE.
130790     IF WI-MC-STEP-FOUND
130800         REWRITE WI-MC-STEP-REC
130810     ELSE
130820         WRITE WI-MC-STEP-REC
130830     END-IF.
130840     IF WI-MC-STEP-STATUS NOT = '00'
130850         DISPLAY 'WIMC090 - STEP CONTROL UPDATE FAILED, STATUS '
130860             WI-MC-STEP-STATUS
130870         MOVE 16 TO RETURN-CODE
130880         STOP RUN
130890     END-IF.
130900     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
130910 1730-EXIT.
130920     EXIT.
130930
130940******************************************************************
130950* 1740-FIND-OVERRIDE - the earliest override for this step and   *
130960* date posted after the last one it used.  None found leaves     *
130970* WI-MC-STEP-OVR-POSTED zero.                                    *
130980******************************************************************
130990 1740-FIND-OVERRIDE.
131000     MOVE ZERO TO WI-MC-STEP-OVR-POSTED.
131010     MOVE 'N' TO WI-MC-STEP-OVR-EOF-SW.
131020     OPEN INPUT WI-MC-STEP-OVR-FILE.
131030     IF WI-MC-STEP-OVR-STATUS NOT = '00'
131040         GO TO 1740-EXIT
131050     END-IF.
131060     PERFORM 1750-READ-OVERRIDE THRU 1750-EXIT
131070         UNTIL WI-MC-STEP-OVR-EOF.
131080     CLOSE WI-MC-STEP-OVR-FILE.
131090 1740-EXIT.
131100     EXIT.
131110
131120 1750-READ-OVERRIDE.
131130     READ WI-MC-STEP-OVR-FILE
131140         AT END
131150             SET WI-MC-STEP-OVR-EOF TO TRUE
131160             GO TO 1750-EXIT
131170     END-READ.
131180     IF WI_MC_STOVR_DATE NOT = WI-MC-STEP-DATE
131190      OR WI_MC_STOVR_PROGRAM NOT = WI-MC-STEP-NAME
131200      OR WI_MC_STOVR_USER = SPACES
131210      OR WI_MC_STOVR_POSTED NOT NUMERIC
131220         GO TO 1750-EXIT
131230     END-IF.
131240     IF WI_MC_STOVR_POSTED NOT > WI_MC_STEP_OVR_POSTED
131250         GO TO 1750-EXIT
131260     END-IF.
131270     IF WI-MC-STEP-OVR-POSTED = ZERO
131280      OR WI_MC_STOVR_POSTED < WI-MC-STEP-OVR-POSTED
131290         MOVE WI_MC_STOVR_POSTED TO WI-MC-STEP-OVR-POSTED
131300         MOVE WI_MC_STOVR_USER   TO WI-MC-STEP-OVR-USER
131310         MOVE WI_MC_STOVR_REASON TO WI-MC-STEP-OVR-REASON
131320     END-IF.
131330 1750-EXIT.
131340     EXIT.
131350
131360******************************************************************
131370* 1780-LOG-STEP-EVENT - append the entry as it stands to the step*
131380* history.  The first run of a cycle creates the file.           *
131390******************************************************************
131400 1780-LOG-STEP-EVENT.
131410     OPEN EXTEND WI-MC-STEP-HIST-FILE.
131420     IF WI-MC-STEP-HIST-STATUS NOT = '00'
131430         OPEN OUTPUT WI-MC-STEP-HIST-FILE
131440     END-IF.
131450     WRITE WI-MC-STEP-HIST-REC FROM WI-MC-STEP-REC.
131460     CLOSE WI-MC-STEP-HIST-FILE.
131470 1780-EXIT.
131480     EXIT.
131490
131500******************************************************************
131510* 1790-REFUSE-STEP - the refusal goes to the step history only;  *
131520* this step's own entry is left as it was.                       *
131530******************************************************************
131540 1790-REFUSE-STEP.
131550     MOVE SPACES TO WI-MC-STEP-REC.
131560     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
131570     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
131580     MOVE 16 TO WI_MC_STEP_RETURN_CODE.
131590     ACCEPT WI_MC_STEP_START_DATE FROM DATE.
131600     ACCEPT WI_MC_STEP_START_TIME FROM TIME.
131610     MOVE ZERO TO WI_MC_STEP_END_DATE.
131620     MOVE ZERO TO WI_MC_STEP_END_TIME.
131630     MOVE ZERO TO WI_MC_STEP_RUN_COUNT.
131640     MOVE ZERO TO WI_MC_STEP_OVR_POSTED.
131650     SET WI_MC_STEP_EVENT_REFUSED TO TRUE.
131660     MOVE WI-MC-STEP-REFUSAL TO WI_MC_STEP_MESSAGE.
131670     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
131680     CLOSE WI-MC-STEP-FILE.
131690     DISPLAY 'WIMC090 - STEP REFUSED FOR PROCESSING DATE '
131700         WI-MC-STEP-DATE ' - ' WI-MC-STEP-REFUSAL.
131710     MOVE 16 TO RETURN-CODE.
131720     STOP RUN.
131730 1790-EXIT.
131740     EXIT.
131750
131760******************************************************************
131770* 8950-END-STEP - close this step's entry on the step-control    *
131780* file: completed below RETURN-CODE 12, failed at 12 and above.  *
131790******************************************************************
131800 8950-END-STEP.
131810     OPEN I-O WI-MC-STEP-FILE.
131820     IF WI-MC-STEP-STATUS NOT = '00'
131830         DISPLAY 'WIMC090 - STEP CONTROL OPEN FAILED, STATUS '
131840             WI-MC-STEP-STATUS
131850         MOVE 16 TO RETURN-CODE
131860         GO TO 8950-EXIT
131870     END-IF.
131880     MOVE WI-MC-STEP-DATE TO WI_MC_STEP_DATE.
131890     MOVE WI-MC-STEP-NAME TO WI_MC_STEP_PROGRAM.
131900     READ WI-MC-STEP-FILE
131910         INVALID KEY
131920             DISPLAY 'WIMC090 - STEP CONTROL ENTRY NOT FOUND AT '
131930                 'END OF RUN'
131940             MOVE 16 TO RETURN-CODE
131950             CLOSE WI-MC-STEP-FILE
131960             GO TO 8950-EXIT
131970     END-READ.
131980     MOVE RETURN-CODE TO WI_MC_STEP_RETURN_CODE.
131990     IF RETURN-CODE < 12
132000         SET WI_MC_STEP_COMPLETED TO TRUE
132010         SET WI_MC_STEP_EVENT_COMPLETE TO TRUE
132020     ELSE
132030         SET WI_MC_STEP_FAILED TO TRUE
132040         SET WI_MC_STEP_EVENT_FAIL TO TRUE
132050     END-IF.
132060     ACCEPT WI_MC_STEP_END_DATE FROM DATE.
132070     ACCEPT WI_MC_STEP_END_TIME FROM TIME.
132080     MOVE SPACES TO WI_MC_STEP_MESSAGE.
132090     REWRITE WI-MC-STEP-REC.
132100     IF WI-MC-STEP-STATUS NOT = '00'
132110         DISPLAY 'WIMC090 - STEP CONTROL UPDATE FAILED, STATUS '
132120             WI-MC-STEP-STATUS
132130         MOVE 16 TO RETURN-CODE
132140     END-IF.
132150     PERFORM 1780-LOG-STEP-EVENT THRU 1780-EXIT.
132160     CLOSE WI-MC-STEP-FILE.
132170 8950-EXIT.
132180     EXIT.
