000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUDVAR.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - BUDGET VARIANCE REPORT FOR  *
000210*                  ONE YEAR. EVERY STATION-MONTH ON THE BUDGET    *
000220*                  FILE (BUDGET) IS SET AGAINST ITS ACTUAL TOTAL  *
000230*                  FROM THE MONTH SUMMARY (MTHSUMM), AMOUNT AND   *
000240*                  PERCENT, WITH A YEAR-TO-DATE LINE PER STATION  *
000250*                  OVER THE COMPLETE MONTHS. THE MONTH STILL IN   *
000260*                  PROGRESS IS PROJECTED TO MONTH END FROM THE    *
000270*                  DAYS ON THE DAILY-SUMMARY MASTER SO FAR. A     *
000280*                  VARIANCE OUTSIDE THE TOLERANCE IS FLAGGED, AND *
000290*                  AN ACTUAL LEANING ON AN ESTIMATED DAY IS       *
000300*                  MARKED E. ACTUALS WITH NO BUDGET ARE LISTED.   *
000310*----------------------------------------------------------------*
000320* RETURN CODES                                                    *
000330*   00  EVERY STATION-MONTH INSIDE TOLERANCE ON FULL DATA         *
000340*   04  ONE OR MORE MONTHS FLAGGED, MARKED OR UNBUDGETED - SEE    *
000350*       REPORT                                                    *
000360*   16  BAD OPERATOR INPUT OR A FILE COULD NOT BE OPENED          *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS BG-KEY
000480         FILE STATUS IS WS-BUDGET-STATUS.
000490
000500     SELECT MONTH-SUMMARY-FILE ASSIGN TO "MTHSUMM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-MTHSUMM-STATUS.
000530
000540     SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS DS-KEY
000580         FILE STATUS IS WS-DAYSUMM-STATUS.
000590
000600     SELECT STATION-MASTER-FILE ASSIGN TO "STATMAST"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS SM-STATION
000640         FILE STATUS IS WS-STATMAST-STATUS.
000650
000660     SELECT VARIANCE-REPORT-FILE ASSIGN TO "VARREPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-VARREPT-STATUS.
000690
000700     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-RUNLOG-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BUDGET-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY BUDGREC.
000790
000800 FD  MONTH-SUMMARY-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY MTHSUREC.
000830
000840 FD  DAY-SUMMARY-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY DAYSUREC.
000870
000880 FD  STATION-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY STATMREC.
000910
000920 FD  VARIANCE-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  BV-PRINT-LINE               PIC X(80).
000950
000960 FD  RUN-LOG-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY RUNLGREC.
000990
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------*
001020* FILE STATUS SWITCHES                                             *
001030*----------------------------------------------------------------*
001040 01  WS-FILE-STATUSES.
001050     05  WS-BUDGET-STATUS        PIC X(02) VALUE SPACES.
001060     05  WS-MTHSUMM-STATUS       PIC X(02) VALUE SPACES.
001070     05  WS-DAYSUMM-STATUS       PIC X(02) VALUE SPACES.
001080     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
001090     05  WS-VARREPT-STATUS       PIC X(02) VALUE SPACES.
001100     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001110
001120*----------------------------------------------------------------*
001130* OPERATOR INPUT - THE BUDGET YEAR AND THE VARIANCE TOLERANCE. THE *
001140* TOLERANCE IS KEYED AS FOUR DIGITS WITH TWO DECIMALS IMPLIED; A   *
001150* BLANK ENTRY TAKES THE AGREED DEFAULT.                            *
001160*----------------------------------------------------------------*
001170 01  WS-VARIANCE-INPUT.
001180     05  WS-REPORT-YEAR          PIC X(04) VALUE SPACES.
001190     05  WS-REPORT-YEAR-NUM REDEFINES WS-REPORT-YEAR
001200                                 PIC 9(04).
001210     05  WS-IN-TOLERANCE         PIC X(04) VALUE SPACES.
001220     05  WS-IN-TOLERANCE-NUM REDEFINES WS-IN-TOLERANCE
001230                                 PIC 9(02)V99.
001240
001250 01  WS-DEFAULT-TOLERANCE        PIC 9(02)V99 VALUE 05.00.
001260 01  WS-TOLERANCE                PIC 9(02)V99 VALUE ZERO.
001270 01  WS-NEG-TOLERANCE            PIC S9(02)V99 VALUE ZERO.
001280
001290*----------------------------------------------------------------*
001300* TODAY, AND THE MONTH IT FALLS IN. A BUDGET MONTH BEFORE THIS ONE *
001310* IS COMPLETE, THIS ONE IS IN PROGRESS, ONE AFTER IS STILL TO COME.*
001320*----------------------------------------------------------------*
001330 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
001340 01  WS-TODAY-SPLIT REDEFINES WS-TODAY.
001350     05  WS-TODAY-YEAR           PIC 9(04).
001360     05  WS-TODAY-MONTH          PIC 9(02).
001370     05  WS-TODAY-DAY            PIC 9(02).
001380
001390 01  WS-THIS-MONTH               PIC 9(06) VALUE ZERO.
001400 01  WS-YEAR-FIRST-MONTH         PIC 9(06) VALUE ZERO.
001410 01  WS-YEAR-LAST-MONTH          PIC 9(06) VALUE ZERO.
001420 01  WS-DS-YEAR-MONTH            PIC 9(06) VALUE ZERO.
001430
001440*----------------------------------------------------------------*
001450* DAYS IN EACH MONTH, JANUARY TO DECEMBER. FEBRUARY IS TAKEN AS 29 *
001460* IN A LEAP YEAR - EVERY FOURTH YEAR, EXCEPT A CENTURY NOT         *
001470* DIVISIBLE BY 400.                                                *
001480*----------------------------------------------------------------*
001490 01  WS-MONTH-LENGTH-VALUES      PIC X(24) VALUE
001500     "312831303130313130313031".
001510 01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTH-VALUES.
001520     05  WS-MONTH-LENGTH OCCURS 12 TIMES
001530                                 PIC 9(02).
001540
001550 01  WS-MONTH-DAYS               PIC 9(02) VALUE ZERO.
001560 01  WS-LEAP-WORK.
001570     05  WS-LEAP-QUOTIENT        PIC 9(04) VALUE ZERO.
001580     05  WS-LEAP-REM-4           PIC 9(03) VALUE ZERO.
001590     05  WS-LEAP-REM-100         PIC 9(03) VALUE ZERO.
001600     05  WS-LEAP-REM-400         PIC 9(03) VALUE ZERO.
001610
001620*----------------------------------------------------------------*
001630* WORK COUNTERS AND SWITCHES                                       *
001640*----------------------------------------------------------------*
001650 01  WS-VARIANCE-COUNTERS.
001660     05  WS-BUDGETS-READ         PIC 9(07) VALUE ZERO.
001670     05  WS-BUDGETS-IN-YEAR      PIC 9(07) VALUE ZERO.
001680     05  WS-MONTHS-REPORTED      PIC 9(05) VALUE ZERO.
001690     05  WS-MONTHS-FLAGGED       PIC 9(05) VALUE ZERO.
001700     05  WS-MONTHS-ESTIMATED     PIC 9(05) VALUE ZERO.
001710     05  WS-MONTHS-PROJECTED     PIC 9(05) VALUE ZERO.
001720     05  WS-MONTHS-MISSING       PIC 9(05) VALUE ZERO.
001730     05  WS-STATIONS-REPORTED    PIC 9(05) VALUE ZERO.
001740     05  WS-STATIONS-FLAGGED     PIC 9(05) VALUE ZERO.
001750     05  WS-UNBUDGETED           PIC 9(05) VALUE ZERO.
001760
001770 01  WS-SWITCHES.
001780     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001790         88  END-OF-BUDGET                 VALUE 'Y'.
001800         88  NOT-END-OF-BUDGET             VALUE 'N'.
001810     05  WS-MTHSUMM-EOF-SWITCH   PIC X(01) VALUE 'N'.
001820         88  END-OF-MONTH-SUMMARY          VALUE 'Y'.
001830         88  NOT-END-OF-MONTH-SUMMARY      VALUE 'N'.
001840     05  WS-DAYSUMM-EOF-SWITCH   PIC X(01) VALUE 'N'.
001850         88  END-OF-DAY-SUMMARY            VALUE 'Y'.
001860         88  NOT-END-OF-DAY-SUMMARY        VALUE 'N'.
001870     05  WS-STATMAST-OPEN-SWITCH PIC X(01) VALUE 'N'.
001880         88  STATION-MASTER-OPEN           VALUE 'Y'.
001890         88  STATION-MASTER-CLOSED         VALUE 'N'.
001900     05  WS-VARIANCE-FLAG-SWITCH PIC X(01) VALUE 'N'.
001910         88  VARIANCE-FLAGGED              VALUE 'Y'.
001920         88  VARIANCE-NOT-FLAGGED          VALUE 'N'.
001930     05  WS-STN-FLAG-SWITCH      PIC X(01) VALUE 'N'.
001940         88  STATION-FLAGGED               VALUE 'Y'.
001950         88  STATION-NOT-FLAGGED           VALUE 'N'.
001960     05  WS-STN-EST-SWITCH       PIC X(01) VALUE 'N'.
001970         88  STATION-HAS-ESTIMATE          VALUE 'Y'.
001980         88  STATION-NO-ESTIMATE           VALUE 'N'.
001990     05  WS-STN-MISS-SWITCH      PIC X(01) VALUE 'N'.
002000         88  STATION-HAS-MISSING           VALUE 'Y'.
002010         88  STATION-NO-MISSING            VALUE 'N'.
002020     05  WS-UNBUD-HEAD-SWITCH    PIC X(01) VALUE 'N'.
002030         88  UNBUDGETED-HEADING-DONE       VALUE 'Y'.
002040         88  UNBUDGETED-HEADING-NOT-DONE   VALUE 'N'.
002050
002060*----------------------------------------------------------------*
002070* ACTUAL MONTHLY TOTALS FOR THE YEAR OFF THE MONTH SUMMARY, WITH   *
002080* THE DAYS IN EACH THAT WERE ESTIMATED. WS-AT-MATCHED IS SET WHEN  *
002090* A BUDGET MONTH TAKES THE ENTRY; WHAT IS LEFT HAS NO BUDGET.      *
002100*----------------------------------------------------------------*
002110 01  WS-MAX-ACTUALS              PIC 9(03) VALUE 600.
002120 01  WS-AT-COUNT                 PIC 9(03) VALUE ZERO.
002130
002140 01  WS-ACTUAL-TABLE.
002150     05  WS-AT-ENTRY OCCURS 600 TIMES.
002160         10  WS-AT-STATION       PIC X(04).
002170         10  WS-AT-YEAR-MONTH    PIC 9(06).
002180         10  WS-AT-TOTAL         PIC S9(11)V99.
002190         10  WS-AT-EST-DAYS      PIC 9(03).
002200         10  WS-AT-MATCHED       PIC X(01).
002210
002220 01  WS-AT-SUB                   PIC 9(03) COMP.
002230 01  WS-AT-FOUND-SUB             PIC 9(03) COMP.
002240
002250*----------------------------------------------------------------*
002260* THE MONTH IN PROGRESS, GATHERED PER STATION OFF THE DAILY-       *
002270* SUMMARY MASTER - TOTAL SO FAR, DAYS ON FILE AND ESTIMATED DAYS.  *
002280*----------------------------------------------------------------*
002290 01  WS-MAX-MTD-STATIONS         PIC 9(03) VALUE 200.
002300 01  WS-MD-COUNT                 PIC 9(03) VALUE ZERO.
002310
002320 01  WS-MONTH-TO-DATE-TABLE.
002330     05  WS-MD-ENTRY OCCURS 200 TIMES.
002340         10  WS-MD-STATION       PIC X(04).
002350         10  WS-MD-TOTAL         PIC S9(11)V99.
002360         10  WS-MD-DAYS          PIC 9(03).
002370         10  WS-MD-EST-DAYS      PIC 9(03).
002380         10  WS-MD-MATCHED       PIC X(01).
002390
002400 01  WS-MD-SUB                   PIC 9(03) COMP.
002410 01  WS-MD-FOUND-SUB             PIC 9(03) COMP.
002420
002430 01  WS-LOOKUP-STATION           PIC X(04).
002440 01  WS-LOOKUP-MONTH             PIC 9(06).
002450
002460*----------------------------------------------------------------*
002470* ONE STATION'S RUNNING FIGURES. THE YEAR TO DATE COVERS THE       *
002480* COMPLETE MONTHS ONLY; THE FULL-YEAR BUDGET COVERS EVERY MONTH.   *
002490*----------------------------------------------------------------*
002500 01  WS-CURRENT-STATION          PIC X(04) VALUE SPACES.
002510 01  WS-STATION-NAME             PIC X(20) VALUE SPACES.
002520
002530 01  WS-STATION-FIGURES.
002540     05  WS-YTD-BUDGET           PIC S9(11)V99 VALUE ZERO.
002550     05  WS-YTD-ACTUAL           PIC S9(11)V99 VALUE ZERO.
002560     05  WS-YTD-MONTHS           PIC 9(02) VALUE ZERO.
002570     05  WS-YEAR-BUDGET          PIC S9(11)V99 VALUE ZERO.
002580
002590*----------------------------------------------------------------*
002600* ONE VARIANCE - ACTUAL (OR PROJECTED) LESS BUDGET, AND THAT AS A  *
002610* PERCENT OF THE BUDGET. POSITIVE IS OVER BUDGET.                  *
002620*----------------------------------------------------------------*
002630 01  WS-VARIANCE-WORK.
002640     05  WS-BV-BUDGET            PIC S9(11)V99 VALUE ZERO.
002650     05  WS-BV-ACTUAL            PIC S9(11)V99 VALUE ZERO.
002660     05  WS-BV-VARIANCE          PIC S9(11)V99 VALUE ZERO.
002670     05  WS-BV-PCT               PIC S9(05)V99 VALUE ZERO.
002680
002690*----------------------------------------------------------------*
002700* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE DAY THE   *
002710* REPORT WAS RUN, SINCE THE MONTH IN PROGRESS IS PROJECTED FROM IT.*
002720*----------------------------------------------------------------*
002730 01  WS-RUN-LOG-WORK.
002740     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
002750     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
002760     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
002770     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
002780         10  WS-RL-TIME-HHMMSS   PIC 9(06).
002790         10  FILLER              PIC 9(02).
002800
002810*----------------------------------------------------------------*
002820* REPORT PAGE CONTROL AND PRINT LINES. WS-BV-LINE-COUNT STARTS     *
002830* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST   *
002840* PAGE HEADING.                                                    *
002850*----------------------------------------------------------------*
002860 01  WS-BV-PAGE-CONTROL.
002870     05  WS-BV-LINES-PER-PAGE    PIC 9(03) VALUE 055.
002880     05  WS-BV-LINE-COUNT        PIC 9(03) VALUE 999.
002890     05  WS-BV-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
002900
002910 01  WS-BV-LINE                  PIC X(80).
002920
002930 01  WS-BV-HEADING-1.
002940     05  FILLER                  PIC X(29) VALUE
002950         "BUDGET VARIANCE REPORT  YEAR ".
002960     05  BVH-YEAR                PIC 9(04).
002970     05  FILLER                  PIC X(11) VALUE " TOLERANCE ".
002980     05  BVH-TOLERANCE           PIC Z9.99.
002990     05  FILLER                  PIC X(01) VALUE "%".
003000     05  FILLER                  PIC X(05) VALUE SPACES.
003010     05  FILLER                  PIC X(05) VALUE "PAGE ".
003020     05  BVH-PAGE                PIC ZZZ9.
003030
003040 01  WS-BV-HEADING-2.
003050     05  FILLER                  PIC X(40) VALUE
003060         "  MONTH            BUDGET          ACTUA".
003070     05  FILLER                  PIC X(40) VALUE
003080         "L        VARIANCE   PERCENT FLAG  EPM   ".
003090
003100 01  WS-BV-STATION-LINE.
003110     05  FILLER                  PIC X(08) VALUE "STATION ".
003120     05  BVS-STATION             PIC X(04).
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  BVS-NAME                PIC X(20).
003150
003160 01  WS-BV-DETAIL-LINE.
003170     05  FILLER                  PIC X(02).
003180     05  BVD-MONTH               PIC 9(06).
003190     05  BVD-MONTH-X REDEFINES BVD-MONTH
003200                                 PIC X(06).
003210     05  FILLER                  PIC X(02).
003220     05  BVD-BUDGET              PIC -(11)9.99.
003230     05  FILLER                  PIC X(01).
003240     05  BVD-ACTUAL              PIC -(11)9.99.
003250     05  FILLER                  PIC X(01).
003260     05  BVD-VARIANCE            PIC -(11)9.99.
003270     05  FILLER                  PIC X(01).
003280     05  BVD-PCT                 PIC -(5)9.99.
003290     05  BVD-PCT-X REDEFINES BVD-PCT
003300                                 PIC X(09).
003310     05  FILLER                  PIC X(01).
003320     05  BVD-FLAG                PIC X(05).
003330     05  FILLER                  PIC X(01).
003340     05  BVD-EST-MARK            PIC X(01).
003350     05  BVD-PROJ-MARK           PIC X(01).
003360     05  BVD-MISS-MARK           PIC X(01).
003370
003380 01  WS-BV-NOTE-LINE.
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  BVN-MONTH               PIC 9(06).
003410     05  BVN-MONTH-X REDEFINES BVN-MONTH
003420                                 PIC X(06).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  BVN-BUDGET              PIC -(11)9.99.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  BVN-TEXT                PIC X(40).
003470
003480 01  WS-BV-PROGRESS-LINE.
003490     05  FILLER                  PIC X(10) VALUE SPACES.
003500     05  FILLER                  PIC X(14) VALUE "MONTH TO DATE ".
003510     05  BVP-SO-FAR              PIC -(11)9.99.
003520     05  FILLER                  PIC X(04) VALUE " ON ".
003530     05  BVP-DAYS                PIC ZZ9.
003540     05  FILLER                  PIC X(04) VALUE " OF ".
003550     05  BVP-MONTH-DAYS          PIC Z9.
003560     05  FILLER                  PIC X(13) VALUE " DAYS ON FILE".
003570
003580 01  WS-BV-UNBUDGETED-LINE.
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  BVU-STATION             PIC X(04).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  BVU-MONTH               PIC 9(06).
003630     05  FILLER                  PIC X(02) VALUE SPACES.
003640     05  BVU-ACTUAL              PIC -(11)9.99.
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  BVU-NOTE                PIC X(20).
003670
003680 01  WS-BV-UNBUDGETED-HEADING.
003690     05  FILLER                  PIC X(40) VALUE
003700         "ACTUALS WITH NO BUDGET ON FILE          ".
003710
003720 01  WS-BV-LEGEND-1.
003730     05  FILLER                  PIC X(40) VALUE
003740         "MARKS: E - ACTUAL INCLUDES ESTIMATED DAY".
003750     05  FILLER                  PIC X(40) VALUE
003760         "S   P - PROJECTED TO MONTH END          ".
003770
003780 01  WS-BV-LEGEND-2.
003790     05  FILLER                  PIC X(40) VALUE
003800         "       M - NO ACTUALS ON MONTH SUMMARY  ".
003810
003820 01  WS-BV-TOTAL-LINE.
003830     05  BVT-TEXT                PIC X(40).
003840     05  BVT-COUNT               PIC ZZZZZZ9.
003850
003860 01  WS-BV-NONE-LINE.
003870     05  FILLER                  PIC X(44) VALUE
003880         "NO BUDGETS ON FILE FOR THE YEAR             ".
003890
003900
003910 PROCEDURE DIVISION.
003920*----------------------------------------------------------------*
003930* 0000-MAIN-PROCESS - GATHER THE YEAR'S ACTUALS AND THE MONTH IN   *
003940* PROGRESS, THEN WALK THE BUDGET FILE STATION BY STATION.          *
003950*----------------------------------------------------------------*
003960 0000-MAIN-PROCESS.
003970     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
003980     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
003990     PERFORM 2500-LOAD-ACTUALS THRU 2500-EXIT.
004000     PERFORM 2700-GATHER-MONTH-TO-DATE THRU 2700-EXIT.
004010
004020     PERFORM 3000-PROCESS-ONE-BUDGET THRU 3000-EXIT
004030         UNTIL END-OF-BUDGET.
004040
004050     IF WS-CURRENT-STATION NOT = SPACES
004060         PERFORM 4000-PRINT-STATION-YTD THRU 4000-EXIT
004070     END-IF.
004080
004090     CLOSE BUDGET-FILE.
004100
004110     IF STATION-MASTER-OPEN
004120         CLOSE STATION-MASTER-FILE
004130     END-IF.
004140
004150     PERFORM 5000-LIST-UNBUDGETED THRU 5000-EXIT.
004160     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
004170
004180     CLOSE VARIANCE-REPORT-FILE.
004190
004200     DISPLAY "BUDVAR: STATION-MONTHS REPORTED "
004210         WS-MONTHS-REPORTED.
004220     DISPLAY "BUDVAR: STATION-MONTHS FLAGGED  "
004230         WS-MONTHS-FLAGGED.
004240     DISPLAY "BUDVAR: STATIONS FLAGGED        "
004250         WS-STATIONS-FLAGGED.
004260
004270     IF WS-MONTHS-FLAGGED > ZERO
004280             OR WS-STATIONS-FLAGGED > ZERO
004290             OR WS-MONTHS-ESTIMATED > ZERO
004300             OR WS-MONTHS-MISSING > ZERO
004310             OR WS-UNBUDGETED > ZERO
004320         DISPLAY "BUDVAR: MONTHS FLAGGED, MARKED OR UNBUDGETED - "
004330             "SEE BUDGET VARIANCE REPORT"
004340         MOVE 4 TO RETURN-CODE
004350     END-IF.
004360
004370     GO TO 9999-EXIT-PROGRAM.
004380
004390 0000-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------*
004430* 1000-GET-OPERATOR-INPUT - PROMPT FOR THE BUDGET YEAR (CCYY; A    *
004440* BLANK TAKES THIS YEAR) AND THE VARIANCE TOLERANCE PERCENT.       *
004450*----------------------------------------------------------------*
004460 1000-GET-OPERATOR-INPUT.
004470     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
004480     ACCEPT WS-RL-TIME-RAW FROM TIME.
004490     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
004500     MOVE WS-RL-START-DATE TO WS-TODAY.
004510     COMPUTE WS-THIS-MONTH = WS-TODAY-YEAR * 100 + WS-TODAY-MONTH.
004520
004530     DISPLAY "BUDVAR: ENTER BUDGET YEAR "
004540         "(CCYY, BLANK = THIS YEAR):".
004550     ACCEPT WS-REPORT-YEAR.
004560
004570     IF WS-REPORT-YEAR = SPACES
004580         MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR-NUM
004590     END-IF.
004600
004610     IF WS-REPORT-YEAR NOT NUMERIC
004620         DISPLAY "BUDVAR: BUDGET YEAR MUST BE NUMERIC CCYY"
004630         MOVE 16 TO RETURN-CODE
004640         GO TO 9999-EXIT-PROGRAM
004650     END-IF.
004660
004670     COMPUTE WS-YEAR-FIRST-MONTH = WS-REPORT-YEAR-NUM * 100 + 1.
004680     COMPUTE WS-YEAR-LAST-MONTH = WS-REPORT-YEAR-NUM * 100 + 12.
004690
004700     DISPLAY "BUDVAR: ENTER VARIANCE TOLERANCE PERCENT "
004710         "(NNNN, 2 DECIMALS IMPLIED, BLANK = DEFAULT):".
004720     ACCEPT WS-IN-TOLERANCE.
004730
004740     IF WS-IN-TOLERANCE = SPACES
004750         MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE
004760         GO TO 1000-SET-BAND
004770     END-IF.
004780
004790     IF WS-IN-TOLERANCE NOT NUMERIC
004800         DISPLAY "BUDVAR: TOLERANCE MUST BE FOUR DIGITS"
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 9999-EXIT-PROGRAM
004830     END-IF.
004840
004850     MOVE WS-IN-TOLERANCE-NUM TO WS-TOLERANCE.
004860
004870 1000-SET-BAND.
004880     COMPUTE WS-NEG-TOLERANCE = ZERO - WS-TOLERANCE.
004890 1000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------*
004930* 2000-OPEN-FILES - THE REPORT, THE BUDGET FILE, THE MONTH SUMMARY *
004940* AND THE DAILY-SUMMARY MASTER. THE STATION MASTER ONLY SUPPLIES   *
004950* NAMES, SO THE REPORT RUNS WITHOUT IT.                            *
004960*----------------------------------------------------------------*
004970 2000-OPEN-FILES.
004980     OPEN OUTPUT VARIANCE-REPORT-FILE.
004990
005000     IF WS-VARREPT-STATUS NOT = "00"
005010         DISPLAY "BUDVAR: CANNOT OPEN BUDGET VARIANCE REPORT, "
005020             "STATUS " WS-VARREPT-STATUS
005030         MOVE 16 TO RETURN-CODE
005040         GO TO 9999-EXIT-PROGRAM
005050     END-IF.
005060
005070     OPEN INPUT BUDGET-FILE.
005080
005090     IF WS-BUDGET-STATUS NOT = "00"
005100         DISPLAY "BUDVAR: CANNOT OPEN BUDGET FILE, STATUS "
005110             WS-BUDGET-STATUS
005120         CLOSE VARIANCE-REPORT-FILE
005130         MOVE 16 TO RETURN-CODE
005140         GO TO 9999-EXIT-PROGRAM
005150     END-IF.
005160
005170     OPEN INPUT MONTH-SUMMARY-FILE.
005180
005190     IF WS-MTHSUMM-STATUS NOT = "00"
005200         DISPLAY "BUDVAR: CANNOT OPEN MONTH SUMMARY, STATUS "
005210             WS-MTHSUMM-STATUS
005220         CLOSE BUDGET-FILE
005230         CLOSE VARIANCE-REPORT-FILE
005240         MOVE 16 TO RETURN-CODE
005250         GO TO 9999-EXIT-PROGRAM
005260     END-IF.
005270
005280     OPEN INPUT DAY-SUMMARY-FILE.
005290
005300     IF WS-DAYSUMM-STATUS NOT = "00"
005310         DISPLAY "BUDVAR: CANNOT OPEN DAY-SUMMARY MASTER, "
005320             "STATUS " WS-DAYSUMM-STATUS
005330         CLOSE MONTH-SUMMARY-FILE
005340         CLOSE BUDGET-FILE
005350         CLOSE VARIANCE-REPORT-FILE
005360         MOVE 16 TO RETURN-CODE
005370         GO TO 9999-EXIT-PROGRAM
005380     END-IF.
005390
005400     OPEN INPUT STATION-MASTER-FILE.
005410
005420     IF WS-STATMAST-STATUS = "00"
005430         SET STATION-MASTER-OPEN TO TRUE
005440     ELSE
005450         DISPLAY "BUDVAR: CANNOT OPEN STATION MASTER, STATUS "
005460             WS-STATMAST-STATUS " - STATION NAMES LEFT BLANK"
005470     END-IF.
005480 2000-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520* 2500-LOAD-ACTUALS - EVERY MONTH SUMMARY FOR THE BUDGET YEAR.     *
005530* A SUMMARY WRITTEN BEFORE THE ESTIMATED-DAY COUNT WAS CARRIED     *
005540* HAS THAT FIELD BLANK AND IS TAKEN AS HAVING NONE.                *
005550*----------------------------------------------------------------*
005560 2500-LOAD-ACTUALS.
005570     PERFORM 2550-LOAD-ONE-ACTUAL THRU 2550-EXIT
005580         UNTIL END-OF-MONTH-SUMMARY.
005590
005600     CLOSE MONTH-SUMMARY-FILE.
005610 2500-EXIT.
005620     EXIT.
005630
005640 2550-LOAD-ONE-ACTUAL.
005650     READ MONTH-SUMMARY-FILE
005660         AT END
005670             SET END-OF-MONTH-SUMMARY TO TRUE
005680             GO TO 2550-EXIT
005690     END-READ.
005700
005710     IF MS-YEAR-MONTH < WS-YEAR-FIRST-MONTH
005720             OR MS-YEAR-MONTH > WS-YEAR-LAST-MONTH
005730         GO TO 2550-EXIT
005740     END-IF.
005750
005760     IF WS-AT-COUNT = WS-MAX-ACTUALS
005770         DISPLAY "BUDVAR: ACTUALS TABLE FULL AT " WS-MAX-ACTUALS
005780             " - REST TREATED AS MISSING"
005790         SET END-OF-MONTH-SUMMARY TO TRUE
005800         GO TO 2550-EXIT
005810     END-IF.
005820
005830     ADD 1 TO WS-AT-COUNT.
005840     MOVE MS-STATION TO WS-AT-STATION (WS-AT-COUNT).
005850     MOVE MS-YEAR-MONTH TO WS-AT-YEAR-MONTH (WS-AT-COUNT).
005860     MOVE MS-TOTAL TO WS-AT-TOTAL (WS-AT-COUNT).
005870     MOVE "N" TO WS-AT-MATCHED (WS-AT-COUNT).
005880
005890     IF MS-EST-DAY-COUNT NUMERIC
005900         MOVE MS-EST-DAY-COUNT TO WS-AT-EST-DAYS (WS-AT-COUNT)
005910     ELSE
005920         MOVE ZERO TO WS-AT-EST-DAYS (WS-AT-COUNT)
005930     END-IF.
005940 2550-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 2700-GATHER-MONTH-TO-DATE - WHEN THE BUDGET YEAR IS THIS YEAR,   *
005990* WALK THE DAILY-SUMMARY MASTER AND ADD UP EACH STATION'S DAYS SO  *
006000* FAR IN THE MONTH IN PROGRESS.                                    *
006010*----------------------------------------------------------------*
006020 2700-GATHER-MONTH-TO-DATE.
006030     IF WS-REPORT-YEAR-NUM = WS-TODAY-YEAR
006040         PERFORM 2750-GATHER-ONE-DAY THRU 2750-EXIT
006050             UNTIL END-OF-DAY-SUMMARY
006060     END-IF.
006070
006080     CLOSE DAY-SUMMARY-FILE.
006090 2700-EXIT.
006100     EXIT.
006110
006120 2750-GATHER-ONE-DAY.
006130     READ DAY-SUMMARY-FILE NEXT RECORD
006140         AT END
006150             SET END-OF-DAY-SUMMARY TO TRUE
006160             GO TO 2750-EXIT
006170     END-READ.
006180
006190     COMPUTE WS-DS-YEAR-MONTH = DS-RUN-DATE / 100.
006200
006210     IF WS-DS-YEAR-MONTH NOT = WS-THIS-MONTH
006220         GO TO 2750-EXIT
006230     END-IF.
006240
006250     MOVE DS-STATION TO WS-LOOKUP-STATION.
006260     PERFORM 6600-FIND-MONTH-TO-DATE THRU 6600-EXIT.
006270
006280     IF WS-MD-FOUND-SUB > ZERO
006290         GO TO 2750-ADD-DAY
006300     END-IF.
006310
006320     IF WS-MD-COUNT = WS-MAX-MTD-STATIONS
006330         DISPLAY "BUDVAR: MONTH-TO-DATE TABLE FULL AT "
006340             WS-MAX-MTD-STATIONS " - STATION " DS-STATION
006350             " NOT PROJECTED"
006360         GO TO 2750-EXIT
006370     END-IF.
006380
006390     ADD 1 TO WS-MD-COUNT.
006400     MOVE WS-MD-COUNT TO WS-MD-FOUND-SUB.
006410     MOVE DS-STATION TO WS-MD-STATION (WS-MD-FOUND-SUB).
006420     MOVE ZERO TO WS-MD-TOTAL (WS-MD-FOUND-SUB).
006430     MOVE ZERO TO WS-MD-DAYS (WS-MD-FOUND-SUB).
006440     MOVE ZERO TO WS-MD-EST-DAYS (WS-MD-FOUND-SUB).
006450     MOVE "N" TO WS-MD-MATCHED (WS-MD-FOUND-SUB).
006460
006470 2750-ADD-DAY.
006480     ADD DS-TOTAL TO WS-MD-TOTAL (WS-MD-FOUND-SUB).
006490     ADD 1 TO WS-MD-DAYS (WS-MD-FOUND-SUB).
006500
006510     IF DS-ESTIMATE-FLAG = "E"
006520         ADD 1 TO WS-MD-EST-DAYS (WS-MD-FOUND-SUB)
006530     END-IF.
006540 2750-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------*
006580* 3000-PROCESS-ONE-BUDGET - THE BUDGET FILE COMES IN KEY ORDER, SO *
006590* EACH STATION'S MONTHS ARRIVE TOGETHER AND IN ORDER. A NEW        *
006600* STATION CLOSES OFF THE LAST ONE WITH ITS YEAR-TO-DATE LINE.      *
006610*----------------------------------------------------------------*
006620 3000-PROCESS-ONE-BUDGET.
006630     READ BUDGET-FILE NEXT RECORD
006640         AT END
006650             SET END-OF-BUDGET TO TRUE
006660             GO TO 3000-EXIT
006670     END-READ.
006680
006690     ADD 1 TO WS-BUDGETS-READ.
006700
006710     IF BG-YEAR-MONTH < WS-YEAR-FIRST-MONTH
006720             OR BG-YEAR-MONTH > WS-YEAR-LAST-MONTH
006730         GO TO 3000-EXIT
006740     END-IF.
006750
006760     ADD 1 TO WS-BUDGETS-IN-YEAR.
006770
006780     IF BG-STATION NOT = WS-CURRENT-STATION
006790         IF WS-CURRENT-STATION NOT = SPACES
006800             PERFORM 4000-PRINT-STATION-YTD THRU 4000-EXIT
006810         END-IF
006820         PERFORM 3050-START-STATION THRU 3050-EXIT
006830     END-IF.
006840
006850     ADD 1 TO WS-MONTHS-REPORTED.
006860     ADD BG-AMOUNT TO WS-YEAR-BUDGET.
006870
006880     IF BG-YEAR-MONTH < WS-THIS-MONTH
006890         PERFORM 3100-COMPLETE-MONTH THRU 3100-EXIT
006900         GO TO 3000-EXIT
006910     END-IF.
006920
006930     IF BG-YEAR-MONTH = WS-THIS-MONTH
006940         PERFORM 3200-MONTH-IN-PROGRESS THRU 3200-EXIT
006950         GO TO 3000-EXIT
006960     END-IF.
006970
006980     MOVE BG-YEAR-MONTH TO BVN-MONTH.
006990     MOVE BG-AMOUNT TO BVN-BUDGET.
007000     MOVE "MONTH NOT STARTED" TO BVN-TEXT.
007010     MOVE WS-BV-NOTE-LINE TO WS-BV-LINE.
007020     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007030 3000-EXIT.
007040     EXIT.
007050
007060*----------------------------------------------------------------*
007070* 3050-START-STATION - CLEAR THE STATION'S FIGURES AND PRINT ITS   *
007080* HEADING, KEEPING THE HEADING ON THE SAME PAGE AS ITS FIRST LINES.*
007090*----------------------------------------------------------------*
007100 3050-START-STATION.
007110     MOVE BG-STATION TO WS-CURRENT-STATION.
007120     ADD 1 TO WS-STATIONS-REPORTED.
007130     MOVE ZERO TO WS-YTD-BUDGET.
007140     MOVE ZERO TO WS-YTD-ACTUAL.
007150     MOVE ZERO TO WS-YTD-MONTHS.
007160     MOVE ZERO TO WS-YEAR-BUDGET.
007170     SET STATION-NOT-FLAGGED TO TRUE.
007180     SET STATION-NO-ESTIMATE TO TRUE.
007190     SET STATION-NO-MISSING TO TRUE.
007200
007210     PERFORM 8700-GET-STATION-NAME THRU 8700-EXIT.
007220
007230     IF WS-BV-LINE-COUNT + 6 > WS-BV-LINES-PER-PAGE
007240         MOVE 999 TO WS-BV-LINE-COUNT
007250     END-IF.
007260
007270     MOVE BG-STATION TO BVS-STATION.
007280     MOVE WS-STATION-NAME TO BVS-NAME.
007290     MOVE WS-BV-STATION-LINE TO WS-BV-LINE.
007300     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007310 3050-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------------*
007350* 3100-COMPLETE-MONTH - A MONTH THAT HAS ENDED IS SET AGAINST ITS  *
007360* MONTH SUMMARY AND COUNTS TOWARD THE YEAR TO DATE. WITH NO        *
007370* SUMMARY THE BUDGET STILL COUNTS, AGAINST NO ACTUAL, AND THE      *
007380* MONTH IS MARKED M.                                               *
007390*----------------------------------------------------------------*
007400 3100-COMPLETE-MONTH.
007410     ADD 1 TO WS-YTD-MONTHS.
007420     ADD BG-AMOUNT TO WS-YTD-BUDGET.
007430
007440     MOVE BG-STATION TO WS-LOOKUP-STATION.
007450     MOVE BG-YEAR-MONTH TO WS-LOOKUP-MONTH.
007460     PERFORM 6500-FIND-ACTUAL THRU 6500-EXIT.
007470
007480     IF WS-AT-FOUND-SUB = ZERO
007490         MOVE BG-YEAR-MONTH TO BVN-MONTH
007500         MOVE BG-AMOUNT TO BVN-BUDGET
007510         MOVE "*** NO ACTUALS ON MONTH SUMMARY    M"
007520             TO BVN-TEXT
007530         MOVE WS-BV-NOTE-LINE TO WS-BV-LINE
007540         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
007550         ADD 1 TO WS-MONTHS-MISSING
007560         SET STATION-HAS-MISSING TO TRUE
007570         GO TO 3100-EXIT
007580     END-IF.
007590
007600     MOVE "Y" TO WS-AT-MATCHED (WS-AT-FOUND-SUB).
007610     ADD WS-AT-TOTAL (WS-AT-FOUND-SUB) TO WS-YTD-ACTUAL.
007620
007630     MOVE BG-AMOUNT TO WS-BV-BUDGET.
007640     MOVE WS-AT-TOTAL (WS-AT-FOUND-SUB) TO WS-BV-ACTUAL.
007650     PERFORM 7000-RATE-VARIANCE THRU 7000-EXIT.
007660     MOVE BG-YEAR-MONTH TO BVD-MONTH.
007670
007680     IF WS-AT-EST-DAYS (WS-AT-FOUND-SUB) > ZERO
007690         MOVE "E" TO BVD-EST-MARK
007700         ADD 1 TO WS-MONTHS-ESTIMATED
007710         SET STATION-HAS-ESTIMATE TO TRUE
007720     END-IF.
007730
007740     IF VARIANCE-FLAGGED
007750         ADD 1 TO WS-MONTHS-FLAGGED
007760         SET STATION-FLAGGED TO TRUE
007770     END-IF.
007780
007790     MOVE WS-BV-DETAIL-LINE TO WS-BV-LINE.
007800     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007810 3100-EXIT.
007820     EXIT.
007830
007840*----------------------------------------------------------------*
007850* 3200-MONTH-IN-PROGRESS - PROJECT THE MONTH TO ITS END FROM THE   *
007860* DAYS ON FILE SO FAR: THE TOTAL SO FAR OVER THOSE DAYS, TIMES THE *
007870* DAYS IN THE MONTH. THE PROJECTION IS SET AGAINST THE BUDGET AND  *
007880* MARKED P; IT STAYS OUT OF THE YEAR TO DATE. A MONTH SUMMARY      *
007890* ALREADY WRITTEN FOR THE MONTH IS PARTIAL AND IS PASSED OVER.     *
007900*----------------------------------------------------------------*
007910 3200-MONTH-IN-PROGRESS.
007920     MOVE BG-STATION TO WS-LOOKUP-STATION.
007930     MOVE BG-YEAR-MONTH TO WS-LOOKUP-MONTH.
007940     PERFORM 6500-FIND-ACTUAL THRU 6500-EXIT.
007950
007960     IF WS-AT-FOUND-SUB > ZERO
007970         MOVE "Y" TO WS-AT-MATCHED (WS-AT-FOUND-SUB)
007980     END-IF.
007990
008000     PERFORM 6600-FIND-MONTH-TO-DATE THRU 6600-EXIT.
008010
008020     IF WS-MD-FOUND-SUB = ZERO
008030         MOVE BG-YEAR-MONTH TO BVN-MONTH
008040         MOVE BG-AMOUNT TO BVN-BUDGET
008050         MOVE "MONTH IN PROGRESS - NO DAYS ON FILE" TO BVN-TEXT
008060         MOVE WS-BV-NOTE-LINE TO WS-BV-LINE
008070         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
008080         GO TO 3200-EXIT
008090     END-IF.
008100
008110     MOVE "Y" TO WS-MD-MATCHED (WS-MD-FOUND-SUB).
008120     PERFORM 7100-SET-MONTH-DAYS THRU 7100-EXIT.
008130
008140     MOVE BG-AMOUNT TO WS-BV-BUDGET.
008150     COMPUTE WS-BV-ACTUAL ROUNDED =
008160         WS-MD-TOTAL (WS-MD-FOUND-SUB) * WS-MONTH-DAYS
008170             / WS-MD-DAYS (WS-MD-FOUND-SUB).
008180     PERFORM 7000-RATE-VARIANCE THRU 7000-EXIT.
008190     MOVE BG-YEAR-MONTH TO BVD-MONTH.
008200     MOVE "P" TO BVD-PROJ-MARK.
008210     ADD 1 TO WS-MONTHS-PROJECTED.
008220
008230     IF WS-MD-EST-DAYS (WS-MD-FOUND-SUB) > ZERO
008240         MOVE "E" TO BVD-EST-MARK
008250         ADD 1 TO WS-MONTHS-ESTIMATED
008260         SET STATION-HAS-ESTIMATE TO TRUE
008270     END-IF.
008280
008290     IF VARIANCE-FLAGGED
008300         ADD 1 TO WS-MONTHS-FLAGGED
008310         SET STATION-FLAGGED TO TRUE
008320     END-IF.
008330
008340     MOVE WS-BV-DETAIL-LINE TO WS-BV-LINE.
008350     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008360
008370     MOVE WS-MD-TOTAL (WS-MD-FOUND-SUB) TO BVP-SO-FAR.
008380     MOVE WS-MD-DAYS (WS-MD-FOUND-SUB) TO BVP-DAYS.
008390     MOVE WS-MONTH-DAYS TO BVP-MONTH-DAYS.
008400     MOVE WS-BV-PROGRESS-LINE TO WS-BV-LINE.
008410     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008420 3200-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------*
008460* 4000-PRINT-STATION-YTD - THE STATION'S YEAR TO DATE OVER ITS     *
008470* COMPLETE MONTHS, CARRYING ANY E OR M MARK FROM THOSE MONTHS, AND *
008480* ITS BUDGET FOR THE FULL YEAR. A STATION IS COUNTED AS FLAGGED    *
008490* WHEN ANY OF ITS MONTHS OR ITS YEAR TO DATE IS OUTSIDE TOLERANCE. *
008500*----------------------------------------------------------------*
008510 4000-PRINT-STATION-YTD.
008520     IF WS-YTD-MONTHS = ZERO
008530         GO TO 4000-YEAR-BUDGET
008540     END-IF.
008550
008560     MOVE WS-YTD-BUDGET TO WS-BV-BUDGET.
008570     MOVE WS-YTD-ACTUAL TO WS-BV-ACTUAL.
008580     PERFORM 7000-RATE-VARIANCE THRU 7000-EXIT.
008590     MOVE "YTD" TO BVD-MONTH-X.
008600
008610     IF STATION-HAS-ESTIMATE
008620         MOVE "E" TO BVD-EST-MARK
008630     END-IF.
008640
008650     IF STATION-HAS-MISSING
008660         MOVE "M" TO BVD-MISS-MARK
008670     END-IF.
008680
008690     IF VARIANCE-FLAGGED
008700         SET STATION-FLAGGED TO TRUE
008710     END-IF.
008720
008730     MOVE WS-BV-DETAIL-LINE TO WS-BV-LINE.
008740     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008750
008760 4000-YEAR-BUDGET.
008770     MOVE "YEAR" TO BVN-MONTH-X.
008780     MOVE WS-YEAR-BUDGET TO BVN-BUDGET.
008790     MOVE "FULL-YEAR BUDGET" TO BVN-TEXT.
008800     MOVE WS-BV-NOTE-LINE TO WS-BV-LINE.
008810     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008820
008830     IF STATION-FLAGGED
008840         ADD 1 TO WS-STATIONS-FLAGGED
008850     END-IF.
008860
008870     MOVE SPACES TO WS-BV-LINE.
008880     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008890 4000-EXIT.
008900     EXIT.
008910
008920*----------------------------------------------------------------*
008930* 5000-LIST-UNBUDGETED - ACTUALS FOR THE YEAR THAT NO BUDGET MONTH *
008940* TOOK: COMPLETE MONTHS OFF THE MONTH SUMMARY, THEN THE MONTH IN   *
008950* PROGRESS OFF THE DAILY-SUMMARY MASTER.                           *
008960*----------------------------------------------------------------*
008970 5000-LIST-UNBUDGETED.
008980     SET UNBUDGETED-HEADING-NOT-DONE TO TRUE.
008990
009000     PERFORM 5100-LIST-ONE-ACTUAL THRU 5100-EXIT
009010         VARYING WS-AT-SUB FROM 1 BY 1
009020         UNTIL WS-AT-SUB > WS-AT-COUNT.
009030
009040     PERFORM 5200-LIST-ONE-MONTH-TO-DATE THRU 5200-EXIT
009050         VARYING WS-MD-SUB FROM 1 BY 1
009060         UNTIL WS-MD-SUB > WS-MD-COUNT.
009070
009080     IF UNBUDGETED-HEADING-DONE
009090         MOVE SPACES TO WS-BV-LINE
009100         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
009110     END-IF.
009120 5000-EXIT.
009130     EXIT.
009140
009150 5100-LIST-ONE-ACTUAL.
009160     IF WS-AT-MATCHED (WS-AT-SUB) = "Y"
009170             OR WS-AT-YEAR-MONTH (WS-AT-SUB) NOT < WS-THIS-MONTH
009180         GO TO 5100-EXIT
009190     END-IF.
009200
009210     PERFORM 5300-PRINT-UNBUDGETED-HEADING THRU 5300-EXIT.
009220
009230     MOVE WS-AT-STATION (WS-AT-SUB) TO BVU-STATION.
009240     MOVE WS-AT-YEAR-MONTH (WS-AT-SUB) TO BVU-MONTH.
009250     MOVE WS-AT-TOTAL (WS-AT-SUB) TO BVU-ACTUAL.
009260     MOVE SPACES TO BVU-NOTE.
009270     MOVE WS-BV-UNBUDGETED-LINE TO WS-BV-LINE.
009280     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009290     ADD 1 TO WS-UNBUDGETED.
009300 5100-EXIT.
009310     EXIT.
009320
009330 5200-LIST-ONE-MONTH-TO-DATE.
009340     IF WS-MD-MATCHED (WS-MD-SUB) = "Y"
009350         GO TO 5200-EXIT
009360     END-IF.
009370
009380     PERFORM 5300-PRINT-UNBUDGETED-HEADING THRU 5300-EXIT.
009390
009400     MOVE WS-MD-STATION (WS-MD-SUB) TO BVU-STATION.
009410     MOVE WS-THIS-MONTH TO BVU-MONTH.
009420     MOVE WS-MD-TOTAL (WS-MD-SUB) TO BVU-ACTUAL.
009430     MOVE "MONTH TO DATE" TO BVU-NOTE.
009440     MOVE WS-BV-UNBUDGETED-LINE TO WS-BV-LINE.
009450     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009460     ADD 1 TO WS-UNBUDGETED.
009470 5200-EXIT.
009480     EXIT.
009490
009500 5300-PRINT-UNBUDGETED-HEADING.
009510     IF UNBUDGETED-HEADING-DONE
009520         GO TO 5300-EXIT
009530     END-IF.
009540
009550     MOVE WS-BV-UNBUDGETED-HEADING TO WS-BV-LINE.
009560     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009570     SET UNBUDGETED-HEADING-DONE TO TRUE.
009580 5300-EXIT.
009590     EXIT.
009600
009610*----------------------------------------------------------------*
009620* 6000-PRINT-TOTALS - THE MARK LEGEND AND RUN TOTALS AT THE FOOT   *
009630* OF THE REPORT.                                                   *
009640*----------------------------------------------------------------*
009650 6000-PRINT-TOTALS.
009660     IF WS-BUDGETS-IN-YEAR = ZERO
009670         MOVE WS-BV-NONE-LINE TO WS-BV-LINE
009680         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
009690     END-IF.
009700
009710     MOVE WS-BV-LEGEND-1 TO WS-BV-LINE.
009720     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009730     MOVE WS-BV-LEGEND-2 TO WS-BV-LINE.
009740     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009750     MOVE SPACES TO WS-BV-LINE.
009760     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009770
009780     MOVE "STATIONS REPORTED" TO BVT-TEXT.
009790     MOVE WS-STATIONS-REPORTED TO BVT-COUNT.
009800     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
009810     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009820
009830     MOVE "STATIONS FLAGGED" TO BVT-TEXT.
009840     MOVE WS-STATIONS-FLAGGED TO BVT-COUNT.
009850     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
009860     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009870
009880     MOVE "STATION-MONTHS REPORTED" TO BVT-TEXT.
009890     MOVE WS-MONTHS-REPORTED TO BVT-COUNT.
009900     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
009910     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009920
009930     MOVE "STATION-MONTHS FLAGGED" TO BVT-TEXT.
009940     MOVE WS-MONTHS-FLAGGED TO BVT-COUNT.
009950     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
009960     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009970
009980     MOVE "STATION-MONTHS MARKED E (ESTIMATED DAY)" TO BVT-TEXT.
009990     MOVE WS-MONTHS-ESTIMATED TO BVT-COUNT.
010000     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
010010     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010020
010030     MOVE "STATION-MONTHS MARKED P (PROJECTED)" TO BVT-TEXT.
010040     MOVE WS-MONTHS-PROJECTED TO BVT-COUNT.
010050     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
010060     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010070
010080     MOVE "STATION-MONTHS MARKED M (NO ACTUALS)" TO BVT-TEXT.
010090     MOVE WS-MONTHS-MISSING TO BVT-COUNT.
010100     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
010110     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010120
010130     MOVE "ACTUALS WITH NO BUDGET" TO BVT-TEXT.
010140     MOVE WS-UNBUDGETED TO BVT-COUNT.
010150     MOVE WS-BV-TOTAL-LINE TO WS-BV-LINE.
010160     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010170 6000-EXIT.
010180     EXIT.
010190
010200*----------------------------------------------------------------*
010210* 6500-FIND-ACTUAL - SUBSCRIPT OF WS-LOOKUP-STATION AND            *
010220* WS-LOOKUP-MONTH IN THE ACTUALS TABLE, OR ZERO WHEN THE MONTH     *
010230* SUMMARY DOES NOT CARRY IT.                                       *
010240*----------------------------------------------------------------*
010250 6500-FIND-ACTUAL.
010260     MOVE ZERO TO WS-AT-FOUND-SUB.
010270
010280     PERFORM 6550-MATCH-ONE-ACTUAL THRU 6550-EXIT
010290         VARYING WS-AT-SUB FROM 1 BY 1
010300         UNTIL WS-AT-SUB > WS-AT-COUNT
010310            OR WS-AT-FOUND-SUB > ZERO.
010320 6500-EXIT.
010330     EXIT.
010340
010350 6550-MATCH-ONE-ACTUAL.
010360     IF WS-AT-STATION (WS-AT-SUB) = WS-LOOKUP-STATION
010370             AND WS-AT-YEAR-MONTH (WS-AT-SUB) = WS-LOOKUP-MONTH
010380         MOVE WS-AT-SUB TO WS-AT-FOUND-SUB
010390     END-IF.
010400 6550-EXIT.
010410     EXIT.
010420
010430*----------------------------------------------------------------*
010440* 6600-FIND-MONTH-TO-DATE - SUBSCRIPT OF WS-LOOKUP-STATION IN THE  *
010450* MONTH-TO-DATE TABLE, OR ZERO WHEN IT HAS NO DAY THIS MONTH.      *
010460*----------------------------------------------------------------*
010470 6600-FIND-MONTH-TO-DATE.
010480     MOVE ZERO TO WS-MD-FOUND-SUB.
010490
010500     PERFORM 6650-MATCH-ONE-MONTH-TO-DATE THRU 6650-EXIT
010510         VARYING WS-MD-SUB FROM 1 BY 1
010520         UNTIL WS-MD-SUB > WS-MD-COUNT
010530            OR WS-MD-FOUND-SUB > ZERO.
010540 6600-EXIT.
010550     EXIT.
010560
010570 6650-MATCH-ONE-MONTH-TO-DATE.
010580     IF WS-MD-STATION (WS-MD-SUB) = WS-LOOKUP-STATION
010590         MOVE WS-MD-SUB TO WS-MD-FOUND-SUB
010600     END-IF.
010610 6650-EXIT.
010620     EXIT.
010630
010640*----------------------------------------------------------------*
010650* 7000-RATE-VARIANCE - SET WS-BV-ACTUAL AGAINST WS-BV-BUDGET INTO  *
010660* A FRESH DETAIL LINE AND FLAG IT OVER OR UNDER WHEN THE PERCENT   *
010670* IS OUTSIDE THE TOLERANCE. WITH NO BUDGET NO PERCENT CAN BE TAKEN *
010680* AND ANY ACTUAL AT ALL IS FLAGGED.                                *
010690*----------------------------------------------------------------*
010700 7000-RATE-VARIANCE.
010710     MOVE SPACES TO WS-BV-DETAIL-LINE.
010720     SET VARIANCE-NOT-FLAGGED TO TRUE.
010730
010740     COMPUTE WS-BV-VARIANCE = WS-BV-ACTUAL - WS-BV-BUDGET.
010750
010760     MOVE WS-BV-BUDGET TO BVD-BUDGET.
010770     MOVE WS-BV-ACTUAL TO BVD-ACTUAL.
010780     MOVE WS-BV-VARIANCE TO BVD-VARIANCE.
010790
010800     IF WS-BV-BUDGET = ZERO
010810         MOVE "      N/A" TO BVD-PCT-X
010820         IF WS-BV-VARIANCE > ZERO
010830             MOVE "OVER" TO BVD-FLAG
010840             SET VARIANCE-FLAGGED TO TRUE
010850         END-IF
010860         IF WS-BV-VARIANCE < ZERO
010870             MOVE "UNDER" TO BVD-FLAG
010880             SET VARIANCE-FLAGGED TO TRUE
010890         END-IF
010900         GO TO 7000-EXIT
010910     END-IF.
010920
010930     COMPUTE WS-BV-PCT ROUNDED =
010940         WS-BV-VARIANCE * 100 / WS-BV-BUDGET
010950         ON SIZE ERROR
010960             IF WS-BV-VARIANCE < ZERO
010970                 MOVE -99999.99 TO WS-BV-PCT
010980             ELSE
010990                 MOVE 99999.99 TO WS-BV-PCT
011000             END-IF
011010     END-COMPUTE.
011020
011030     MOVE WS-BV-PCT TO BVD-PCT.
011040
011050     IF WS-BV-PCT > WS-TOLERANCE
011060         MOVE "OVER" TO BVD-FLAG
011070         SET VARIANCE-FLAGGED TO TRUE
011080     END-IF.
011090
011100     IF WS-BV-PCT < WS-NEG-TOLERANCE
011110         MOVE "UNDER" TO BVD-FLAG
011120         SET VARIANCE-FLAGGED TO TRUE
011130     END-IF.
011140 7000-EXIT.
011150     EXIT.
011160
011170*----------------------------------------------------------------*
011180* 7100-SET-MONTH-DAYS - DAYS IN THE MONTH IN PROGRESS, ALLOWING    *
011190* FOR FEBRUARY IN A LEAP YEAR.                                     *
011200*----------------------------------------------------------------*
011210 7100-SET-MONTH-DAYS.
011220     MOVE WS-MONTH-LENGTH (WS-TODAY-MONTH) TO WS-MONTH-DAYS.
011230
011240     IF WS-TODAY-MONTH NOT = 2
011250         GO TO 7100-EXIT
011260     END-IF.
011270
011280     DIVIDE WS-TODAY-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
011290         REMAINDER WS-LEAP-REM-4.
011300     DIVIDE WS-TODAY-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
011310         REMAINDER WS-LEAP-REM-100.
011320     DIVIDE WS-TODAY-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
011330         REMAINDER WS-LEAP-REM-400.
011340
011350     IF WS-LEAP-REM-4 = ZERO
011360             AND (WS-LEAP-REM-100 NOT = ZERO
011370                  OR WS-LEAP-REM-400 = ZERO)
011380         MOVE 29 TO WS-MONTH-DAYS
011390     END-IF.
011400 7100-EXIT.
011410     EXIT.
011420
011430*----------------------------------------------------------------*
011440* 8700-GET-STATION-NAME - THE BUDGET STATION'S NAME OFF THE        *
011450* STATION MASTER, LEFT BLANK WHEN THE MASTER IS NOT OPEN OR DOES   *
011460* NOT CARRY IT.                                                    *
011470*----------------------------------------------------------------*
011480 8700-GET-STATION-NAME.
011490     MOVE SPACES TO WS-STATION-NAME.
011500
011510     IF STATION-MASTER-CLOSED
011520         GO TO 8700-EXIT
011530     END-IF.
011540
011550     MOVE BG-STATION TO SM-STATION.
011560
011570     READ STATION-MASTER-FILE
011580         INVALID KEY
011590             GO TO 8700-EXIT
011600     END-READ.
011610
011620     MOVE SM-NAME TO WS-STATION-NAME.
011630 8700-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------------*
011670* 8800-WRITE-REPORT-LINE - EVERY VARIANCE REPORT LINE GOES THROUGH *
011680* HERE SO THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE.    *
011690* THE LINE TO PRINT IS EXPECTED IN WS-BV-LINE.                     *
011700*----------------------------------------------------------------*
011710 8800-WRITE-REPORT-LINE.
011720     IF WS-BV-LINE-COUNT NOT < WS-BV-LINES-PER-PAGE
011730         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
011740     END-IF.
011750
011760     WRITE BV-PRINT-LINE FROM WS-BV-LINE.
011770     ADD 1 TO WS-BV-LINE-COUNT.
011780 8800-EXIT.
011790     EXIT.
011800
011810*----------------------------------------------------------------*
011820* 8900-START-NEW-PAGE - PAGE HEADINGS AND THE NEXT PAGE NUMBER.    *
011830*----------------------------------------------------------------*
011840 8900-START-NEW-PAGE.
011850     ADD 1 TO WS-BV-PAGE-NUMBER.
011860     MOVE WS-BV-PAGE-NUMBER TO BVH-PAGE.
011870     MOVE WS-REPORT-YEAR-NUM TO BVH-YEAR.
011880     MOVE WS-TOLERANCE TO BVH-TOLERANCE.
011890     WRITE BV-PRINT-LINE FROM WS-BV-HEADING-1.
011900     MOVE SPACES TO BV-PRINT-LINE.
011910     WRITE BV-PRINT-LINE.
011920     WRITE BV-PRINT-LINE FROM WS-BV-HEADING-2.
011930     MOVE SPACES TO BV-PRINT-LINE.
011940     WRITE BV-PRINT-LINE.
011950     MOVE 4 TO WS-BV-LINE-COUNT.
011960 8900-EXIT.
011970     EXIT.
011980
011990*----------------------------------------------------------------*
012000* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
012010* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
012020* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
012030*----------------------------------------------------------------*
012040 9800-WRITE-RUN-LOG.
012050     OPEN EXTEND RUN-LOG-FILE.
012060
012070     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
012080         CLOSE RUN-LOG-FILE
012090         OPEN OUTPUT RUN-LOG-FILE
012100     END-IF.
012110
012120     IF WS-RUNLOG-STATUS NOT = "00"
012130         DISPLAY "BUDVAR: CANNOT OPEN RUN LOG, STATUS "
012140             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
012150         GO TO 9800-EXIT
012160     END-IF.
012170
012180     MOVE SPACES TO RL-RECORD.
012190     MOVE "BUDVAR" TO RL-PROGRAM.
012200     MOVE WS-RL-START-DATE TO RL-BUSINESS-DATE.
012210     MOVE WS-RL-START-DATE TO RL-START-DATE.
012220     MOVE WS-RL-START-TIME TO RL-START-TIME.
012230     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
012240     ACCEPT WS-RL-TIME-RAW FROM TIME.
012250     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
012260     MOVE RETURN-CODE TO RL-RETURN-CODE.
012270     MOVE WS-BUDGETS-IN-YEAR TO RL-RECORDS-IN.
012280     MOVE WS-MONTHS-REPORTED TO RL-RECORDS-OUT.
012290     WRITE RL-RECORD.
012300
012310     CLOSE RUN-LOG-FILE.
012320 9800-EXIT.
012330     EXIT.
012340
012350*----------------------------------------------------------------*
012360* 9999-EXIT-PROGRAM                                                *
012370*----------------------------------------------------------------*
012380 9999-EXIT-PROGRAM.
012390     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
012400     STOP RUN.
