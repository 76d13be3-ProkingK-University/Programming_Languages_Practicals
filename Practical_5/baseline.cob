000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BASELINE.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - ROLLING READING BASELINE    *
000210*                  PER STATION AND DAY OF THE WEEK. FOR EACH REAL *
000220*                  DAY ON THE DAILY-SUMMARY MASTER IN THE HISTORY *
000230*                  WINDOW BEFORE THE KEYED RUN DATE, THE DAY'S    *
000240*                  'V' READINGS ARE TAKEN OFF THE AUDIT TRAIL AND *
000250*                  POOLED BY STATION AND WEEKDAY INTO A MEAN, A   *
000260*                  STANDARD DEVIATION AND A READING BAND OF SO    *
000270*                  MANY STANDARD DEVIATIONS EITHER SIDE. THE      *
000280*                  KEYED BASELINE FILE IS REBUILT OUTRIGHT EACH   *
000290*                  RUN FOR ARRAY'S TOLERANCE PASS. ESTIMATED DAYS *
000300*                  AND DAYS REVERSED BY A CORRECTION ARE LEFT OUT *
000310*                  SO THE BASELINE LEARNS ONLY FROM FIGURES THAT  *
000320*                  STOOD.                                         *
000330*----------------------------------------------------------------*
000340* RETURN CODES                                                    *
000350*   00  BASELINE REBUILT FROM THE WHOLE WINDOW                    *
000360*   04  REBUILT, BUT A TABLE FILLED OR A DAY'S FIGURES WERE TOO   *
000370*       LARGE TO POOL - SEE BASELINE REPORT                       *
000380*   16  BAD OPERATOR INPUT, A FILE COULD NOT BE OPENED OR NO      *
000390*       SUMMARY IN THE WINDOW - BASELINE FILE LEFT AS IT WAS      *
000400*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS DS-KEY
000510         FILE STATUS IS WS-DAYSUMM-STATUS.
000520
000530     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-AUDITTRL-STATUS.
000560
000570     SELECT STATION-BASELINE-FILE ASSIGN TO "BASELINE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS BL-KEY
000610         FILE STATUS IS WS-BASELINE-STATUS.
000620
000630     SELECT BASELINE-REPORT-FILE ASSIGN TO "BASERPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BASERPT-STATUS.
000660
000670     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RUNLOG-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  DAY-SUMMARY-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DAYSUREC.
000760
000770 FD  AUDIT-TRAIL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY AUDITREC.
000800
000810 FD  STATION-BASELINE-FILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY BASEREC.
000840
000850 FD  BASELINE-REPORT-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  BR-PRINT-LINE               PIC X(80).
000880
000890 FD  RUN-LOG-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY RUNLGREC.
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------*
000950* FILE STATUS SWITCHES                                             *
000960*----------------------------------------------------------------*
000970 01  WS-FILE-STATUSES.
000980     05  WS-DAYSUMM-STATUS       PIC X(02) VALUE SPACES.
000990     05  WS-AUDITTRL-STATUS      PIC X(02) VALUE SPACES.
001000     05  WS-BASELINE-STATUS      PIC X(02) VALUE SPACES.
001010     05  WS-BASERPT-STATUS       PIC X(02) VALUE SPACES.
001020     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001030
001040*----------------------------------------------------------------*
001050* OPERATOR INPUT - THE RUN DATE THE BASELINE IS FOR (A BLANK TAKES *
001060* TODAY), THE HISTORY WINDOW IN DAYS BEFORE IT AND THE BAND WIDTH  *
001070* IN STANDARD DEVIATIONS (BLANKS TAKE THE AGREED DEFAULTS).        *
001080*----------------------------------------------------------------*
001090 01  WS-BASELINE-INPUT.
001100     05  WS-IN-RUN-DATE          PIC X(08) VALUE SPACES.
001110     05  WS-IN-RUN-DATE-NUM REDEFINES WS-IN-RUN-DATE
001120                                 PIC 9(08).
001130     05  WS-IN-WINDOW            PIC X(03) VALUE SPACES.
001140     05  WS-IN-WINDOW-NUM REDEFINES WS-IN-WINDOW
001150                                 PIC 9(03).
001160     05  WS-IN-SIGMAS            PIC X(01) VALUE SPACE.
001170     05  WS-IN-SIGMAS-NUM REDEFINES WS-IN-SIGMAS
001180                                 PIC 9(01).
001190
001200 01  WS-BASELINE-DEFAULTS.
001210     05  WS-DEFAULT-WINDOW       PIC 9(03) VALUE 056.
001220     05  WS-MIN-WINDOW           PIC 9(03) VALUE 007.
001230     05  WS-MAX-WINDOW           PIC 9(03) VALUE 366.
001240     05  WS-DEFAULT-SIGMAS       PIC 9(01) VALUE 3.
001250     05  WS-MIN-SAMPLE-DAYS      PIC 9(03) VALUE 003.
001260
001270 01  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
001280 01  WS-RUN-SPLIT REDEFINES WS-RUN-DATE.
001290     05  WS-RUN-YEAR             PIC 9(04).
001300     05  WS-RUN-MONTH            PIC 9(02).
001310     05  WS-RUN-DAY              PIC 9(02).
001320
001330 01  WS-WINDOW-DAYS              PIC 9(03) VALUE ZERO.
001340 01  WS-BAND-SIGMAS              PIC 9(01) VALUE ZERO.
001350 01  WS-RUN-DAY-NUMBER           PIC 9(07) VALUE ZERO.
001360 01  WS-DAYS-BACK                PIC S9(07) VALUE ZERO.
001370
001380*----------------------------------------------------------------*
001390* DAY NUMBER WORK - A DATE AS A COUNT OF DAYS (THE JULIAN DAY      *
001400* NUMBER), SO DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS,  *
001410* AND ITS DAY OF THE WEEK, 1 = SUNDAY ... 7 = SATURDAY. EACH STEP  *
001420* IS A WHOLE-NUMBER DIVISION, SO THE DIVIDES ARE KEPT SEPARATE.    *
001430*----------------------------------------------------------------*
001440 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
001450 01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
001460     05  WS-DN-YEAR              PIC 9(04).
001470     05  WS-DN-MONTH             PIC 9(02).
001480     05  WS-DN-DAY               PIC 9(02).
001490
001500 01  WS-DAY-NUMBER-WORK.
001510     05  WS-DN-A                 PIC 9(01) COMP.
001520     05  WS-DN-Y                 PIC 9(05) COMP.
001530     05  WS-DN-M                 PIC 9(02) COMP.
001540     05  WS-DN-MONTH-DAYS        PIC 9(05) COMP.
001550     05  WS-DN-Y4                PIC 9(05) COMP.
001560     05  WS-DN-Y100              PIC 9(05) COMP.
001570     05  WS-DN-Y400              PIC 9(05) COMP.
001580     05  WS-DN-DAYS-SINCE        PIC 9(07) COMP.
001590     05  WS-DN-WEEKS             PIC 9(07) COMP.
001600     05  WS-DN-REMAINDER         PIC 9(01) COMP.
001610     05  WS-DN-DAY-NUMBER        PIC 9(07) VALUE ZERO.
001620     05  WS-DN-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
001630
001640 01  WS-DAY-NAME-VALUES.
001650     05  FILLER                  PIC X(21) VALUE
001660         "SUNMONTUEWEDTHUFRISAT".
001670 01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-VALUES.
001680     05  WS-DAY-NAME OCCURS 7 TIMES
001690                                 PIC X(03).
001700
001710*----------------------------------------------------------------*
001720* ONE ENTRY PER STATION WITH A SUMMARY IN THE WINDOW, IN MASTER    *
001730* KEY ORDER. READINGS ARE POOLED AS DIFFERENCES FROM A REFERENCE   *
001740* LEVEL (THE AVERAGE OF THE STATION'S FIRST DAY IN THE WINDOW) SO  *
001750* THE SUMS OF SQUARES STAY SMALL FOR A STATION THAT READS HIGH;    *
001760* THE MEAN IS SHIFTED BACK AND THE SPREAD IS UNCHANGED BY IT.      *
001770* EACH STATION HAS ONE POOL PER DAY OF THE WEEK.                   *
001780*----------------------------------------------------------------*
001790 01  WS-MAX-STATIONS             PIC 9(03) VALUE 200.
001800 01  WS-STATION-COUNT            PIC 9(03) VALUE ZERO.
001810
001820 01  WS-STATION-TABLE.
001830     05  WS-BS-ENTRY OCCURS 200 TIMES.
001840         10  WS-BS-STATION       PIC X(04).
001850         10  WS-BS-REFERENCE     PIC S9(7)V99.
001860         10  WS-BS-FIRST-DAY     PIC 9(05) COMP.
001870         10  WS-BS-EST-DAYS      PIC 9(03).
001880         10  WS-BS-REV-DAYS      PIC 9(03).
001890         10  WS-BS-BIG-DAYS      PIC 9(03).
001900         10  WS-BS-EMPTY-DAYS    PIC 9(03).
001910         10  WS-BS-POOL OCCURS 7 TIMES.
001920             15  WS-BP-DAYS      PIC 9(03).
001930             15  WS-BP-READINGS  PIC 9(07).
001940             15  WS-BP-SUM       PIC S9(15)V99 COMP-3.
001950             15  WS-BP-SUMSQ     PIC S9(14)V9(4) COMP-3.
001960             15  WS-BP-OVERFLOW  PIC X(01).
001970
001980*----------------------------------------------------------------*
001990* ONE ENTRY PER STATION DAY IN THE WINDOW, IN MASTER KEY ORDER SO  *
002000* A TRAIL RECORD'S DAY IS FOUND BY HALVING THE TABLE. THE STATUS   *
002010* STARTS BLANK (USABLE) AND IS SET WHEN THE DAY IS LEFT OUT: 'E'   *
002020* ESTIMATED, 'R' REVERSED BY A CORRECTION, 'O' FIGURES TOO LARGE   *
002030* TO POOL. THE SUMS ARE THE DAY'S LAST REAL SUMMARY'S READINGS,    *
002040* LESS THE STATION'S REFERENCE LEVEL.                              *
002050*----------------------------------------------------------------*
002060 01  WS-MAX-DAYS                 PIC 9(05) VALUE 15000.
002070 01  WS-DAY-COUNT                PIC 9(05) VALUE ZERO.
002080
002090 01  WS-DAY-TABLE.
002100     05  WS-DY-ENTRY OCCURS 15000 TIMES.
002110         10  WS-DY-KEY.
002120             15  WS-DY-STATION   PIC X(04).
002130             15  WS-DY-DATE      PIC 9(08).
002140         10  WS-DY-STN-SUB       PIC 9(03) COMP.
002150         10  WS-DY-DAY-OF-WEEK   PIC 9(01).
002160         10  WS-DY-STATUS        PIC X(01).
002170             88  DAY-USABLE                VALUE SPACE.
002180             88  DAY-ESTIMATED             VALUE 'E'.
002190             88  DAY-REVERSED              VALUE 'R'.
002200             88  DAY-TOO-LARGE             VALUE 'O'.
002210         10  WS-DY-READINGS      PIC 9(05) COMP.
002220         10  WS-DY-SUM           PIC S9(13)V99 COMP-3.
002230         10  WS-DY-SUMSQ         PIC S9(14)V9(4) COMP-3.
002240
002250 01  WS-STN-SUB                  PIC 9(03) COMP.
002260 01  WS-DAY-SUB                  PIC 9(05) COMP.
002270 01  WS-DOW-SUB                  PIC 9(01) COMP.
002280 01  WS-CURRENT-DAY              PIC 9(05) COMP.
002290
002300*----------------------------------------------------------------*
002310* DAY LOOKUP - THE STATION AND DATE SOUGHT, AND THE LOW, HIGH AND  *
002320* MIDDLE OF THE PART OF THE DAY TABLE STILL TO SEARCH.             *
002330*----------------------------------------------------------------*
002340 01  WS-LOOKUP-KEY.
002350     05  WS-LOOKUP-STATION       PIC X(04).
002360     05  WS-LOOKUP-DATE          PIC 9(08).
002370
002380 01  WS-SEARCH-WORK.
002390     05  WS-SRCH-LOW             PIC 9(05) COMP.
002400     05  WS-SRCH-HIGH            PIC 9(05) COMP.
002410     05  WS-SRCH-MID             PIC 9(05) COMP.
002420     05  WS-FOUND-DAY            PIC 9(05) COMP.
002430
002440*----------------------------------------------------------------*
002450* STATISTICS WORK FOR ONE STATION AND WEEKDAY. THE STANDARD        *
002460* DEVIATION IS THE SAMPLE ONE (DIVIDED BY READINGS LESS ONE); ITS  *
002470* SQUARE ROOT IS FOUND BY DOUBLING A GUESS UNTIL IT IS AT LEAST    *
002480* BIG ENOUGH, THEN AVERAGING THE GUESS WITH VARIANCE / GUESS UNTIL *
002490* IT STOPS MOVING.                                                 *
002500*----------------------------------------------------------------*
002510 01  WS-STATS-WORK.
002520     05  WS-SHIFTED              PIC S9(8)V99.
002530     05  WS-MEAN-SHIFT           PIC S9(9)V9(4).
002540     05  WS-VARIANCE             PIC S9(14)V9(4).
002550     05  WS-ROOT                 PIC S9(8)V9(6).
002560     05  WS-ROOT-PRIOR           PIC S9(8)V9(6).
002570     05  WS-ROOT-STEPS           PIC 9(02).
002580     05  WS-MEAN                 PIC S9(7)V99.
002590     05  WS-STD-DEV              PIC S9(7)V99.
002600     05  WS-BAND-LOW             PIC S9(9)V99.
002610     05  WS-BAND-HIGH            PIC S9(9)V99.
002620     05  WS-READING-LIMIT        PIC S9(9)V99 VALUE 9999999.99.
002630
002640*----------------------------------------------------------------*
002650* WORK COUNTERS AND SWITCHES                                       *
002660*----------------------------------------------------------------*
002670 01  WS-BASELINE-COUNTERS.
002680     05  WS-SUMMARIES-READ       PIC 9(07) VALUE ZERO.
002690     05  WS-TRAIL-READ           PIC 9(07) VALUE ZERO.
002700     05  WS-READINGS-USED        PIC 9(09) VALUE ZERO.
002710     05  WS-DAYS-USED            PIC 9(07) VALUE ZERO.
002720     05  WS-DAYS-ESTIMATED       PIC 9(07) VALUE ZERO.
002730     05  WS-DAYS-REVERSED        PIC 9(07) VALUE ZERO.
002740     05  WS-DAYS-TOO-LARGE       PIC 9(07) VALUE ZERO.
002750     05  WS-DAYS-EMPTY           PIC 9(07) VALUE ZERO.
002760     05  WS-BASELINES-WRITTEN    PIC 9(07) VALUE ZERO.
002770     05  WS-POOLS-NOT-BUILT      PIC 9(07) VALUE ZERO.
002780
002790 01  WS-SWITCHES.
002800     05  WS-DAYSUMM-EOF-SWITCH   PIC X(01) VALUE 'N'.
002810         88  END-OF-DAY-SUMMARY            VALUE 'Y'.
002820         88  NOT-END-OF-DAY-SUMMARY        VALUE 'N'.
002830     05  WS-TRAIL-EOF-SWITCH     PIC X(01) VALUE 'N'.
002840         88  END-OF-AUDIT-TRAIL            VALUE 'Y'.
002850         88  NOT-END-OF-AUDIT-TRAIL        VALUE 'N'.
002860     05  WS-TABLE-FULL-SWITCH    PIC X(01) VALUE 'N'.
002870         88  TABLE-FILLED                  VALUE 'Y'.
002880         88  TABLE-NOT-FILLED              VALUE 'N'.
002890     05  WS-ROOT-SWITCH          PIC X(01) VALUE 'N'.
002900         88  ROOT-SETTLED                  VALUE 'Y'.
002910         88  ROOT-NOT-SETTLED              VALUE 'N'.
002920
002930*----------------------------------------------------------------*
002940* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE RUN DATE  *
002950* THE BASELINE IS FOR.                                             *
002960*----------------------------------------------------------------*
002970 01  WS-RUN-LOG-WORK.
002980     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
002990     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
003000     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
003010     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
003020         10  WS-RL-TIME-HHMMSS   PIC 9(06).
003030         10  FILLER              PIC 9(02).
003040     05  WS-RL-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
003050
003060*----------------------------------------------------------------*
003070* REPORT PAGE CONTROL AND PRINT LINES. WS-BR-LINE-COUNT STARTS     *
003080* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST   *
003090* PAGE HEADING.                                                    *
003100*----------------------------------------------------------------*
003110 01  WS-BR-PAGE-CONTROL.
003120     05  WS-BR-LINES-PER-PAGE    PIC 9(03) VALUE 055.
003130     05  WS-BR-LINE-COUNT        PIC 9(03) VALUE 999.
003140     05  WS-BR-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
003150
003160 01  WS-BR-LINE                  PIC X(80).
003170
003180 01  WS-BR-HEADING-1.
003190     05  FILLER                  PIC X(18) VALUE
003200         "STATION BASELINE  ".
003210     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
003220     05  BRH-RUN-DATE            PIC 9(08).
003230     05  FILLER                  PIC X(08) VALUE " WINDOW ".
003240     05  BRH-WINDOW              PIC ZZ9.
003250     05  FILLER                  PIC X(05) VALUE " DAYS".
003260     05  FILLER                  PIC X(06) VALUE " BAND ".
003270     05  BRH-SIGMAS              PIC 9(01).
003280     05  FILLER                  PIC X(03) VALUE " SD".
003290     05  FILLER                  PIC X(04) VALUE SPACES.
003300     05  FILLER                  PIC X(05) VALUE "PAGE ".
003310     05  BRH-PAGE                PIC ZZZ9.
003320
003330 01  WS-BR-HEADING-2.
003340     05  FILLER                  PIC X(40) VALUE
003350         "STN  DAY DAYS READINGS        MEAN     S".
003360     05  FILLER                  PIC X(40) VALUE
003370         "TD DEV    BAND LOW   BAND HIGH          ".
003380
003390 01  WS-BR-DETAIL-LINE.
003400     05  BRD-STATION             PIC X(04).
003410     05  FILLER                  PIC X(01) VALUE SPACES.
003420     05  BRD-DAY                 PIC X(03).
003430     05  FILLER                  PIC X(02) VALUE SPACES.
003440     05  BRD-DAYS                PIC ZZ9.
003450     05  FILLER                  PIC X(02) VALUE SPACES.
003460     05  BRD-READINGS            PIC ZZZZZZ9.
003470     05  FILLER                  PIC X(01) VALUE SPACES.
003480     05  BRD-MEAN                PIC -(7)9.99.
003490     05  FILLER                  PIC X(01) VALUE SPACES.
003500     05  BRD-STD-DEV             PIC -(7)9.99.
003510     05  FILLER                  PIC X(01) VALUE SPACES.
003520     05  BRD-LOW                 PIC -(7)9.99.
003530     05  FILLER                  PIC X(01) VALUE SPACES.
003540     05  BRD-HIGH                PIC -(7)9.99.
003550
003560 01  WS-BR-SHORT-LINE.
003570     05  BRS-STATION             PIC X(04).
003580     05  FILLER                  PIC X(01) VALUE SPACES.
003590     05  BRS-DAY                 PIC X(03).
003600     05  FILLER                  PIC X(02) VALUE SPACES.
003610     05  BRS-DAYS                PIC ZZ9.
003620     05  FILLER                  PIC X(02) VALUE SPACES.
003630     05  BRS-READINGS            PIC ZZZZZZ9.
003640     05  FILLER                  PIC X(03) VALUE SPACES.
003650     05  BRS-NOTE                PIC X(45).
003660
003670 01  WS-BR-LEFT-OUT-LINE.
003680     05  FILLER                  PIC X(05) VALUE SPACES.
003690     05  FILLER                  PIC X(16) VALUE
003700         "DAYS LEFT OUT - ".
003710     05  BRL-ESTIMATED           PIC ZZ9.
003720     05  FILLER                  PIC X(11) VALUE " ESTIMATED,".
003730     05  BRL-REVERSED            PIC ZZ9.
003740     05  FILLER                  PIC X(10) VALUE " REVERSED,".
003750     05  BRL-TOO-LARGE           PIC ZZ9.
003760     05  FILLER                  PIC X(11) VALUE " TOO LARGE,".
003770     05  BRL-EMPTY               PIC ZZ9.
003780     05  FILLER                  PIC X(12) VALUE " NO READINGS".
003790
003800 01  WS-BR-TOTAL-LINE.
003810     05  BRT-TEXT                PIC X(40).
003820     05  BRT-COUNT               PIC ZZZZZZZZ9.
003830
003840 01  WS-BR-TEXT-LINE.
003850     05  BRX-TEXT                PIC X(80).
003860
003870
003880 PROCEDURE DIVISION.
003890*----------------------------------------------------------------*
003900* 0000-MAIN-PROCESS - GATHER THE WINDOW'S DAYS OFF THE MASTER,     *
003910* POOL THEIR READINGS OFF THE TRAIL, THEN REBUILD THE BASELINE     *
003920* FILE ONE STATION AND WEEKDAY AT A TIME.                          *
003930*----------------------------------------------------------------*
003940 0000-MAIN-PROCESS.
003950     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
003960     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
003970     PERFORM 2100-LOAD-WINDOW-DAYS THRU 2100-EXIT.
003980
003990     PERFORM 3000-WALK-AUDIT-TRAIL THRU 3000-EXIT.
004000
004010     PERFORM 4000-POOL-ONE-DAY THRU 4000-EXIT
004020         VARYING WS-DAY-SUB FROM 1 BY 1
004030         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
004040
004050     PERFORM 5000-OPEN-BASELINE-FILE THRU 5000-EXIT.
004060
004070     PERFORM 5100-BUILD-ONE-STATION THRU 5100-EXIT
004080         VARYING WS-STN-SUB FROM 1 BY 1
004090         UNTIL WS-STN-SUB > WS-STATION-COUNT.
004100
004110     CLOSE STATION-BASELINE-FILE.
004120
004130     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
004140
004150     CLOSE BASELINE-REPORT-FILE.
004160
004170     DISPLAY "BASELINE: STATIONS         " WS-STATION-COUNT.
004180     DISPLAY "BASELINE: BASELINES WRITTEN " WS-BASELINES-WRITTEN.
004190
004200     IF TABLE-FILLED OR WS-DAYS-TOO-LARGE > ZERO
004210         DISPLAY "BASELINE: NOT ALL HISTORY COULD BE POOLED - "
004220             "SEE BASELINE REPORT"
004230         MOVE 4 TO RETURN-CODE
004240     END-IF.
004250
004260     GO TO 9999-EXIT-PROGRAM.
004270
004280 0000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------*
004320* 1000-GET-OPERATOR-INPUT - PROMPT FOR THE RUN DATE THE BASELINE   *
004330* IS FOR (CCYYMMDD; A BLANK TAKES TODAY), THE HISTORY WINDOW IN    *
004340* DAYS AND THE BAND WIDTH IN STANDARD DEVIATIONS.                  *
004350*----------------------------------------------------------------*
004360 1000-GET-OPERATOR-INPUT.
004370     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
004380     ACCEPT WS-RL-TIME-RAW FROM TIME.
004390     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
004400
004410     DISPLAY "BASELINE: ENTER RUN DATE THE BASELINE IS FOR "
004420         "(CCYYMMDD, BLANK = TODAY):".
004430     ACCEPT WS-IN-RUN-DATE.
004440
004450     IF WS-IN-RUN-DATE = SPACES
004460         MOVE WS-RL-START-DATE TO WS-RUN-DATE
004470         GO TO 1000-CHECK-RUN-DATE
004480     END-IF.
004490
004500     IF WS-IN-RUN-DATE NOT NUMERIC
004510         DISPLAY "BASELINE: RUN DATE MUST BE NUMERIC CCYYMMDD"
004520         MOVE 16 TO RETURN-CODE
004530         GO TO 9999-EXIT-PROGRAM
004540     END-IF.
004550
004560     MOVE WS-IN-RUN-DATE-NUM TO WS-RUN-DATE.
004570
004580 1000-CHECK-RUN-DATE.
004590     IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
004600             OR WS-RUN-DAY < 1 OR WS-RUN-DAY > 31
004610         DISPLAY "BASELINE: " WS-RUN-DATE " IS NOT A VALID DATE"
004620         MOVE 16 TO RETURN-CODE
004630         GO TO 9999-EXIT-PROGRAM
004640     END-IF.
004650
004660     MOVE WS-RUN-DATE TO WS-RL-BUSINESS-DATE.
004670     MOVE WS-RUN-DATE TO WS-DN-DATE.
004680     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
004690     MOVE WS-DN-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
004700
004710     DISPLAY "BASELINE: ENTER HISTORY WINDOW IN DAYS "
004720         "(NNN, BLANK = DEFAULT):".
004730     ACCEPT WS-IN-WINDOW.
004740
004750     IF WS-IN-WINDOW = SPACES
004760         MOVE WS-DEFAULT-WINDOW TO WS-WINDOW-DAYS
004770         GO TO 1000-GET-SIGMAS
004780     END-IF.
004790
004800     IF WS-IN-WINDOW NOT NUMERIC
004810         DISPLAY "BASELINE: WINDOW MUST BE THREE DIGITS"
004820         MOVE 16 TO RETURN-CODE
004830         GO TO 9999-EXIT-PROGRAM
004840     END-IF.
004850
004860     IF WS-IN-WINDOW-NUM < WS-MIN-WINDOW
004870             OR WS-IN-WINDOW-NUM > WS-MAX-WINDOW
004880         DISPLAY "BASELINE: WINDOW MUST BE " WS-MIN-WINDOW
004890             " TO " WS-MAX-WINDOW " DAYS"
004900         MOVE 16 TO RETURN-CODE
004910         GO TO 9999-EXIT-PROGRAM
004920     END-IF.
004930
004940     MOVE WS-IN-WINDOW-NUM TO WS-WINDOW-DAYS.
004950
004960 1000-GET-SIGMAS.
004970     DISPLAY "BASELINE: ENTER BAND WIDTH IN STANDARD DEVIATIONS "
004980         "(N, BLANK = DEFAULT):".
004990     ACCEPT WS-IN-SIGMAS.
005000
005010     IF WS-IN-SIGMAS = SPACE
005020         MOVE WS-DEFAULT-SIGMAS TO WS-BAND-SIGMAS
005030         GO TO 1000-EXIT
005040     END-IF.
005050
005060     IF WS-IN-SIGMAS NOT NUMERIC OR WS-IN-SIGMAS-NUM = ZERO
005070         DISPLAY "BASELINE: BAND WIDTH MUST BE ONE DIGIT, 1 TO 9"
005080         MOVE 16 TO RETURN-CODE
005090         GO TO 9999-EXIT-PROGRAM
005100     END-IF.
005110
005120     MOVE WS-IN-SIGMAS-NUM TO WS-BAND-SIGMAS.
005130 1000-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170* 2000-OPEN-FILES - THE REPORT, THE DAILY-SUMMARY MASTER AND THE   *
005180* AUDIT TRAIL ARE ALL REQUIRED. THE BASELINE FILE ITSELF IS NOT    *
005190* OPENED UNTIL THE HISTORY IS POOLED, SO A RUN THAT FAILS EARLY    *
005200* LEAVES THE LAST GOOD BASELINE IN PLACE.                          *
005210*----------------------------------------------------------------*
005220 2000-OPEN-FILES.
005230     OPEN OUTPUT BASELINE-REPORT-FILE.
005240
005250     IF WS-BASERPT-STATUS NOT = "00"
005260         DISPLAY "BASELINE: CANNOT OPEN BASELINE REPORT, STATUS "
005270             WS-BASERPT-STATUS
005280         MOVE 16 TO RETURN-CODE
005290         GO TO 9999-EXIT-PROGRAM
005300     END-IF.
005310
005320     OPEN INPUT DAY-SUMMARY-FILE.
005330
005340     IF WS-DAYSUMM-STATUS NOT = "00"
005350         DISPLAY "BASELINE: CANNOT OPEN DAY-SUMMARY MASTER, "
005360             "STATUS " WS-DAYSUMM-STATUS
005370         CLOSE BASELINE-REPORT-FILE
005380         MOVE 16 TO RETURN-CODE
005390         GO TO 9999-EXIT-PROGRAM
005400     END-IF.
005410
005420     OPEN INPUT AUDIT-TRAIL-FILE.
005430
005440     IF WS-AUDITTRL-STATUS NOT = "00"
005450         DISPLAY "BASELINE: CANNOT OPEN AUDIT TRAIL FILE, "
005460             "STATUS " WS-AUDITTRL-STATUS
005470         CLOSE DAY-SUMMARY-FILE
005480         CLOSE BASELINE-REPORT-FILE
005490         MOVE 16 TO RETURN-CODE
005500         GO TO 9999-EXIT-PROGRAM
005510     END-IF.
005520 2000-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------*
005560* 2100-LOAD-WINDOW-DAYS - EVERY SUMMARY DATED IN THE WINDOW BEFORE *
005570* THE RUN DATE, IN MASTER KEY ORDER (STATION, THEN DATE). A DAY    *
005580* THE MASTER STILL HOLDS AS AN ESTIMATE IS LEFT OUT FROM THE       *
005590* START. A WINDOW WITH NO SUMMARY AT ALL HAS NOTHING TO LEARN      *
005600* FROM, SO THE BASELINE FILE IS LEFT AS IT WAS.                    *
005610*----------------------------------------------------------------*
005620 2100-LOAD-WINDOW-DAYS.
005630     PERFORM 2150-LOAD-ONE-SUMMARY THRU 2150-EXIT
005640         UNTIL END-OF-DAY-SUMMARY.
005650
005660     CLOSE DAY-SUMMARY-FILE.
005670
005680     IF WS-DAY-COUNT = ZERO
005690         DISPLAY "BASELINE: NO SUMMARY ON THE MASTER IN THE "
005700             WS-WINDOW-DAYS " DAYS BEFORE " WS-RUN-DATE
005710             " - BASELINE NOT REBUILT"
005720         CLOSE AUDIT-TRAIL-FILE
005730         CLOSE BASELINE-REPORT-FILE
005740         MOVE 16 TO RETURN-CODE
005750         GO TO 9999-EXIT-PROGRAM
005760     END-IF.
005770 2100-EXIT.
005780     EXIT.
005790
005800 2150-LOAD-ONE-SUMMARY.
005810     READ DAY-SUMMARY-FILE NEXT RECORD
005820         AT END
005830             SET END-OF-DAY-SUMMARY TO TRUE
005840             GO TO 2150-EXIT
005850     END-READ.
005860
005870     ADD 1 TO WS-SUMMARIES-READ.
005880
005890     IF DS-RUN-DATE NOT < WS-RUN-DATE
005900         GO TO 2150-EXIT
005910     END-IF.
005920
005930     MOVE DS-RUN-DATE TO WS-DN-DATE.
005940     PERFORM 7000-COMPUTE-DAY-NUMBER THRU 7000-EXIT.
005950     COMPUTE WS-DAYS-BACK = WS-RUN-DAY-NUMBER - WS-DN-DAY-NUMBER.
005960
005970     IF WS-DAYS-BACK > WS-WINDOW-DAYS
005980         GO TO 2150-EXIT
005990     END-IF.
006000
006010     IF WS-STATION-COUNT = ZERO
006020         PERFORM 2200-ADD-STATION THRU 2200-EXIT
006030     ELSE
006040         IF DS-STATION NOT = WS-BS-STATION (WS-STATION-COUNT)
006050             PERFORM 2200-ADD-STATION THRU 2200-EXIT
006060         END-IF
006070     END-IF.
006080
006090     IF TABLE-FILLED
006100         GO TO 2150-EXIT
006110     END-IF.
006120
006130*    A TABLE THAT FILLS PART WAY THROUGH A STATION DROPS THAT
006140*    STATION WHOLE, SO NO BASELINE IS BUILT FROM PART OF ITS
006150*    WINDOW.
006160     IF WS-DAY-COUNT = WS-MAX-DAYS
006170         DISPLAY "BASELINE: DAY TABLE FULL AT " WS-MAX-DAYS
006180             " - STATIONS FROM " DS-STATION " ON NOT BUILT"
006190         COMPUTE WS-DAY-COUNT =
006200             WS-BS-FIRST-DAY (WS-STATION-COUNT) - 1
006210         SUBTRACT 1 FROM WS-STATION-COUNT
006220         SET TABLE-FILLED TO TRUE
006230         SET END-OF-DAY-SUMMARY TO TRUE
006240         GO TO 2150-EXIT
006250     END-IF.
006260
006270     ADD 1 TO WS-DAY-COUNT.
006280     MOVE DS-STATION TO WS-DY-STATION (WS-DAY-COUNT).
006290     MOVE DS-RUN-DATE TO WS-DY-DATE (WS-DAY-COUNT).
006300     MOVE WS-STATION-COUNT TO WS-DY-STN-SUB (WS-DAY-COUNT).
006310     MOVE WS-DN-DAY-OF-WEEK TO WS-DY-DAY-OF-WEEK (WS-DAY-COUNT).
006320     MOVE SPACE TO WS-DY-STATUS (WS-DAY-COUNT).
006330     MOVE ZERO TO WS-DY-READINGS (WS-DAY-COUNT).
006340     MOVE ZERO TO WS-DY-SUM (WS-DAY-COUNT).
006350     MOVE ZERO TO WS-DY-SUMSQ (WS-DAY-COUNT).
006360
006370     IF DS-ESTIMATE-FLAG = "E"
006380         MOVE "E" TO WS-DY-STATUS (WS-DAY-COUNT)
006390     END-IF.
006400 2150-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------*
006440* 2200-ADD-STATION - A NEW STATION ENTRY WITH ITS COUNTS AND POOLS *
006450* CLEARED. ITS REFERENCE LEVEL IS THE AVERAGE OF ITS FIRST DAY IN  *
006460* THE WINDOW.                                                      *
006470*----------------------------------------------------------------*
006480 2200-ADD-STATION.
006490     IF WS-STATION-COUNT = WS-MAX-STATIONS
006500         DISPLAY "BASELINE: STATION TABLE FULL AT "
006510             WS-MAX-STATIONS " - STATIONS FROM " DS-STATION
006520             " ON NOT BUILT"
006530         SET TABLE-FILLED TO TRUE
006540         SET END-OF-DAY-SUMMARY TO TRUE
006550         GO TO 2200-EXIT
006560     END-IF.
006570
006580     ADD 1 TO WS-STATION-COUNT.
006590     MOVE DS-STATION TO WS-BS-STATION (WS-STATION-COUNT).
006600     MOVE DS-AVERAGE TO WS-BS-REFERENCE (WS-STATION-COUNT).
006610     COMPUTE WS-BS-FIRST-DAY (WS-STATION-COUNT) =
006620         WS-DAY-COUNT + 1.
006630     MOVE ZERO TO WS-BS-EST-DAYS (WS-STATION-COUNT).
006640     MOVE ZERO TO WS-BS-REV-DAYS (WS-STATION-COUNT).
006650     MOVE ZERO TO WS-BS-BIG-DAYS (WS-STATION-COUNT).
006660     MOVE ZERO TO WS-BS-EMPTY-DAYS (WS-STATION-COUNT).
006670
006680     PERFORM 2250-CLEAR-ONE-POOL THRU 2250-EXIT
006690         VARYING WS-DOW-SUB FROM 1 BY 1
006700         UNTIL WS-DOW-SUB > 7.
006710 2200-EXIT.
006720     EXIT.
006730
006740 2250-CLEAR-ONE-POOL.
006750     MOVE ZERO TO WS-BP-DAYS (WS-STATION-COUNT, WS-DOW-SUB).
006760     MOVE ZERO TO WS-BP-READINGS (WS-STATION-COUNT, WS-DOW-SUB).
006770     MOVE ZERO TO WS-BP-SUM (WS-STATION-COUNT, WS-DOW-SUB).
006780     MOVE ZERO TO WS-BP-SUMSQ (WS-STATION-COUNT, WS-DOW-SUB).
006790     MOVE "N" TO WS-BP-OVERFLOW (WS-STATION-COUNT, WS-DOW-SUB).
006800 2250-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------*
006840* 3000-WALK-AUDIT-TRAIL - THE TRAIL IS IN THE ORDER THE RUNS WROTE *
006850* IT, AND A DAY'S 'V' READINGS FOLLOW ITS 'S' SUMMARY (AFTER ANY   *
006860* 'M' MODE RECORDS). A REAL 'S' FOR A DAY IN THE WINDOW STARTS     *
006870* THAT DAY'S READINGS AFRESH; AN ESTIMATED 'S' LEAVES THE DAY OUT; *
006880* AN 'R' BACKING OUT A REAL SUMMARY LEAVES THE DAY OUT FOR GOOD.   *
006890* AN 'R' BACKING OUT AN ESTIMATE IS THE LATE DATA ARRIVING, SO THE *
006900* REAL DAY THAT FOLLOWS IT IS USED. ANY OTHER RECORD ENDS THE      *
006910* DAY'S READINGS.                                                  *
006920*----------------------------------------------------------------*
006930 3000-WALK-AUDIT-TRAIL.
006940     MOVE ZERO TO WS-CURRENT-DAY.
006950
006960     PERFORM 3050-READ-ONE-TRAIL-RECORD THRU 3050-EXIT
006970         UNTIL END-OF-AUDIT-TRAIL.
006980
006990     CLOSE AUDIT-TRAIL-FILE.
007000 3000-EXIT.
007010     EXIT.
007020
007030 3050-READ-ONE-TRAIL-RECORD.
007040     READ AUDIT-TRAIL-FILE
007050         AT END
007060             SET END-OF-AUDIT-TRAIL TO TRUE
007070             GO TO 3050-EXIT
007080     END-READ.
007090
007100     ADD 1 TO WS-TRAIL-READ.
007110
007120     EVALUATE AR-REC-TYPE
007130         WHEN "V"
007140             IF WS-CURRENT-DAY > ZERO
007150                 PERFORM 3200-POOL-ONE-READING THRU 3200-EXIT
007160             END-IF
007170         WHEN "M"
007180             CONTINUE
007190         WHEN "S"
007200             PERFORM 3100-START-TRAIL-DAY THRU 3100-EXIT
007210         WHEN "R"
007220             PERFORM 3150-REVERSE-TRAIL-DAY THRU 3150-EXIT
007230         WHEN OTHER
007240             MOVE ZERO TO WS-CURRENT-DAY
007250     END-EVALUATE.
007260 3050-EXIT.
007270     EXIT.
007280
007290 3100-START-TRAIL-DAY.
007300     MOVE ZERO TO WS-CURRENT-DAY.
007310     MOVE AR-STATION TO WS-LOOKUP-STATION.
007320     MOVE AR-RUN-DATE TO WS-LOOKUP-DATE.
007330     PERFORM 6500-FIND-DAY THRU 6500-EXIT.
007340
007350     IF WS-FOUND-DAY = ZERO
007360         GO TO 3100-EXIT
007370     END-IF.
007380
007390     IF AR-ESTIMATE-FLAG = "E"
007400         IF DAY-USABLE (WS-FOUND-DAY)
007410             MOVE "E" TO WS-DY-STATUS (WS-FOUND-DAY)
007420         END-IF
007430         GO TO 3100-EXIT
007440     END-IF.
007450
007460     MOVE ZERO TO WS-DY-READINGS (WS-FOUND-DAY).
007470     MOVE ZERO TO WS-DY-SUM (WS-FOUND-DAY).
007480     MOVE ZERO TO WS-DY-SUMSQ (WS-FOUND-DAY).
007490     MOVE WS-FOUND-DAY TO WS-CURRENT-DAY.
007500 3100-EXIT.
007510     EXIT.
007520
007530 3150-REVERSE-TRAIL-DAY.
007540     MOVE ZERO TO WS-CURRENT-DAY.
007550     MOVE AR-STATION TO WS-LOOKUP-STATION.
007560     MOVE AR-RUN-DATE TO WS-LOOKUP-DATE.
007570     PERFORM 6500-FIND-DAY THRU 6500-EXIT.
007580
007590     IF WS-FOUND-DAY = ZERO
007600         GO TO 3150-EXIT
007610     END-IF.
007620
007630     IF AR-ESTIMATE-FLAG = "E"
007640         IF DAY-ESTIMATED (WS-FOUND-DAY)
007650             MOVE SPACE TO WS-DY-STATUS (WS-FOUND-DAY)
007660         END-IF
007670         GO TO 3150-EXIT
007680     END-IF.
007690
007700     MOVE "R" TO WS-DY-STATUS (WS-FOUND-DAY).
007710 3150-EXIT.
007720     EXIT.
007730
007740*----------------------------------------------------------------*
007750* 3200-POOL-ONE-READING - ADD ONE 'V' READING (THE STATION'S       *
007760* CONTINUOUS-SERIES FIGURE) TO ITS DAY, AS A DIFFERENCE FROM THE   *
007770* STATION'S REFERENCE LEVEL. A DAY WHOSE SUMS WILL NOT FIT IS LEFT *
007780* OUT RATHER THAN POOLED WRONG.                                    *
007790*----------------------------------------------------------------*
007800 3200-POOL-ONE-READING.
007810     IF AR-VALUE NOT NUMERIC
007820         GO TO 3200-EXIT
007830     END-IF.
007840
007850     MOVE WS-DY-STN-SUB (WS-CURRENT-DAY) TO WS-STN-SUB.
007860     COMPUTE WS-SHIFTED = AR-VALUE - WS-BS-REFERENCE (WS-STN-SUB).
007870
007880     ADD 1 TO WS-DY-READINGS (WS-CURRENT-DAY)
007890         ON SIZE ERROR
007900             GO TO 3200-TOO-LARGE
007910     END-ADD.
007920
007930     ADD WS-SHIFTED TO WS-DY-SUM (WS-CURRENT-DAY)
007940         ON SIZE ERROR
007950             GO TO 3200-TOO-LARGE
007960     END-ADD.
007970
007980     COMPUTE WS-DY-SUMSQ (WS-CURRENT-DAY) =
007990             WS-DY-SUMSQ (WS-CURRENT-DAY)
008000             + WS-SHIFTED * WS-SHIFTED
008010         ON SIZE ERROR
008020             GO TO 3200-TOO-LARGE
008030     END-COMPUTE.
008040
008050     GO TO 3200-EXIT.
008060
008070 3200-TOO-LARGE.
008080     IF DAY-USABLE (WS-CURRENT-DAY)
008090         MOVE "O" TO WS-DY-STATUS (WS-CURRENT-DAY)
008100     END-IF.
008110     MOVE ZERO TO WS-CURRENT-DAY.
008120 3200-EXIT.
008130     EXIT.
008140
008150*----------------------------------------------------------------*
008160* 4000-POOL-ONE-DAY - A USABLE DAY WITH READINGS GOES INTO ITS     *
008170* STATION'S POOL FOR ITS DAY OF THE WEEK; EVERY OTHER DAY IS       *
008180* COUNTED AGAINST ITS STATION BY THE REASON IT WAS LEFT OUT.       *
008190*----------------------------------------------------------------*
008200 4000-POOL-ONE-DAY.
008210     MOVE WS-DY-STN-SUB (WS-DAY-SUB) TO WS-STN-SUB.
008220     MOVE WS-DY-DAY-OF-WEEK (WS-DAY-SUB) TO WS-DOW-SUB.
008230
008240     EVALUATE TRUE
008250         WHEN DAY-ESTIMATED (WS-DAY-SUB)
008260             ADD 1 TO WS-BS-EST-DAYS (WS-STN-SUB)
008270             ADD 1 TO WS-DAYS-ESTIMATED
008280             GO TO 4000-EXIT
008290         WHEN DAY-REVERSED (WS-DAY-SUB)
008300             ADD 1 TO WS-BS-REV-DAYS (WS-STN-SUB)
008310             ADD 1 TO WS-DAYS-REVERSED
008320             GO TO 4000-EXIT
008330         WHEN DAY-TOO-LARGE (WS-DAY-SUB)
008340             ADD 1 TO WS-BS-BIG-DAYS (WS-STN-SUB)
008350             ADD 1 TO WS-DAYS-TOO-LARGE
008360             GO TO 4000-EXIT
008370     END-EVALUATE.
008380
008390     IF WS-DY-READINGS (WS-DAY-SUB) = ZERO
008400         ADD 1 TO WS-BS-EMPTY-DAYS (WS-STN-SUB)
008410         ADD 1 TO WS-DAYS-EMPTY
008420         GO TO 4000-EXIT
008430     END-IF.
008440
008450     ADD 1 TO WS-BP-DAYS (WS-STN-SUB, WS-DOW-SUB).
008460     ADD WS-DY-READINGS (WS-DAY-SUB)
008470         TO WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB).
008480     ADD WS-DY-SUM (WS-DAY-SUB)
008490         TO WS-BP-SUM (WS-STN-SUB, WS-DOW-SUB)
008500         ON SIZE ERROR
008510             MOVE "Y" TO WS-BP-OVERFLOW (WS-STN-SUB, WS-DOW-SUB)
008520     END-ADD.
008530     ADD WS-DY-SUMSQ (WS-DAY-SUB)
008540         TO WS-BP-SUMSQ (WS-STN-SUB, WS-DOW-SUB)
008550         ON SIZE ERROR
008560             MOVE "Y" TO WS-BP-OVERFLOW (WS-STN-SUB, WS-DOW-SUB)
008570     END-ADD.
008580
008590     ADD 1 TO WS-DAYS-USED.
008600     ADD WS-DY-READINGS (WS-DAY-SUB) TO WS-READINGS-USED.
008610 4000-EXIT.
008620     EXIT.
008630
008640*----------------------------------------------------------------*
008650* 5000-OPEN-BASELINE-FILE - THE BASELINE IS REBUILT OUTRIGHT, SO A *
008660* STATION OR WEEKDAY THAT NO LONGER HAS ENOUGH HISTORY DROPS OFF   *
008670* THE FILE INSTEAD OF BEING JUDGED ON A STALE BAND.                *
008680*----------------------------------------------------------------*
008690 5000-OPEN-BASELINE-FILE.
008700     OPEN OUTPUT STATION-BASELINE-FILE.
008710
008720     IF WS-BASELINE-STATUS NOT = "00"
008730         DISPLAY "BASELINE: CANNOT OPEN BASELINE FILE FOR "
008740             "OUTPUT, STATUS " WS-BASELINE-STATUS
008750         CLOSE BASELINE-REPORT-FILE
008760         MOVE 16 TO RETURN-CODE
008770         GO TO 9999-EXIT-PROGRAM
008780     END-IF.
008790 5000-EXIT.
008800     EXIT.
008810
008820*----------------------------------------------------------------*
008830* 5100-BUILD-ONE-STATION - ONE REPORT LINE PER WEEKDAY, THEN THE   *
008840* DAYS LEFT OUT OF THE STATION'S HISTORY AND WHY.                  *
008850*----------------------------------------------------------------*
008860 5100-BUILD-ONE-STATION.
008870     PERFORM 5200-BUILD-ONE-POOL THRU 5200-EXIT
008880         VARYING WS-DOW-SUB FROM 1 BY 1
008890         UNTIL WS-DOW-SUB > 7.
008900
008910     IF WS-BS-EST-DAYS (WS-STN-SUB) > ZERO
008920             OR WS-BS-REV-DAYS (WS-STN-SUB) > ZERO
008930             OR WS-BS-BIG-DAYS (WS-STN-SUB) > ZERO
008940             OR WS-BS-EMPTY-DAYS (WS-STN-SUB) > ZERO
008950         MOVE WS-BS-EST-DAYS (WS-STN-SUB) TO BRL-ESTIMATED
008960         MOVE WS-BS-REV-DAYS (WS-STN-SUB) TO BRL-REVERSED
008970         MOVE WS-BS-BIG-DAYS (WS-STN-SUB) TO BRL-TOO-LARGE
008980         MOVE WS-BS-EMPTY-DAYS (WS-STN-SUB) TO BRL-EMPTY
008990         MOVE WS-BR-LEFT-OUT-LINE TO WS-BR-LINE
009000         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
009010     END-IF.
009020
009030     MOVE SPACES TO WS-BR-LINE.
009040     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009050 5100-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------------*
009090* 5200-BUILD-ONE-POOL - MEAN, STANDARD DEVIATION AND BAND FOR ONE  *
009100* STATION AND WEEKDAY, WRITTEN TO THE BASELINE FILE. A POOL WITH   *
009110* TOO FEW REAL DAYS, FEWER THAN TWO READINGS OR NO SPREAD IN ITS   *
009120* READINGS IS REPORTED AND NOT WRITTEN, SO ARRAY DOES NOT JUDGE    *
009130* THAT STATION AND WEEKDAY AT ALL. A BAND THAT RUNS PAST THE       *
009140* LARGEST READING THE FILES CARRY IS HELD AT THAT LIMIT.           *
009150*----------------------------------------------------------------*
009160 5200-BUILD-ONE-POOL.
009170     MOVE WS-BS-STATION (WS-STN-SUB) TO BRS-STATION.
009180     MOVE WS-DAY-NAME (WS-DOW-SUB) TO BRS-DAY.
009190     MOVE WS-BP-DAYS (WS-STN-SUB, WS-DOW-SUB) TO BRS-DAYS.
009200     MOVE WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB) TO BRS-READINGS.
009210
009220     IF WS-BP-OVERFLOW (WS-STN-SUB, WS-DOW-SUB) = "Y"
009230         MOVE "NOT BUILT - TOTALS TOO LARGE TO POOL" TO BRS-NOTE
009240         GO TO 5200-NOT-BUILT
009250     END-IF.
009260
009270     IF WS-BP-DAYS (WS-STN-SUB, WS-DOW-SUB) < WS-MIN-SAMPLE-DAYS
009280         MOVE "NOT BUILT - TOO FEW REAL DAYS IN THE WINDOW"
009290             TO BRS-NOTE
009300         GO TO 5200-NOT-BUILT
009310     END-IF.
009320
009330     IF WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB) < 2
009340         MOVE "NOT BUILT - FEWER THAN TWO READINGS" TO BRS-NOTE
009350         GO TO 5200-NOT-BUILT
009360     END-IF.
009370
009380     COMPUTE WS-MEAN-SHIFT ROUNDED =
009390         WS-BP-SUM (WS-STN-SUB, WS-DOW-SUB)
009400             / WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB).
009410
009420     COMPUTE WS-VARIANCE ROUNDED =
009430         (WS-BP-SUMSQ (WS-STN-SUB, WS-DOW-SUB)
009440             - WS-BP-SUM (WS-STN-SUB, WS-DOW-SUB) * WS-MEAN-SHIFT)
009450             / (WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB) - 1).
009460
009470     IF WS-VARIANCE NOT > ZERO
009480         MOVE "NOT BUILT - NO SPREAD IN THE READINGS" TO BRS-NOTE
009490         GO TO 5200-NOT-BUILT
009500     END-IF.
009510
009520     PERFORM 5300-SQUARE-ROOT THRU 5300-EXIT.
009530     COMPUTE WS-STD-DEV ROUNDED = WS-ROOT.
009540
009550     IF WS-STD-DEV NOT > ZERO
009560         MOVE "NOT BUILT - NO SPREAD IN THE READINGS" TO BRS-NOTE
009570         GO TO 5200-NOT-BUILT
009580     END-IF.
009590
009600     COMPUTE WS-MEAN ROUNDED =
009610         WS-BS-REFERENCE (WS-STN-SUB) + WS-MEAN-SHIFT.
009620     COMPUTE WS-BAND-LOW = WS-MEAN - WS-BAND-SIGMAS * WS-STD-DEV.
009630     COMPUTE WS-BAND-HIGH = WS-MEAN + WS-BAND-SIGMAS * WS-STD-DEV.
009640
009650     IF WS-BAND-LOW < ZERO - WS-READING-LIMIT
009660         COMPUTE WS-BAND-LOW = ZERO - WS-READING-LIMIT
009670     END-IF.
009680
009690     IF WS-BAND-HIGH > WS-READING-LIMIT
009700         MOVE WS-READING-LIMIT TO WS-BAND-HIGH
009710     END-IF.
009720
009730     MOVE SPACES TO BL-RECORD.
009740     MOVE WS-BS-STATION (WS-STN-SUB) TO BL-STATION.
009750     MOVE WS-DOW-SUB TO BL-DAY-OF-WEEK.
009760     MOVE WS-BP-DAYS (WS-STN-SUB, WS-DOW-SUB) TO BL-SAMPLE-DAYS.
009770     MOVE WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB) TO BL-READINGS.
009780     MOVE WS-MEAN TO BL-MEAN.
009790     MOVE WS-STD-DEV TO BL-STD-DEV.
009800     MOVE WS-BAND-SIGMAS TO BL-BAND-SIGMAS.
009810     MOVE WS-BAND-LOW TO BL-LOW.
009820     MOVE WS-BAND-HIGH TO BL-HIGH.
009830     MOVE WS-WINDOW-DAYS TO BL-WINDOW-DAYS.
009840     MOVE WS-RUN-DATE TO BL-RUN-DATE.
009850     MOVE WS-RL-START-DATE TO BL-BUILT-DATE.
009860
009870     WRITE BL-RECORD
009880         INVALID KEY
009890             DISPLAY "BASELINE: BASELINE WRITE FAILED FOR "
009900                 BL-STATION " DAY " BL-DAY-OF-WEEK
009910                 ", STATUS " WS-BASELINE-STATUS
009920             MOVE "NOT BUILT - BASELINE FILE WRITE FAILED"
009930                 TO BRS-NOTE
009940             GO TO 5200-NOT-BUILT
009950     END-WRITE.
009960
009970     ADD 1 TO WS-BASELINES-WRITTEN.
009980
009990     MOVE WS-BS-STATION (WS-STN-SUB) TO BRD-STATION.
010000     MOVE WS-DAY-NAME (WS-DOW-SUB) TO BRD-DAY.
010010     MOVE WS-BP-DAYS (WS-STN-SUB, WS-DOW-SUB) TO BRD-DAYS.
010020     MOVE WS-BP-READINGS (WS-STN-SUB, WS-DOW-SUB) TO BRD-READINGS.
010030     MOVE WS-MEAN TO BRD-MEAN.
010040     MOVE WS-STD-DEV TO BRD-STD-DEV.
010050     MOVE WS-BAND-LOW TO BRD-LOW.
010060     MOVE WS-BAND-HIGH TO BRD-HIGH.
010070     MOVE WS-BR-DETAIL-LINE TO WS-BR-LINE.
010080     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010090     GO TO 5200-EXIT.
010100
010110 5200-NOT-BUILT.
010120     ADD 1 TO WS-POOLS-NOT-BUILT.
010130     MOVE WS-BR-SHORT-LINE TO WS-BR-LINE.
010140     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010150 5200-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------*
010190* 5300-SQUARE-ROOT - WS-ROOT BECOMES THE SQUARE ROOT OF A POSITIVE *
010200* WS-VARIANCE: DOUBLE A GUESS OF 1 UNTIL ITS SQUARE REACHES THE    *
010210* VARIANCE, THEN AVERAGE IT WITH VARIANCE / GUESS UNTIL IT STOPS   *
010220* MOVING (A FEW STEPS; THE STEP COUNT IS ONLY A SAFETY STOP).      *
010230*----------------------------------------------------------------*
010240 5300-SQUARE-ROOT.
010250     MOVE 1 TO WS-ROOT.
010260
010270     PERFORM 5310-DOUBLE-GUESS THRU 5310-EXIT
010280         UNTIL WS-ROOT * WS-ROOT NOT < WS-VARIANCE.
010290
010300     MOVE ZERO TO WS-ROOT-STEPS.
010310     SET ROOT-NOT-SETTLED TO TRUE.
010320
010330     PERFORM 5320-REFINE-GUESS THRU 5320-EXIT
010340         UNTIL ROOT-SETTLED OR WS-ROOT-STEPS > 50.
010350 5300-EXIT.
010360     EXIT.
010370
010380 5310-DOUBLE-GUESS.
010390     COMPUTE WS-ROOT = WS-ROOT * 2.
010400 5310-EXIT.
010410     EXIT.
010420
010430 5320-REFINE-GUESS.
010440     MOVE WS-ROOT TO WS-ROOT-PRIOR.
010450     COMPUTE WS-ROOT ROUNDED =
010460         (WS-ROOT + WS-VARIANCE / WS-ROOT) / 2.
010470     ADD 1 TO WS-ROOT-STEPS.
010480
010490     IF WS-ROOT = WS-ROOT-PRIOR
010500         SET ROOT-SETTLED TO TRUE
010510     END-IF.
010520 5320-EXIT.
010530     EXIT.
010540
010550*----------------------------------------------------------------*
010560* 6000-PRINT-TOTALS - THE RUN TOTALS, SO WHAT WAS LEARNED FROM AND *
010570* WHAT WAS LEFT OUT CAN BE SEEN AT A GLANCE.                       *
010580*----------------------------------------------------------------*
010590 6000-PRINT-TOTALS.
010600     MOVE
010610         "BAND = MEAN LESS/PLUS BAND WIDTH X STANDARD DEVIATION"
010620         TO BRX-TEXT.
010630     MOVE WS-BR-TEXT-LINE TO WS-BR-LINE.
010640     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010650
010660     MOVE "ESTIMATED AND REVERSED DAYS ARE NOT LEARNED FROM."
010670         TO BRX-TEXT.
010680     MOVE WS-BR-TEXT-LINE TO WS-BR-LINE.
010690     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010700
010710     MOVE SPACES TO WS-BR-LINE.
010720     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010730
010740     MOVE "SUMMARIES READ" TO BRT-TEXT.
010750     MOVE WS-SUMMARIES-READ TO BRT-COUNT.
010760     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
010770     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010780
010790     MOVE "AUDIT TRAIL RECORDS READ" TO BRT-TEXT.
010800     MOVE WS-TRAIL-READ TO BRT-COUNT.
010810     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
010820     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010830
010840     MOVE "STATIONS WITH DAYS IN THE WINDOW" TO BRT-TEXT.
010850     MOVE WS-STATION-COUNT TO BRT-COUNT.
010860     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
010870     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010880
010890     MOVE "REAL DAYS LEARNED FROM" TO BRT-TEXT.
010900     MOVE WS-DAYS-USED TO BRT-COUNT.
010910     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
010920     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010930
010940     MOVE "READINGS LEARNED FROM" TO BRT-TEXT.
010950     MOVE WS-READINGS-USED TO BRT-COUNT.
010960     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
010970     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010980
010990     MOVE "DAYS LEFT OUT - ESTIMATED" TO BRT-TEXT.
011000     MOVE WS-DAYS-ESTIMATED TO BRT-COUNT.
011010     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
011020     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011030
011040     MOVE "DAYS LEFT OUT - REVERSED" TO BRT-TEXT.
011050     MOVE WS-DAYS-REVERSED TO BRT-COUNT.
011060     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
011070     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011080
011090     MOVE "DAYS LEFT OUT - TOO LARGE TO POOL" TO BRT-TEXT.
011100     MOVE WS-DAYS-TOO-LARGE TO BRT-COUNT.
011110     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
011120     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011130
011140     MOVE "DAYS LEFT OUT - NO READINGS ON THE TRAIL" TO BRT-TEXT.
011150     MOVE WS-DAYS-EMPTY TO BRT-COUNT.
011160     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
011170     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011180
011190     MOVE "BASELINES WRITTEN" TO BRT-TEXT.
011200     MOVE WS-BASELINES-WRITTEN TO BRT-COUNT.
011210     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
011220     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011230
011240     MOVE "STATION WEEKDAYS NOT BUILT" TO BRT-TEXT.
011250     MOVE WS-POOLS-NOT-BUILT TO BRT-COUNT.
011260     MOVE WS-BR-TOTAL-LINE TO WS-BR-LINE.
011270     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011280
011290     IF TABLE-FILLED
011300         MOVE "*** TABLE FULL - LATER STATIONS NOT BUILT ***"
011310             TO BRX-TEXT
011320         MOVE WS-BR-TEXT-LINE TO WS-BR-LINE
011330         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
011340     END-IF.
011350 6000-EXIT.
011360     EXIT.
011370
011380*----------------------------------------------------------------*
011390* 6500-FIND-DAY - SUBSCRIPT OF WS-LOOKUP-KEY IN THE DAY TABLE, OR  *
011400* ZERO WHEN THE DAY IS NOT IN THE WINDOW. THE TABLE IS IN KEY      *
011410* ORDER, SO EACH PROBE HALVES THE PART STILL TO SEARCH.            *
011420*----------------------------------------------------------------*
011430 6500-FIND-DAY.
011440     MOVE ZERO TO WS-FOUND-DAY.
011450     MOVE 1 TO WS-SRCH-LOW.
011460     MOVE WS-DAY-COUNT TO WS-SRCH-HIGH.
011470
011480     PERFORM 6550-PROBE-ONE-DAY THRU 6550-EXIT
011490         UNTIL WS-SRCH-LOW > WS-SRCH-HIGH
011500            OR WS-FOUND-DAY > ZERO.
011510 6500-EXIT.
011520     EXIT.
011530
011540 6550-PROBE-ONE-DAY.
011550     COMPUTE WS-SRCH-MID = (WS-SRCH-LOW + WS-SRCH-HIGH) / 2.
011560
011570     IF WS-DY-KEY (WS-SRCH-MID) = WS-LOOKUP-KEY
011580         MOVE WS-SRCH-MID TO WS-FOUND-DAY
011590         GO TO 6550-EXIT
011600     END-IF.
011610
011620     IF WS-DY-KEY (WS-SRCH-MID) < WS-LOOKUP-KEY
011630         COMPUTE WS-SRCH-LOW = WS-SRCH-MID + 1
011640     ELSE
011650         COMPUTE WS-SRCH-HIGH = WS-SRCH-MID - 1
011660     END-IF.
011670 6550-EXIT.
011680     EXIT.
011690
011700*----------------------------------------------------------------*
011710* 7000-COMPUTE-DAY-NUMBER - WS-DN-DATE AS A JULIAN DAY NUMBER IN   *
011720* WS-DN-DAY-NUMBER, AND ITS DAY OF THE WEEK IN WS-DN-DAY-OF-WEEK   *
011730* (1 = SUNDAY ... 7 = SATURDAY). THE YEAR IS COUNTED FROM MARCH SO *
011740* FEBRUARY'S LEAP DAY FALLS AT THE END OF IT.                      *
011750*----------------------------------------------------------------*
011760 7000-COMPUTE-DAY-NUMBER.
011770     IF WS-DN-MONTH < 3
011780         MOVE 1 TO WS-DN-A
011790     ELSE
011800         MOVE 0 TO WS-DN-A
011810     END-IF.
011820
011830     COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A.
011840     COMPUTE WS-DN-M = WS-DN-MONTH + 12 * WS-DN-A - 3.
011850
011860     COMPUTE WS-DN-MONTH-DAYS = (153 * WS-DN-M + 2) / 5.
011870     DIVIDE 4 INTO WS-DN-Y GIVING WS-DN-Y4.
011880     DIVIDE 100 INTO WS-DN-Y GIVING WS-DN-Y100.
011890     DIVIDE 400 INTO WS-DN-Y GIVING WS-DN-Y400.
011900
011910     COMPUTE WS-DN-DAY-NUMBER = WS-DN-DAY + WS-DN-MONTH-DAYS
011920         + 365 * WS-DN-Y + WS-DN-Y4 - WS-DN-Y100 + WS-DN-Y400
011930         - 32045.
011940
011950     COMPUTE WS-DN-DAYS-SINCE = WS-DN-DAY-NUMBER + 1.
011960     DIVIDE 7 INTO WS-DN-DAYS-SINCE
011970         GIVING WS-DN-WEEKS REMAINDER WS-DN-REMAINDER.
011980     COMPUTE WS-DN-DAY-OF-WEEK = WS-DN-REMAINDER + 1.
011990 7000-EXIT.
012000     EXIT.
012010
012020*----------------------------------------------------------------*
012030* 8800-WRITE-REPORT-LINE - EVERY REPORT LINE GOES THROUGH HERE SO  *
012040* THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE. THE LINE   *
012050* TO PRINT IS EXPECTED IN WS-BR-LINE.                              *
012060*----------------------------------------------------------------*
012070 8800-WRITE-REPORT-LINE.
012080     IF WS-BR-LINE-COUNT NOT < WS-BR-LINES-PER-PAGE
012090         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
012100     END-IF.
012110
012120     WRITE BR-PRINT-LINE FROM WS-BR-LINE.
012130     ADD 1 TO WS-BR-LINE-COUNT.
012140 8800-EXIT.
012150     EXIT.
012160
012170*----------------------------------------------------------------*
012180* 8900-START-NEW-PAGE - PAGE HEADINGS AND THE NEXT PAGE NUMBER.    *
012190*----------------------------------------------------------------*
012200 8900-START-NEW-PAGE.
012210     ADD 1 TO WS-BR-PAGE-NUMBER.
012220     MOVE WS-BR-PAGE-NUMBER TO BRH-PAGE.
012230     MOVE WS-RUN-DATE TO BRH-RUN-DATE.
012240     MOVE WS-WINDOW-DAYS TO BRH-WINDOW.
012250     MOVE WS-BAND-SIGMAS TO BRH-SIGMAS.
012260     WRITE BR-PRINT-LINE FROM WS-BR-HEADING-1.
012270     MOVE SPACES TO BR-PRINT-LINE.
012280     WRITE BR-PRINT-LINE.
012290     WRITE BR-PRINT-LINE FROM WS-BR-HEADING-2.
012300     MOVE SPACES TO BR-PRINT-LINE.
012310     WRITE BR-PRINT-LINE.
012320     MOVE 4 TO WS-BR-LINE-COUNT.
012330 8900-EXIT.
012340     EXIT.
012350
012360*----------------------------------------------------------------*
012370* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
012380* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
012390* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
012400*----------------------------------------------------------------*
012410 9800-WRITE-RUN-LOG.
012420     OPEN EXTEND RUN-LOG-FILE.
012430
012440     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
012450         CLOSE RUN-LOG-FILE
012460         OPEN OUTPUT RUN-LOG-FILE
012470     END-IF.
012480
012490     IF WS-RUNLOG-STATUS NOT = "00"
012500         DISPLAY "BASELINE: CANNOT OPEN RUN LOG, STATUS "
012510             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
012520         GO TO 9800-EXIT
012530     END-IF.
012540
012550     MOVE SPACES TO RL-RECORD.
012560     MOVE "BASELINE" TO RL-PROGRAM.
012570     MOVE WS-RL-BUSINESS-DATE TO RL-BUSINESS-DATE.
012580     MOVE WS-RL-START-DATE TO RL-START-DATE.
012590     MOVE WS-RL-START-TIME TO RL-START-TIME.
012600     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
012610     ACCEPT WS-RL-TIME-RAW FROM TIME.
012620     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
012630     MOVE RETURN-CODE TO RL-RETURN-CODE.
012640     MOVE WS-TRAIL-READ TO RL-RECORDS-IN.
012650     MOVE WS-BASELINES-WRITTEN TO RL-RECORDS-OUT.
012660     WRITE RL-RECORD.
012670
012680     CLOSE RUN-LOG-FILE.
012690 9800-EXIT.
012700     EXIT.
012710
012720*----------------------------------------------------------------*
012730* 9999-EXIT-PROGRAM                                                *
012740*----------------------------------------------------------------*
012750 9999-EXIT-PROGRAM.
012760     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
012770     STOP RUN.
