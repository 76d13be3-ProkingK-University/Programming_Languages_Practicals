000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. QUALCARD.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - MONTHLY DATA-QUALITY        *
000210*                  SCORECARD PER STATION. FOR THE KEYED MONTH IT  *
000220*                  COUNTS THE DAYS EXPECTED ON THE PROCESSING     *
000230*                  CALENDAR (PROCCAL), RECEIVED ON THE DAILY-     *
000240*                  SUMMARY MASTER AND RECEIVED ON TIME, ESTIMATED *
000250*                  AND CORRECTED OFF THE AUDIT TRAIL, THE RECORDS *
000260*                  REJECTED AND RECYCLED MORE THAN ONCE OFF THE   *
000270*                  REJECTS FILE, AND THE EXCEPTIONS RAISED AND    *
000280*                  STILL OPEN PAST THE AGE LIMIT OFF THE          *
000290*                  EXCEPTION SUSPENSE FILE. EACH STATION SCORES   *
000300*                  DEFECT POINTS, IS RATED A TO E, AND PRINTS     *
000310*                  WORST FIRST.                                   *
000320*----------------------------------------------------------------*
000330* RETURN CODES                                                    *
000340*   00  EVERY STATION RATED A, B OR C                             *
000350*   04  ONE OR MORE STATIONS RATED D OR E - SEE SCORECARD         *
000360*   16  BAD OPERATOR INPUT, A FILE COULD NOT BE OPENED OR THE     *
000370*       CALENDAR HAS NO PROCESSING DAY IN THE MONTH               *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT STATION-MASTER-FILE ASSIGN TO "STATMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SM-STATION
000490         FILE STATUS IS WS-STATMAST-STATUS.
000500
000510     SELECT PROCESS-CALENDAR-FILE ASSIGN TO "PROCCAL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PROCCAL-STATUS.
000540
000550     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-AUDITTRL-STATUS.
000580
000590     SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DS-KEY
000630         FILE STATUS IS WS-DAYSUMM-STATUS.
000640
000650     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-REJECTS-STATUS.
000680
000690     SELECT EXCEPTION-SUSPENSE-FILE ASSIGN TO "EXCSUSP"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS XS-KEY
000730         FILE STATUS IS WS-EXCSUSP-STATUS.
000740
000750     SELECT QUALITY-REPORT-FILE ASSIGN TO "QUALRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-QUALRPT-STATUS.
000780
000790     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-RUNLOG-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  STATION-MASTER-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY STATMREC.
000880
000890 FD  PROCESS-CALENDAR-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  PC-RECORD.
000920     05  PC-DATE                 PIC 9(08).
000930     05  FILLER                  PIC X(12).
000940
000950 FD  AUDIT-TRAIL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY AUDITREC.
000980
000990 FD  DAY-SUMMARY-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY DAYSUREC.
001020
001030 FD  REJECT-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  RJ-RECORD.
001060     05  RJ-REASON-CODE          PIC X(02).
001070     05  FILLER                  PIC X(01).
001080     05  RJ-IMAGE                PIC X(45).
001090
001100 FD  EXCEPTION-SUSPENSE-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY EXCSUREC.
001130
001140 FD  QUALITY-REPORT-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 01  QC-PRINT-LINE               PIC X(80).
001170
001180 FD  RUN-LOG-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY RUNLGREC.
001210
001220 WORKING-STORAGE SECTION.
001230*----------------------------------------------------------------*
001240* FILE STATUS SWITCHES                                             *
001250*----------------------------------------------------------------*
001260 01  WS-FILE-STATUSES.
001270     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
001280     05  WS-PROCCAL-STATUS       PIC X(02) VALUE SPACES.
001290     05  WS-AUDITTRL-STATUS      PIC X(02) VALUE SPACES.
001300     05  WS-DAYSUMM-STATUS       PIC X(02) VALUE SPACES.
001310     05  WS-REJECTS-STATUS       PIC X(02) VALUE SPACES.
001320     05  WS-EXCSUSP-STATUS       PIC X(02) VALUE SPACES.
001330     05  WS-QUALRPT-STATUS       PIC X(02) VALUE SPACES.
001340     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001350
001360*----------------------------------------------------------------*
001370* OPERATOR INPUT - THE MONTH TO SCORE (A BLANK TAKES LAST MONTH)   *
001380* AND THE AGE IN DAYS PAST WHICH AN UNRESOLVED EXCEPTION COUNTS    *
001390* AGAINST ITS STATION (A BLANK TAKES THE AGREED DEFAULT).          *
001400*----------------------------------------------------------------*
001410 01  WS-QUALITY-INPUT.
001420     05  WS-PERIOD               PIC X(06) VALUE SPACES.
001430     05  WS-PERIOD-NUM REDEFINES WS-PERIOD
001440                                 PIC 9(06).
001450     05  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
001460         10  WS-PERIOD-YEAR      PIC 9(04).
001470         10  WS-PERIOD-MONTH     PIC 9(02).
001480     05  WS-IN-AGE-LIMIT         PIC X(03) VALUE SPACES.
001490     05  WS-IN-AGE-LIMIT-NUM REDEFINES WS-IN-AGE-LIMIT
001500                                 PIC 9(03).
001510
001520 01  WS-DEFAULT-AGE-LIMIT        PIC 9(03) VALUE 030.
001530 01  WS-AGE-LIMIT                PIC 9(03) VALUE ZERO.
001540
001550 01  WS-PERIOD-FIRST-DATE        PIC 9(08) VALUE ZERO.
001560 01  WS-PERIOD-LAST-DATE         PIC 9(08) VALUE ZERO.
001570
001580 01  WS-WORK-DATE                PIC 9(08) VALUE ZERO.
001590 01  WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
001600     05  WS-WORK-YEAR-MONTH      PIC 9(06).
001610     05  WS-WORK-DAY             PIC 9(02).
001620
001630*----------------------------------------------------------------*
001640* TODAY, FOR THE EXCEPTION AGES. AGE IS TAKEN ON A 360-DAY YEAR    *
001650* THE SAME WAY THE EXCEPTION AGING REPORT TAKES IT.                *
001660*----------------------------------------------------------------*
001670 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
001680 01  WS-TODAY-SPLIT REDEFINES WS-TODAY-DATE.
001690     05  WS-TODAY-YEAR           PIC 9(04).
001700     05  WS-TODAY-MONTH          PIC 9(02).
001710     05  WS-TODAY-DAY            PIC 9(02).
001720
001730 01  WS-SEEN-DATE                PIC 9(08) VALUE ZERO.
001740 01  WS-SEEN-SPLIT REDEFINES WS-SEEN-DATE.
001750     05  WS-SEEN-YEAR            PIC 9(04).
001760     05  WS-SEEN-MONTH           PIC 9(02).
001770     05  WS-SEEN-DAY             PIC 9(02).
001780
001790 01  WS-AGE-DAYS                 PIC S9(07) VALUE ZERO.
001800
001810*----------------------------------------------------------------*
001820* DEFECT POINTS PER EVENT, AND THE HIGHEST POINTS EACH RATING      *
001830* ALLOWS. A MISSING DAY COSTS MOST; A LATE DAY IS ONE RECEIVED BUT *
001840* NOT ON TIME.                                                     *
001850*----------------------------------------------------------------*
001860 01  WS-POINT-WEIGHTS.
001870     05  WS-PTS-MISSING-DAY      PIC 9(02) VALUE 05.
001880     05  WS-PTS-LATE-DAY         PIC 9(02) VALUE 02.
001890     05  WS-PTS-ESTIMATED-DAY    PIC 9(02) VALUE 03.
001900     05  WS-PTS-CORRECTED-DAY    PIC 9(02) VALUE 02.
001910     05  WS-PTS-REJECT           PIC 9(02) VALUE 01.
001920     05  WS-PTS-RECYCLE          PIC 9(02) VALUE 02.
001930     05  WS-PTS-EXCEPTION        PIC 9(02) VALUE 01.
001940     05  WS-PTS-OVERDUE          PIC 9(02) VALUE 03.
001950
001960 01  WS-RATING-LIMITS.
001970     05  WS-RATING-A-LIMIT       PIC 9(05) VALUE 00005.
001980     05  WS-RATING-B-LIMIT       PIC 9(05) VALUE 00015.
001990     05  WS-RATING-C-LIMIT       PIC 9(05) VALUE 00030.
002000     05  WS-RATING-D-LIMIT       PIC 9(05) VALUE 00060.
002010
002020*----------------------------------------------------------------*
002030* WORK COUNTERS AND SWITCHES                                       *
002040*----------------------------------------------------------------*
002050 01  WS-QUALITY-COUNTERS.
002060     05  WS-CAL-DAYS             PIC 9(02) VALUE ZERO.
002070     05  WS-TRAIL-READ           PIC 9(07) VALUE ZERO.
002080     05  WS-SUMMARIES-READ       PIC 9(07) VALUE ZERO.
002090     05  WS-REJECTS-READ         PIC 9(07) VALUE ZERO.
002100     05  WS-EXCEPTIONS-READ      PIC 9(07) VALUE ZERO.
002110     05  WS-STATIONS-POOR        PIC 9(05) VALUE ZERO.
002120
002130 01  WS-SWITCHES.
002140     05  WS-STNMAST-EOF-SWITCH   PIC X(01) VALUE 'N'.
002150         88  END-OF-STATION-MASTER         VALUE 'Y'.
002160         88  NOT-END-OF-STATION-MASTER     VALUE 'N'.
002170     05  WS-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
002180         88  END-OF-CALENDAR               VALUE 'Y'.
002190         88  NOT-END-OF-CALENDAR           VALUE 'N'.
002200     05  WS-TRAIL-EOF-SWITCH     PIC X(01) VALUE 'N'.
002210         88  END-OF-AUDIT-TRAIL            VALUE 'Y'.
002220         88  NOT-END-OF-AUDIT-TRAIL        VALUE 'N'.
002230     05  WS-DAYSUMM-EOF-SWITCH   PIC X(01) VALUE 'N'.
002240         88  END-OF-DAY-SUMMARY            VALUE 'Y'.
002250         88  NOT-END-OF-DAY-SUMMARY        VALUE 'N'.
002260     05  WS-REJECTS-EOF-SWITCH   PIC X(01) VALUE 'N'.
002270         88  END-OF-REJECTS                VALUE 'Y'.
002280         88  NOT-END-OF-REJECTS            VALUE 'N'.
002290     05  WS-EXCSUSP-EOF-SWITCH   PIC X(01) VALUE 'N'.
002300         88  END-OF-SUSPENSE               VALUE 'Y'.
002310         88  NOT-END-OF-SUSPENSE           VALUE 'N'.
002320     05  WS-REJECTS-OPEN-SWITCH  PIC X(01) VALUE 'N'.
002330         88  REJECTS-OPEN                  VALUE 'Y'.
002340         88  REJECTS-NOT-OPEN              VALUE 'N'.
002350     05  WS-EXCSUSP-OPEN-SWITCH  PIC X(01) VALUE 'N'.
002360         88  SUSPENSE-OPEN                 VALUE 'Y'.
002370         88  SUSPENSE-NOT-OPEN             VALUE 'N'.
002380
002390*----------------------------------------------------------------*
002400* THE PROCESSING CALENDAR FOR THE MONTH - 'Y' ON EACH DAY OF THE   *
002410* MONTH A SUMMARY IS EXPECTED FROM EVERY STATION.                  *
002420*----------------------------------------------------------------*
002430 01  WS-CALENDAR-DAYS.
002440     05  WS-CAL-DAY OCCURS 31 TIMES
002450                                 PIC X(01).
002460
002470*----------------------------------------------------------------*
002480* ONE ENTRY PER STATION ON THE MASTER. EACH DAY OF THE MONTH HOLDS *
002490* FLAGS SET OFF THE TRAIL AND THE DAILY-SUMMARY MASTER: A REAL     *
002500* SUMMARY SEEN ON THE TRAIL, THAT SUMMARY ARRIVING ON TIME, THE    *
002510* DAY ESTIMATED, THE DAY CORRECTED, AND A REAL DAY ON THE MASTER.  *
002520*----------------------------------------------------------------*
002530 01  WS-MAX-QC-STATIONS          PIC 9(03) VALUE 200.
002540 01  WS-QC-COUNT                 PIC 9(03) VALUE ZERO.
002550
002560 01  WS-QC-STATIONS.
002570     05  WS-QC-ENTRY OCCURS 200 TIMES.
002580         10  WS-QC-STATION       PIC X(04).
002590         10  WS-QC-NAME          PIC X(20).
002600         10  WS-QC-STATUS        PIC X(01).
002610         10  WS-QC-COMMISSIONED  PIC 9(08).
002620         10  WS-QC-DAY OCCURS 31 TIMES.
002630             15  WS-QC-REAL-SEEN PIC X(01).
002640             15  WS-QC-ON-TIME   PIC X(01).
002650             15  WS-QC-ESTIMATED PIC X(01).
002660             15  WS-QC-CORRECTED PIC X(01).
002670             15  WS-QC-RECEIVED  PIC X(01).
002680         10  WS-QC-EXPECTED-DAYS PIC 9(03).
002690         10  WS-QC-RECEIVED-DAYS PIC 9(03).
002700         10  WS-QC-ON-TIME-DAYS  PIC 9(03).
002710         10  WS-QC-EST-DAYS      PIC 9(03).
002720         10  WS-QC-CORR-DAYS     PIC 9(03).
002730         10  WS-QC-REJECTS       PIC 9(05).
002740         10  WS-QC-RECYCLED      PIC 9(05).
002750         10  WS-QC-RAISED        PIC 9(05).
002760         10  WS-QC-OVERDUE       PIC 9(05).
002770         10  WS-QC-POINTS        PIC 9(07).
002780         10  WS-QC-RATING        PIC X(01).
002790
002800 01  WS-QC-SUB                   PIC 9(03) COMP.
002810 01  WS-FIND-SUB                 PIC 9(03) COMP.
002820 01  WS-FOUND-SUB                PIC 9(03) COMP.
002830 01  WS-DAY-SUB                  PIC 9(02) COMP.
002840 01  WS-LOOKUP-STATION           PIC X(04).
002850
002860*----------------------------------------------------------------*
002870* THE RATED STATIONS IN RANK ORDER - SUBSCRIPTS INTO THE STATION   *
002880* TABLE, SORTED MOST POINTS FIRST.                                 *
002890*----------------------------------------------------------------*
002900 01  WS-RANK-COUNT               PIC 9(03) VALUE ZERO.
002910
002920 01  WS-RANK-TABLE.
002930     05  WS-RANK-ENTRY OCCURS 200 TIMES
002940                                 PIC 9(03) COMP.
002950
002960 01  WS-RANK-I                   PIC 9(03) COMP.
002970 01  WS-RANK-J                   PIC 9(03) COMP.
002980 01  WS-RANK-K                   PIC 9(03) COMP.
002990 01  WS-RANK-SWAP                PIC 9(03) COMP.
003000
003010*----------------------------------------------------------------*
003020* AUDIT TRAIL WORK - THE LATEST RUN DATE ANY REAL SUMMARY HAS      *
003030* REACHED THE TRAIL FOR SO FAR. A DAY WHOSE FIRST REAL SUMMARY     *
003040* ARRIVES AFTER A LATER DAY'S CAME IN A LATER RUN THAN ITS OWN.    *
003050*----------------------------------------------------------------*
003060 01  WS-TRAIL-HIGH-DATE          PIC 9(08) VALUE ZERO.
003070
003080*----------------------------------------------------------------*
003090* ONE REJECTED INPUT IMAGE, AS DAILYEDT WROTE IT. A HEADER IMAGE   *
003100* CARRIES THE GROUP'S RUN DATE; THE LAST TWO BYTES OF ANY IMAGE    *
003110* CARRY THE RECYCLE COUNT REJREPR STAMPED ON IT.                   *
003120*----------------------------------------------------------------*
003130 01  WS-REJECT-IMAGE.
003140     05  WS-RI-REC-TYPE          PIC X(01).
003150     05  WS-RI-STATION           PIC X(04).
003160     05  WS-RI-DATA              PIC X(40).
003170     05  WS-RI-HEADER-VIEW REDEFINES WS-RI-DATA.
003180         10  FILLER              PIC X(05).
003190         10  WS-RI-RUN-DATE      PIC 9(08).
003200         10  FILLER              PIC X(27).
003210     05  WS-RI-RECYCLE-VIEW REDEFINES WS-RI-DATA.
003220         10  FILLER              PIC X(38).
003230         10  WS-RI-RECYCLE       PIC 9(02).
003240
003250 01  WS-REJECT-GROUP-STATION     PIC X(04) VALUE SPACES.
003260 01  WS-REJECT-GROUP-DATE        PIC 9(08) VALUE ZERO.
003270
003280*----------------------------------------------------------------*
003290* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE LAST DAY  *
003300* OF THE MONTH SCORED.                                             *
003310*----------------------------------------------------------------*
003320 01  WS-RUN-LOG-WORK.
003330     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
003340     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
003350     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
003360     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
003370         10  WS-RL-TIME-HHMMSS   PIC 9(06).
003380         10  FILLER              PIC 9(02).
003390     05  WS-RL-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
003400
003410*----------------------------------------------------------------*
003420* REPORT PAGE CONTROL AND PRINT LINES. WS-QC-LINE-COUNT STARTS     *
003430* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST   *
003440* PAGE HEADING.                                                    *
003450*----------------------------------------------------------------*
003460 01  WS-QC-PAGE-CONTROL.
003470     05  WS-QC-LINES-PER-PAGE    PIC 9(03) VALUE 055.
003480     05  WS-QC-LINE-COUNT        PIC 9(03) VALUE 999.
003490     05  WS-QC-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
003500
003510 01  WS-QC-LINE                  PIC X(80).
003520
003530 01  WS-QC-HEADING-1.
003540     05  FILLER                  PIC X(31) VALUE
003550         "STATION DATA-QUALITY SCORECARD ".
003560     05  FILLER                  PIC X(06) VALUE "MONTH ".
003570     05  QCH-PERIOD              PIC 9(06).
003580     05  FILLER                  PIC X(11) VALUE " AGE LIMIT ".
003590     05  QCH-AGE-LIMIT           PIC ZZ9.
003600     05  FILLER                  PIC X(05) VALUE SPACES.
003610     05  FILLER                  PIC X(05) VALUE "PAGE ".
003620     05  QCH-PAGE                PIC ZZZ9.
003630
003640 01  WS-QC-HEADING-2.
003650     05  FILLER                  PIC X(40) VALUE
003660         "                        ------ DAYS ----".
003670     05  FILLER                  PIC X(40) VALUE
003680         "-- -- RECORDS -  - EXCEPTIONS -         ".
003690
003700 01  WS-QC-HEADING-3.
003710     05  FILLER                  PIC X(40) VALUE
003720         "RNK STN  NAME          EXP RCV ONT EST C".
003730     05  FILLER                  PIC X(40) VALUE
003740         "OR  REJCT RECYC   RAISED OVRDUE    PTS R".
003750
003760 01  WS-QC-DETAIL-LINE.
003770     05  QCD-RANK                PIC ZZ9.
003780     05  FILLER                  PIC X(01) VALUE SPACES.
003790     05  QCD-STATION             PIC X(04).
003800     05  FILLER                  PIC X(01) VALUE SPACES.
003810     05  QCD-NAME                PIC X(12).
003820     05  FILLER                  PIC X(01) VALUE SPACES.
003830     05  QCD-EXPECTED            PIC ZZZ9.
003840     05  QCD-RECEIVED            PIC ZZZ9.
003850     05  QCD-ON-TIME             PIC ZZZ9.
003860     05  QCD-ESTIMATED           PIC ZZZ9.
003870     05  QCD-CORRECTED           PIC ZZZ9.
003880     05  FILLER                  PIC X(01) VALUE SPACES.
003890     05  QCD-REJECTS             PIC ZZZZZ9.
003900     05  QCD-RECYCLED            PIC ZZZZZ9.
003910     05  FILLER                  PIC X(03) VALUE SPACES.
003920     05  QCD-RAISED              PIC ZZZZZ9.
003930     05  QCD-OVERDUE             PIC ZZZZZZ9.
003940     05  QCD-POINTS              PIC ZZZZZZ9.
003950     05  FILLER                  PIC X(01) VALUE SPACES.
003960     05  QCD-RATING              PIC X(01).
003970
003980 01  WS-QC-TEXT-LINE.
003990     05  QCX-TEXT                PIC X(80).
004000
004010 01  WS-QC-WEIGHT-LINE.
004020     05  FILLER                  PIC X(02) VALUE SPACES.
004030     05  QCW-TEXT                PIC X(40).
004040     05  QCW-POINTS              PIC Z9.
004050
004060 01  WS-QC-TOTAL-LINE.
004070     05  QCT-TEXT                PIC X(40).
004080     05  QCT-COUNT               PIC ZZZZZZ9.
004090
004100 01  WS-QC-NONE-LINE.
004110     05  FILLER                  PIC X(44) VALUE
004120         "NO STATIONS TO RATE FOR THE MONTH           ".
004130
004140
004150 PROCEDURE DIVISION.
004160*----------------------------------------------------------------*
004170* 0000-MAIN-PROCESS - GATHER EVERY SOURCE FOR THE MONTH, SCORE     *
004180* AND RANK THE STATIONS, THEN PRINT THE SCORECARD.                 *
004190*----------------------------------------------------------------*
004200 0000-MAIN-PROCESS.
004210     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
004220     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
004230     PERFORM 2100-LOAD-STATIONS THRU 2100-EXIT.
004240     PERFORM 2200-LOAD-CALENDAR THRU 2200-EXIT.
004250
004260     PERFORM 3000-WALK-AUDIT-TRAIL THRU 3000-EXIT.
004270     PERFORM 3500-SCAN-DAY-SUMMARIES THRU 3500-EXIT.
004280     PERFORM 3700-COUNT-REJECTS THRU 3700-EXIT.
004290     PERFORM 3900-COUNT-EXCEPTIONS THRU 3900-EXIT.
004300
004310     PERFORM 4000-SCORE-ONE-STATION THRU 4000-EXIT
004320         VARYING WS-QC-SUB FROM 1 BY 1
004330         UNTIL WS-QC-SUB > WS-QC-COUNT.
004340
004350     PERFORM 4500-RANK-STATIONS THRU 4500-EXIT.
004360
004370     PERFORM 5000-PRINT-ONE-STATION THRU 5000-EXIT
004380         VARYING WS-RANK-I FROM 1 BY 1
004390         UNTIL WS-RANK-I > WS-RANK-COUNT.
004400
004410     PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT.
004420
004430     CLOSE QUALITY-REPORT-FILE.
004440
004450     DISPLAY "QUALCARD: STATIONS RATED   " WS-RANK-COUNT.
004460     DISPLAY "QUALCARD: STATIONS D OR E  " WS-STATIONS-POOR.
004470
004480     IF WS-STATIONS-POOR > ZERO
004490         DISPLAY "QUALCARD: STATIONS RATED D OR E - SEE "
004500             "QUALITY SCORECARD"
004510         MOVE 4 TO RETURN-CODE
004520     END-IF.
004530
004540     GO TO 9999-EXIT-PROGRAM.
004550
004560 0000-EXIT.
004570     EXIT.
004580
004590*----------------------------------------------------------------*
004600* 1000-GET-OPERATOR-INPUT - PROMPT FOR THE MONTH (CCYYMM; A BLANK  *
004610* TAKES LAST MONTH) AND THE EXCEPTION AGE LIMIT IN DAYS.           *
004620*----------------------------------------------------------------*
004630 1000-GET-OPERATOR-INPUT.
004640     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
004650     ACCEPT WS-RL-TIME-RAW FROM TIME.
004660     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
004670     MOVE WS-RL-START-DATE TO WS-TODAY-DATE.
004680
004690     DISPLAY "QUALCARD: ENTER MONTH TO SCORE "
004700         "(CCYYMM, BLANK = LAST MONTH):".
004710     ACCEPT WS-PERIOD.
004720
004730     IF WS-PERIOD NOT = SPACES
004740         GO TO 1000-CHECK-PERIOD
004750     END-IF.
004760
004770     IF WS-TODAY-MONTH = 1
004780         COMPUTE WS-PERIOD-YEAR = WS-TODAY-YEAR - 1
004790         MOVE 12 TO WS-PERIOD-MONTH
004800     ELSE
004810         MOVE WS-TODAY-YEAR TO WS-PERIOD-YEAR
004820         COMPUTE WS-PERIOD-MONTH = WS-TODAY-MONTH - 1
004830     END-IF.
004840
004850 1000-CHECK-PERIOD.
004860     IF WS-PERIOD NOT NUMERIC
004870         DISPLAY "QUALCARD: MONTH MUST BE NUMERIC CCYYMM"
004880         MOVE 16 TO RETURN-CODE
004890         GO TO 9999-EXIT-PROGRAM
004900     END-IF.
004910
004920     IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
004930         DISPLAY "QUALCARD: MONTH " WS-PERIOD " IS NOT A VALID "
004940             "MONTH"
004950         MOVE 16 TO RETURN-CODE
004960         GO TO 9999-EXIT-PROGRAM
004970     END-IF.
004980
004990     COMPUTE WS-PERIOD-FIRST-DATE = WS-PERIOD-NUM * 100 + 1.
005000     COMPUTE WS-PERIOD-LAST-DATE = WS-PERIOD-NUM * 100 + 31.
005010     MOVE WS-PERIOD-LAST-DATE TO WS-RL-BUSINESS-DATE.
005020
005030     DISPLAY "QUALCARD: ENTER EXCEPTION AGE LIMIT IN DAYS "
005040         "(NNN, BLANK = DEFAULT):".
005050     ACCEPT WS-IN-AGE-LIMIT.
005060
005070     IF WS-IN-AGE-LIMIT = SPACES
005080         MOVE WS-DEFAULT-AGE-LIMIT TO WS-AGE-LIMIT
005090         GO TO 1000-EXIT
005100     END-IF.
005110
005120     IF WS-IN-AGE-LIMIT NOT NUMERIC
005130         DISPLAY "QUALCARD: AGE LIMIT MUST BE THREE DIGITS"
005140         MOVE 16 TO RETURN-CODE
005150         GO TO 9999-EXIT-PROGRAM
005160     END-IF.
005170
005180     MOVE WS-IN-AGE-LIMIT-NUM TO WS-AGE-LIMIT.
005190 1000-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------*
005230* 2000-OPEN-FILES - THE REPORT, THE STATION MASTER, THE CALENDAR,  *
005240* THE TRAIL AND THE DAILY-SUMMARY MASTER ARE REQUIRED. WITH NO     *
005250* REJECTS FILE OR NO SUSPENSE FILE YET THERE IS SIMPLY NOTHING OF  *
005260* THAT KIND TO COUNT.                                              *
005270*----------------------------------------------------------------*
005280 2000-OPEN-FILES.
005290     OPEN OUTPUT QUALITY-REPORT-FILE.
005300
005310     IF WS-QUALRPT-STATUS NOT = "00"
005320         DISPLAY "QUALCARD: CANNOT OPEN QUALITY SCORECARD, "
005330             "STATUS " WS-QUALRPT-STATUS
005340         MOVE 16 TO RETURN-CODE
005350         GO TO 9999-EXIT-PROGRAM
005360     END-IF.
005370
005380     OPEN INPUT STATION-MASTER-FILE.
005390
005400     IF WS-STATMAST-STATUS NOT = "00"
005410         DISPLAY "QUALCARD: CANNOT OPEN STATION MASTER, STATUS "
005420             WS-STATMAST-STATUS
005430         CLOSE QUALITY-REPORT-FILE
005440         MOVE 16 TO RETURN-CODE
005450         GO TO 9999-EXIT-PROGRAM
005460     END-IF.
005470
005480     OPEN INPUT PROCESS-CALENDAR-FILE.
005490
005500     IF WS-PROCCAL-STATUS NOT = "00"
005510         DISPLAY "QUALCARD: CANNOT OPEN PROCESSING CALENDAR, "
005520             "STATUS " WS-PROCCAL-STATUS
005530         CLOSE STATION-MASTER-FILE
005540         CLOSE QUALITY-REPORT-FILE
005550         MOVE 16 TO RETURN-CODE
005560         GO TO 9999-EXIT-PROGRAM
005570     END-IF.
005580
005590     OPEN INPUT AUDIT-TRAIL-FILE.
005600
005610     IF WS-AUDITTRL-STATUS NOT = "00"
005620         DISPLAY "QUALCARD: CANNOT OPEN AUDIT TRAIL FILE, "
005630             "STATUS " WS-AUDITTRL-STATUS
005640         CLOSE PROCESS-CALENDAR-FILE
005650         CLOSE STATION-MASTER-FILE
005660         CLOSE QUALITY-REPORT-FILE
005670         MOVE 16 TO RETURN-CODE
005680         GO TO 9999-EXIT-PROGRAM
005690     END-IF.
005700
005710     OPEN INPUT DAY-SUMMARY-FILE.
005720
005730     IF WS-DAYSUMM-STATUS NOT = "00"
005740         DISPLAY "QUALCARD: CANNOT OPEN DAY-SUMMARY MASTER, "
005750             "STATUS " WS-DAYSUMM-STATUS
005760         CLOSE AUDIT-TRAIL-FILE
005770         CLOSE PROCESS-CALENDAR-FILE
005780         CLOSE STATION-MASTER-FILE
005790         CLOSE QUALITY-REPORT-FILE
005800         MOVE 16 TO RETURN-CODE
005810         GO TO 9999-EXIT-PROGRAM
005820     END-IF.
005830
005840     OPEN INPUT REJECT-FILE.
005850
005860     IF WS-REJECTS-STATUS = "00"
005870         SET REJECTS-OPEN TO TRUE
005880     ELSE
005890         DISPLAY "QUALCARD: NO REJECTS FILE, STATUS "
005900             WS-REJECTS-STATUS " - NO REJECTS COUNTED"
005910     END-IF.
005920
005930     OPEN INPUT EXCEPTION-SUSPENSE-FILE.
005940
005950     IF WS-EXCSUSP-STATUS = "00"
005960         SET SUSPENSE-OPEN TO TRUE
005970     ELSE
005980         DISPLAY "QUALCARD: NO SUSPENSE FILE, STATUS "
005990             WS-EXCSUSP-STATUS " - NO EXCEPTIONS COUNTED"
006000     END-IF.
006010 2000-EXIT.
006020     EXIT.
006030
006040*----------------------------------------------------------------*
006050* 2100-LOAD-STATIONS - EVERY STATION ON THE MASTER, WITH ITS       *
006060* COUNTS AND DAY FLAGS CLEARED.                                    *
006070*----------------------------------------------------------------*
006080 2100-LOAD-STATIONS.
006090     PERFORM 2150-LOAD-ONE-STATION THRU 2150-EXIT
006100         UNTIL END-OF-STATION-MASTER.
006110
006120     CLOSE STATION-MASTER-FILE.
006130 2100-EXIT.
006140     EXIT.
006150
006160 2150-LOAD-ONE-STATION.
006170     READ STATION-MASTER-FILE NEXT RECORD
006180         AT END
006190             SET END-OF-STATION-MASTER TO TRUE
006200             GO TO 2150-EXIT
006210     END-READ.
006220
006230     IF WS-QC-COUNT = WS-MAX-QC-STATIONS
006240         DISPLAY "QUALCARD: STATION TABLE FULL AT "
006250             WS-MAX-QC-STATIONS " - REST NOT RATED"
006260         SET END-OF-STATION-MASTER TO TRUE
006270         GO TO 2150-EXIT
006280     END-IF.
006290
006300     ADD 1 TO WS-QC-COUNT.
006310     MOVE SPACES TO WS-QC-ENTRY (WS-QC-COUNT).
006320     MOVE SM-STATION TO WS-QC-STATION (WS-QC-COUNT).
006330     MOVE SM-NAME TO WS-QC-NAME (WS-QC-COUNT).
006340     MOVE SM-STATUS TO WS-QC-STATUS (WS-QC-COUNT).
006350
006360     IF SM-COMMISSION-DATE NUMERIC
006370         MOVE SM-COMMISSION-DATE
006380             TO WS-QC-COMMISSIONED (WS-QC-COUNT)
006390     ELSE
006400         MOVE ZERO TO WS-QC-COMMISSIONED (WS-QC-COUNT)
006410     END-IF.
006420
006430     MOVE ZERO TO WS-QC-EXPECTED-DAYS (WS-QC-COUNT).
006440     MOVE ZERO TO WS-QC-RECEIVED-DAYS (WS-QC-COUNT).
006450     MOVE ZERO TO WS-QC-ON-TIME-DAYS (WS-QC-COUNT).
006460     MOVE ZERO TO WS-QC-EST-DAYS (WS-QC-COUNT).
006470     MOVE ZERO TO WS-QC-CORR-DAYS (WS-QC-COUNT).
006480     MOVE ZERO TO WS-QC-REJECTS (WS-QC-COUNT).
006490     MOVE ZERO TO WS-QC-RECYCLED (WS-QC-COUNT).
006500     MOVE ZERO TO WS-QC-RAISED (WS-QC-COUNT).
006510     MOVE ZERO TO WS-QC-OVERDUE (WS-QC-COUNT).
006520     MOVE ZERO TO WS-QC-POINTS (WS-QC-COUNT).
006530 2150-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570* 2200-LOAD-CALENDAR - MARK EACH CALENDAR DATE IN THE MONTH. A     *
006580* MONTH WITH NO PROCESSING DAY ON THE CALENDAR CANNOT BE SCORED.   *
006590*----------------------------------------------------------------*
006600 2200-LOAD-CALENDAR.
006610     MOVE SPACES TO WS-CALENDAR-DAYS.
006620
006630     PERFORM 2250-READ-ONE-CALENDAR-DATE THRU 2250-EXIT
006640         UNTIL END-OF-CALENDAR.
006650
006660     CLOSE PROCESS-CALENDAR-FILE.
006670
006680     IF WS-CAL-DAYS = ZERO
006690         DISPLAY "QUALCARD: NO PROCESSING DAY ON THE CALENDAR "
006700             "FOR MONTH " WS-PERIOD
006710         CLOSE AUDIT-TRAIL-FILE
006720         CLOSE DAY-SUMMARY-FILE
006730         CLOSE QUALITY-REPORT-FILE
006740         IF REJECTS-OPEN
006750             CLOSE REJECT-FILE
006760         END-IF
006770         IF SUSPENSE-OPEN
006780             CLOSE EXCEPTION-SUSPENSE-FILE
006790         END-IF
006800         MOVE 16 TO RETURN-CODE
006810         GO TO 9999-EXIT-PROGRAM
006820     END-IF.
006830 2200-EXIT.
006840     EXIT.
006850
006860 2250-READ-ONE-CALENDAR-DATE.
006870     READ PROCESS-CALENDAR-FILE
006880         AT END
006890             SET END-OF-CALENDAR TO TRUE
006900             GO TO 2250-EXIT
006910     END-READ.
006920
006930     IF PC-DATE NOT NUMERIC
006940         GO TO 2250-EXIT
006950     END-IF.
006960
006970     MOVE PC-DATE TO WS-WORK-DATE.
006980
006990     IF WS-WORK-YEAR-MONTH NOT = WS-PERIOD-NUM
007000             OR WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
007010         GO TO 2250-EXIT
007020     END-IF.
007030
007040     IF WS-CAL-DAY (WS-WORK-DAY) NOT = "Y"
007050         MOVE "Y" TO WS-CAL-DAY (WS-WORK-DAY)
007060         ADD 1 TO WS-CAL-DAYS
007070     END-IF.
007080 2250-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------*
007120* 3000-WALK-AUDIT-TRAIL - THE TRAIL IS IN THE ORDER THE RUNS WROTE *
007130* IT. FOR A DAY IN THE MONTH: AN 'S' FROM THE ESTIMATE PROGRAM     *
007140* MARKS THE DAY ESTIMATED; THE FIRST REAL 'S' IS ON TIME UNLESS    *
007150* THE DAY HAD TO BE ESTIMATED FIRST OR A LATER DAY HAD ALREADY     *
007160* REACHED THE TRAIL; AN 'R' BACKING OUT A REAL SUMMARY MARKS THE   *
007170* DAY CORRECTED. BACKING OUT AN ESTIMATE IS THE LATE DATA          *
007180* ARRIVING, NOT A CORRECTION.                                      *
007190*----------------------------------------------------------------*
007200 3000-WALK-AUDIT-TRAIL.
007210     PERFORM 3050-READ-ONE-TRAIL-RECORD THRU 3050-EXIT
007220         UNTIL END-OF-AUDIT-TRAIL.
007230
007240     CLOSE AUDIT-TRAIL-FILE.
007250 3000-EXIT.
007260     EXIT.
007270
007280 3050-READ-ONE-TRAIL-RECORD.
007290     READ AUDIT-TRAIL-FILE
007300         AT END
007310             SET END-OF-AUDIT-TRAIL TO TRUE
007320             GO TO 3050-EXIT
007330     END-READ.
007340
007350     ADD 1 TO WS-TRAIL-READ.
007360
007370     IF AR-REC-TYPE NOT = "S" AND AR-REC-TYPE NOT = "R"
007380         GO TO 3050-EXIT
007390     END-IF.
007400
007410     IF AR-RUN-DATE < WS-PERIOD-FIRST-DATE
007420             OR AR-RUN-DATE > WS-PERIOD-LAST-DATE
007430         GO TO 3050-NOTE-HIGH-DATE
007440     END-IF.
007450
007460     MOVE AR-STATION TO WS-LOOKUP-STATION.
007470     PERFORM 6500-FIND-STATION THRU 6500-EXIT.
007480
007490     IF WS-FOUND-SUB = ZERO
007500         GO TO 3050-NOTE-HIGH-DATE
007510     END-IF.
007520
007530     MOVE AR-RUN-DATE TO WS-WORK-DATE.
007540
007550     IF AR-REC-TYPE = "R"
007560         IF AR-ESTIMATE-FLAG NOT = "E"
007570             MOVE "Y"
007580                 TO WS-QC-CORRECTED (WS-FOUND-SUB, WS-WORK-DAY)
007590         END-IF
007600         GO TO 3050-EXIT
007610     END-IF.
007620
007630     IF AR-ESTIMATE-FLAG = "E"
007640         MOVE "Y" TO WS-QC-ESTIMATED (WS-FOUND-SUB, WS-WORK-DAY)
007650         GO TO 3050-EXIT
007660     END-IF.
007670
007680     IF WS-QC-REAL-SEEN (WS-FOUND-SUB, WS-WORK-DAY) = "Y"
007690         GO TO 3050-NOTE-HIGH-DATE
007700     END-IF.
007710
007720     MOVE "Y" TO WS-QC-REAL-SEEN (WS-FOUND-SUB, WS-WORK-DAY).
007730
007740     IF WS-QC-ESTIMATED (WS-FOUND-SUB, WS-WORK-DAY) NOT = "Y"
007750             AND AR-RUN-DATE NOT < WS-TRAIL-HIGH-DATE
007760         MOVE "Y" TO WS-QC-ON-TIME (WS-FOUND-SUB, WS-WORK-DAY)
007770     END-IF.
007780
007790 3050-NOTE-HIGH-DATE.
007800     IF AR-REC-TYPE = "S"
007810             AND AR-ESTIMATE-FLAG NOT = "E"
007820             AND AR-RUN-DATE > WS-TRAIL-HIGH-DATE
007830         MOVE AR-RUN-DATE TO WS-TRAIL-HIGH-DATE
007840     END-IF.
007850 3050-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------*
007890* 3500-SCAN-DAY-SUMMARIES - THE DAILY-SUMMARY MASTER AS IT STANDS: *
007900* A REAL DAY IN THE MONTH IS RECEIVED; ONE STILL FLAGGED 'E' IS    *
007910* ESTIMATED, WHICH CATCHES AN ESTIMATE WHOSE TRAIL RECORD HAS      *
007920* SINCE BEEN ARCHIVED OFF.                                         *
007930*----------------------------------------------------------------*
007940 3500-SCAN-DAY-SUMMARIES.
007950     PERFORM 3550-SCAN-ONE-SUMMARY THRU 3550-EXIT
007960         UNTIL END-OF-DAY-SUMMARY.
007970
007980     CLOSE DAY-SUMMARY-FILE.
007990 3500-EXIT.
008000     EXIT.
008010
008020 3550-SCAN-ONE-SUMMARY.
008030     READ DAY-SUMMARY-FILE NEXT RECORD
008040         AT END
008050             SET END-OF-DAY-SUMMARY TO TRUE
008060             GO TO 3550-EXIT
008070     END-READ.
008080
008090     IF DS-RUN-DATE < WS-PERIOD-FIRST-DATE
008100             OR DS-RUN-DATE > WS-PERIOD-LAST-DATE
008110         GO TO 3550-EXIT
008120     END-IF.
008130
008140     ADD 1 TO WS-SUMMARIES-READ.
008150     MOVE DS-STATION TO WS-LOOKUP-STATION.
008160     PERFORM 6500-FIND-STATION THRU 6500-EXIT.
008170
008180     IF WS-FOUND-SUB = ZERO
008190         GO TO 3550-EXIT
008200     END-IF.
008210
008220     MOVE DS-RUN-DATE TO WS-WORK-DATE.
008230
008240     IF DS-ESTIMATE-FLAG = "E"
008250         MOVE "Y" TO WS-QC-ESTIMATED (WS-FOUND-SUB, WS-WORK-DAY)
008260     ELSE
008270         MOVE "Y" TO WS-QC-RECEIVED (WS-FOUND-SUB, WS-WORK-DAY)
008280     END-IF.
008290 3550-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------*
008330* 3700-COUNT-REJECTS - EACH REJECTED IMAGE COUNTS AGAINST ITS      *
008340* STATION, AND AGAIN AS A RECYCLE WHEN REJREPR HAD ALREADY SENT IT *
008350* BACK MORE THAN ONCE. A REJECTED HEADER DATES THE GROUP AFTER IT; *
008360* AN IMAGE OF A DIFFERENT DATE IS LEFT OUT, ONE THAT CANNOT BE     *
008370* DATED IS COUNTED.                                                *
008380*----------------------------------------------------------------*
008390 3700-COUNT-REJECTS.
008400     IF REJECTS-NOT-OPEN
008410         GO TO 3700-EXIT
008420     END-IF.
008430
008440     PERFORM 3750-COUNT-ONE-REJECT THRU 3750-EXIT
008450         UNTIL END-OF-REJECTS.
008460
008470     CLOSE REJECT-FILE.
008480 3700-EXIT.
008490     EXIT.
008500
008510 3750-COUNT-ONE-REJECT.
008520     READ REJECT-FILE
008530         AT END
008540             SET END-OF-REJECTS TO TRUE
008550             GO TO 3750-EXIT
008560     END-READ.
008570
008580     ADD 1 TO WS-REJECTS-READ.
008590     MOVE RJ-IMAGE TO WS-REJECT-IMAGE.
008600
008610     IF WS-RI-REC-TYPE = "H"
008620         MOVE WS-RI-STATION TO WS-REJECT-GROUP-STATION
008630         IF WS-RI-RUN-DATE NUMERIC
008640             MOVE WS-RI-RUN-DATE TO WS-REJECT-GROUP-DATE
008650         ELSE
008660             MOVE ZERO TO WS-REJECT-GROUP-DATE
008670         END-IF
008680     END-IF.
008690
008700     IF WS-RI-STATION = WS-REJECT-GROUP-STATION
008710             AND WS-REJECT-GROUP-DATE NOT = ZERO
008720         IF WS-REJECT-GROUP-DATE < WS-PERIOD-FIRST-DATE
008730                 OR WS-REJECT-GROUP-DATE > WS-PERIOD-LAST-DATE
008740             GO TO 3750-EXIT
008750         END-IF
008760     END-IF.
008770
008780     MOVE WS-RI-STATION TO WS-LOOKUP-STATION.
008790     PERFORM 6500-FIND-STATION THRU 6500-EXIT.
008800
008810     IF WS-FOUND-SUB = ZERO
008820         GO TO 3750-EXIT
008830     END-IF.
008840
008850     ADD 1 TO WS-QC-REJECTS (WS-FOUND-SUB).
008860
008870     IF WS-RI-RECYCLE NUMERIC
008880         IF WS-RI-RECYCLE > 1
008890             ADD 1 TO WS-QC-RECYCLED (WS-FOUND-SUB)
008900         END-IF
008910     END-IF.
008920 3750-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------------*
008960* 3900-COUNT-EXCEPTIONS - AN EXCEPTION ON A DAY IN THE MONTH WAS   *
008970* RAISED IN IT. ONE RAISED BY THE MONTH'S END AND STILL NOT        *
008980* ACCEPTED TODAY, OLDER THAN THE AGE LIMIT SINCE FIRST SEEN, IS    *
008990* OVERDUE.                                                         *
009000*----------------------------------------------------------------*
009010 3900-COUNT-EXCEPTIONS.
009020     IF SUSPENSE-NOT-OPEN
009030         GO TO 3900-EXIT
009040     END-IF.
009050
009060     PERFORM 3950-COUNT-ONE-EXCEPTION THRU 3950-EXIT
009070         UNTIL END-OF-SUSPENSE.
009080
009090     CLOSE EXCEPTION-SUSPENSE-FILE.
009100 3900-EXIT.
009110     EXIT.
009120
009130 3950-COUNT-ONE-EXCEPTION.
009140     READ EXCEPTION-SUSPENSE-FILE NEXT RECORD
009150         AT END
009160             SET END-OF-SUSPENSE TO TRUE
009170             GO TO 3950-EXIT
009180     END-READ.
009190
009200     ADD 1 TO WS-EXCEPTIONS-READ.
009210
009220     IF XS-RUN-DATE > WS-PERIOD-LAST-DATE
009230         GO TO 3950-EXIT
009240     END-IF.
009250
009260     MOVE XS-STATION TO WS-LOOKUP-STATION.
009270     PERFORM 6500-FIND-STATION THRU 6500-EXIT.
009280
009290     IF WS-FOUND-SUB = ZERO
009300         GO TO 3950-EXIT
009310     END-IF.
009320
009330     IF XS-RUN-DATE NOT < WS-PERIOD-FIRST-DATE
009340         ADD 1 TO WS-QC-RAISED (WS-FOUND-SUB)
009350     END-IF.
009360
009370     IF XS-ACCEPTED
009380         GO TO 3950-EXIT
009390     END-IF.
009400
009410     PERFORM 3960-COMPUTE-AGE THRU 3960-EXIT.
009420
009430     IF WS-AGE-DAYS > WS-AGE-LIMIT
009440         ADD 1 TO WS-QC-OVERDUE (WS-FOUND-SUB)
009450     END-IF.
009460 3950-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------------*
009500* 3960-COMPUTE-AGE - APPROXIMATE DAYS BETWEEN FIRST SEEN AND       *
009510* TODAY ON A 360-DAY YEAR. A NEGATIVE RESULT REPORTS AS ZERO.      *
009520*----------------------------------------------------------------*
009530 3960-COMPUTE-AGE.
009540     IF XS-FIRST-SEEN-DATE NOT NUMERIC
009550         MOVE ZERO TO WS-AGE-DAYS
009560         GO TO 3960-EXIT
009570     END-IF.
009580
009590     MOVE XS-FIRST-SEEN-DATE TO WS-SEEN-DATE.
009600
009610     COMPUTE WS-AGE-DAYS =
009620         ((WS-TODAY-YEAR - WS-SEEN-YEAR) * 360)
009630         + ((WS-TODAY-MONTH - WS-SEEN-MONTH) * 30)
009640         + (WS-TODAY-DAY - WS-SEEN-DAY).
009650
009660     IF WS-AGE-DAYS < ZERO
009670         MOVE ZERO TO WS-AGE-DAYS
009680     END-IF.
009690 3960-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------------*
009730* 4000-SCORE-ONE-STATION - TOTAL THE DAY FLAGS, WORK OUT THE       *
009740* DEFECT POINTS AND THE RATING, AND ENTER THE STATION FOR          *
009750* RANKING. A RETIRED STATION WITH NOTHING AT ALL IN THE MONTH IS   *
009760* OFF LINE AND IS NOT RATED.                                       *
009770*----------------------------------------------------------------*
009780 4000-SCORE-ONE-STATION.
009790     PERFORM 4100-COUNT-ONE-DAY THRU 4100-EXIT
009800         VARYING WS-DAY-SUB FROM 1 BY 1
009810         UNTIL WS-DAY-SUB > 31.
009820
009830     IF WS-QC-STATUS (WS-QC-SUB) = "R"
009840             AND WS-QC-RECEIVED-DAYS (WS-QC-SUB) = ZERO
009850             AND WS-QC-EST-DAYS (WS-QC-SUB) = ZERO
009860             AND WS-QC-REJECTS (WS-QC-SUB) = ZERO
009870             AND WS-QC-RAISED (WS-QC-SUB) = ZERO
009880             AND WS-QC-OVERDUE (WS-QC-SUB) = ZERO
009890         GO TO 4000-EXIT
009900     END-IF.
009910
009920     COMPUTE WS-QC-POINTS (WS-QC-SUB) =
009930         (WS-QC-EXPECTED-DAYS (WS-QC-SUB)
009940             - WS-QC-RECEIVED-DAYS (WS-QC-SUB))
009950                 * WS-PTS-MISSING-DAY
009960       + (WS-QC-RECEIVED-DAYS (WS-QC-SUB)
009970             - WS-QC-ON-TIME-DAYS (WS-QC-SUB))
009980                 * WS-PTS-LATE-DAY
009990       + WS-QC-EST-DAYS (WS-QC-SUB) * WS-PTS-ESTIMATED-DAY
010000       + WS-QC-CORR-DAYS (WS-QC-SUB) * WS-PTS-CORRECTED-DAY
010010       + WS-QC-REJECTS (WS-QC-SUB) * WS-PTS-REJECT
010020       + WS-QC-RECYCLED (WS-QC-SUB) * WS-PTS-RECYCLE
010030       + WS-QC-RAISED (WS-QC-SUB) * WS-PTS-EXCEPTION
010040       + WS-QC-OVERDUE (WS-QC-SUB) * WS-PTS-OVERDUE.
010050
010060     PERFORM 4200-RATE-STATION THRU 4200-EXIT.
010070
010080     ADD 1 TO WS-RANK-COUNT.
010090     MOVE WS-QC-SUB TO WS-RANK-ENTRY (WS-RANK-COUNT).
010100 4000-EXIT.
010110     EXIT.
010120
010130*----------------------------------------------------------------*
010140* 4100-COUNT-ONE-DAY - A CALENDAR DAY ON OR AFTER THE STATION'S    *
010150* COMMISSIONING IS EXPECTED FROM IT. RECEIVED AND ON-TIME DAYS     *
010160* COUNT ONLY ON EXPECTED DAYS; ESTIMATES AND CORRECTIONS COUNT ON  *
010170* ANY DAY.                                                         *
010180*----------------------------------------------------------------*
010190 4100-COUNT-ONE-DAY.
010200     IF WS-QC-ESTIMATED (WS-QC-SUB, WS-DAY-SUB) = "Y"
010210         ADD 1 TO WS-QC-EST-DAYS (WS-QC-SUB)
010220     END-IF.
010230
010240     IF WS-QC-CORRECTED (WS-QC-SUB, WS-DAY-SUB) = "Y"
010250         ADD 1 TO WS-QC-CORR-DAYS (WS-QC-SUB)
010260     END-IF.
010270
010280     IF WS-CAL-DAY (WS-DAY-SUB) NOT = "Y"
010290         GO TO 4100-EXIT
010300     END-IF.
010310
010320     COMPUTE WS-WORK-DATE = WS-PERIOD-NUM * 100 + WS-DAY-SUB.
010330
010340     IF WS-QC-COMMISSIONED (WS-QC-SUB) > WS-WORK-DATE
010350         GO TO 4100-EXIT
010360     END-IF.
010370
010380     ADD 1 TO WS-QC-EXPECTED-DAYS (WS-QC-SUB).
010390
010400     IF WS-QC-RECEIVED (WS-QC-SUB, WS-DAY-SUB) NOT = "Y"
010410         GO TO 4100-EXIT
010420     END-IF.
010430
010440     ADD 1 TO WS-QC-RECEIVED-DAYS (WS-QC-SUB).
010450
010460     IF WS-QC-ON-TIME (WS-QC-SUB, WS-DAY-SUB) = "Y"
010470         ADD 1 TO WS-QC-ON-TIME-DAYS (WS-QC-SUB)
010480     END-IF.
010490 4100-EXIT.
010500     EXIT.
010510
010520*----------------------------------------------------------------*
010530* 4200-RATE-STATION - A TO E BY DEFECT POINTS.                     *
010540*----------------------------------------------------------------*
010550 4200-RATE-STATION.
010560     IF WS-QC-POINTS (WS-QC-SUB) NOT > WS-RATING-A-LIMIT
010570         MOVE "A" TO WS-QC-RATING (WS-QC-SUB)
010580         GO TO 4200-EXIT
010590     END-IF.
010600
010610     IF WS-QC-POINTS (WS-QC-SUB) NOT > WS-RATING-B-LIMIT
010620         MOVE "B" TO WS-QC-RATING (WS-QC-SUB)
010630         GO TO 4200-EXIT
010640     END-IF.
010650
010660     IF WS-QC-POINTS (WS-QC-SUB) NOT > WS-RATING-C-LIMIT
010670         MOVE "C" TO WS-QC-RATING (WS-QC-SUB)
010680         GO TO 4200-EXIT
010690     END-IF.
010700
010710     ADD 1 TO WS-STATIONS-POOR.
010720
010730     IF WS-QC-POINTS (WS-QC-SUB) NOT > WS-RATING-D-LIMIT
010740         MOVE "D" TO WS-QC-RATING (WS-QC-SUB)
010750         GO TO 4200-EXIT
010760     END-IF.
010770
010780     MOVE "E" TO WS-QC-RATING (WS-QC-SUB).
010790 4200-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------------*
010830* 4500-RANK-STATIONS - PARAGRAPH-DRIVEN BUBBLE SORT OF THE RANK    *
010840* TABLE, MOST POINTS FIRST. STATIONS ON EQUAL POINTS KEEP STATION  *
010850* ORDER.                                                           *
010860*----------------------------------------------------------------*
010870 4500-RANK-STATIONS.
010880     PERFORM 4600-RANK-PASS THRU 4600-EXIT
010890         VARYING WS-RANK-I FROM 1 BY 1
010900         UNTIL WS-RANK-I > WS-RANK-COUNT.
010910 4500-EXIT.
010920     EXIT.
010930
010940 4600-RANK-PASS.
010950     COMPUTE WS-RANK-K = WS-RANK-COUNT - WS-RANK-I.
010960
010970     IF WS-RANK-K > 0
010980         PERFORM 4700-COMPARE-AND-SWAP THRU 4700-EXIT
010990             VARYING WS-RANK-J FROM 1 BY 1
011000             UNTIL WS-RANK-J > WS-RANK-K
011010     END-IF.
011020 4600-EXIT.
011030     EXIT.
011040
011050 4700-COMPARE-AND-SWAP.
011060     IF WS-QC-POINTS (WS-RANK-ENTRY (WS-RANK-J))
011070             < WS-QC-POINTS (WS-RANK-ENTRY (WS-RANK-J + 1))
011080         MOVE WS-RANK-ENTRY (WS-RANK-J) TO WS-RANK-SWAP
011090         MOVE WS-RANK-ENTRY (WS-RANK-J + 1)
011100             TO WS-RANK-ENTRY (WS-RANK-J)
011110         MOVE WS-RANK-SWAP TO WS-RANK-ENTRY (WS-RANK-J + 1)
011120     END-IF.
011130 4700-EXIT.
011140     EXIT.
011150
011160*----------------------------------------------------------------*
011170* 5000-PRINT-ONE-STATION - ONE SCORECARD LINE, IN RANK ORDER.      *
011180*----------------------------------------------------------------*
011190 5000-PRINT-ONE-STATION.
011200     MOVE WS-RANK-ENTRY (WS-RANK-I) TO WS-QC-SUB.
011210
011220     MOVE WS-RANK-I TO QCD-RANK.
011230     MOVE WS-QC-STATION (WS-QC-SUB) TO QCD-STATION.
011240     MOVE WS-QC-NAME (WS-QC-SUB) TO QCD-NAME.
011250     MOVE WS-QC-EXPECTED-DAYS (WS-QC-SUB) TO QCD-EXPECTED.
011260     MOVE WS-QC-RECEIVED-DAYS (WS-QC-SUB) TO QCD-RECEIVED.
011270     MOVE WS-QC-ON-TIME-DAYS (WS-QC-SUB) TO QCD-ON-TIME.
011280     MOVE WS-QC-EST-DAYS (WS-QC-SUB) TO QCD-ESTIMATED.
011290     MOVE WS-QC-CORR-DAYS (WS-QC-SUB) TO QCD-CORRECTED.
011300     MOVE WS-QC-REJECTS (WS-QC-SUB) TO QCD-REJECTS.
011310     MOVE WS-QC-RECYCLED (WS-QC-SUB) TO QCD-RECYCLED.
011320     MOVE WS-QC-RAISED (WS-QC-SUB) TO QCD-RAISED.
011330     MOVE WS-QC-OVERDUE (WS-QC-SUB) TO QCD-OVERDUE.
011340     MOVE WS-QC-POINTS (WS-QC-SUB) TO QCD-POINTS.
011350     MOVE WS-QC-RATING (WS-QC-SUB) TO QCD-RATING.
011360     MOVE WS-QC-DETAIL-LINE TO WS-QC-LINE.
011370     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011380 5000-EXIT.
011390     EXIT.
011400
011410*----------------------------------------------------------------*
011420* 6000-PRINT-TOTALS - THE POINT WEIGHTS AND RATING BANDS, SO THE   *
011430* SCORE CAN BE CHECKED BY HAND, AND THE RUN TOTALS.                *
011440*----------------------------------------------------------------*
011450 6000-PRINT-TOTALS.
011460     IF WS-RANK-COUNT = ZERO
011470         MOVE WS-QC-NONE-LINE TO WS-QC-LINE
011480         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
011490     END-IF.
011500
011510     MOVE SPACES TO WS-QC-LINE.
011520     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011530
011540     MOVE "DEFECT POINTS - EACH:" TO QCX-TEXT.
011550     MOVE WS-QC-TEXT-LINE TO WS-QC-LINE.
011560     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011570
011580     MOVE "EXPECTED DAY NOT RECEIVED" TO QCW-TEXT.
011590     MOVE WS-PTS-MISSING-DAY TO QCW-POINTS.
011600     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011610     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011620
011630     MOVE "DAY RECEIVED BUT NOT ON TIME" TO QCW-TEXT.
011640     MOVE WS-PTS-LATE-DAY TO QCW-POINTS.
011650     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011660     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011670
011680     MOVE "DAY ESTIMATED" TO QCW-TEXT.
011690     MOVE WS-PTS-ESTIMATED-DAY TO QCW-POINTS.
011700     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011710     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011720
011730     MOVE "DAY CORRECTED" TO QCW-TEXT.
011740     MOVE WS-PTS-CORRECTED-DAY TO QCW-POINTS.
011750     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011760     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011770
011780     MOVE "RECORD REJECTED" TO QCW-TEXT.
011790     MOVE WS-PTS-REJECT TO QCW-POINTS.
011800     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011810     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011820
011830     MOVE "RECORD RECYCLED MORE THAN ONCE" TO QCW-TEXT.
011840     MOVE WS-PTS-RECYCLE TO QCW-POINTS.
011850     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011860     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011870
011880     MOVE "EXCEPTION RAISED" TO QCW-TEXT.
011890     MOVE WS-PTS-EXCEPTION TO QCW-POINTS.
011900     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011910     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011920
011930     MOVE "EXCEPTION OPEN PAST THE AGE LIMIT" TO QCW-TEXT.
011940     MOVE WS-PTS-OVERDUE TO QCW-POINTS.
011950     MOVE WS-QC-WEIGHT-LINE TO WS-QC-LINE.
011960     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011970
011980     MOVE "RATING: A UP TO 5 POINTS, B UP TO 15, C UP TO 30, "
011990         TO QCX-TEXT.
012000     MOVE WS-QC-TEXT-LINE TO WS-QC-LINE.
012010     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012020
012030     MOVE "        D UP TO 60, E OVER 60" TO QCX-TEXT.
012040     MOVE WS-QC-TEXT-LINE TO WS-QC-LINE.
012050     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012060
012070     MOVE SPACES TO WS-QC-LINE.
012080     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012090
012100     MOVE "PROCESSING DAYS ON THE CALENDAR" TO QCT-TEXT.
012110     MOVE WS-CAL-DAYS TO QCT-COUNT.
012120     MOVE WS-QC-TOTAL-LINE TO WS-QC-LINE.
012130     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012140
012150     MOVE "STATIONS RATED" TO QCT-TEXT.
012160     MOVE WS-RANK-COUNT TO QCT-COUNT.
012170     MOVE WS-QC-TOTAL-LINE TO WS-QC-LINE.
012180     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012190
012200     MOVE "STATIONS RATED D OR E" TO QCT-TEXT.
012210     MOVE WS-STATIONS-POOR TO QCT-COUNT.
012220     MOVE WS-QC-TOTAL-LINE TO WS-QC-LINE.
012230     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012240
012250     MOVE "REJECTED RECORDS READ" TO QCT-TEXT.
012260     MOVE WS-REJECTS-READ TO QCT-COUNT.
012270     MOVE WS-QC-TOTAL-LINE TO WS-QC-LINE.
012280     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012290 6000-EXIT.
012300     EXIT.
012310
012320*----------------------------------------------------------------*
012330* 6500-FIND-STATION - SUBSCRIPT OF WS-LOOKUP-STATION IN THE        *
012340* STATION TABLE, OR ZERO WHEN THE MASTER DOES NOT CARRY IT.        *
012350*----------------------------------------------------------------*
012360 6500-FIND-STATION.
012370     MOVE ZERO TO WS-FOUND-SUB.
012380
012390     PERFORM 6550-MATCH-ONE-STATION THRU 6550-EXIT
012400         VARYING WS-FIND-SUB FROM 1 BY 1
012410         UNTIL WS-FIND-SUB > WS-QC-COUNT
012420            OR WS-FOUND-SUB > ZERO.
012430 6500-EXIT.
012440     EXIT.
012450
012460 6550-MATCH-ONE-STATION.
012470     IF WS-QC-STATION (WS-FIND-SUB) = WS-LOOKUP-STATION
012480         MOVE WS-FIND-SUB TO WS-FOUND-SUB
012490     END-IF.
012500 6550-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------------*
012540* 8800-WRITE-REPORT-LINE - EVERY SCORECARD LINE GOES THROUGH HERE  *
012550* SO THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE. THE     *
012560* LINE TO PRINT IS EXPECTED IN WS-QC-LINE.                         *
012570*----------------------------------------------------------------*
012580 8800-WRITE-REPORT-LINE.
012590     IF WS-QC-LINE-COUNT NOT < WS-QC-LINES-PER-PAGE
012600         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
012610     END-IF.
012620
012630     WRITE QC-PRINT-LINE FROM WS-QC-LINE.
012640     ADD 1 TO WS-QC-LINE-COUNT.
012650 8800-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------------*
012690* 8900-START-NEW-PAGE - PAGE HEADINGS AND THE NEXT PAGE NUMBER.    *
012700*----------------------------------------------------------------*
012710 8900-START-NEW-PAGE.
012720     ADD 1 TO WS-QC-PAGE-NUMBER.
012730     MOVE WS-QC-PAGE-NUMBER TO QCH-PAGE.
012740     MOVE WS-PERIOD-NUM TO QCH-PERIOD.
012750     MOVE WS-AGE-LIMIT TO QCH-AGE-LIMIT.
012760     WRITE QC-PRINT-LINE FROM WS-QC-HEADING-1.
012770     MOVE SPACES TO QC-PRINT-LINE.
012780     WRITE QC-PRINT-LINE.
012790     WRITE QC-PRINT-LINE FROM WS-QC-HEADING-2.
012800     WRITE QC-PRINT-LINE FROM WS-QC-HEADING-3.
012810     MOVE SPACES TO QC-PRINT-LINE.
012820     WRITE QC-PRINT-LINE.
012830     MOVE 5 TO WS-QC-LINE-COUNT.
012840 8900-EXIT.
012850     EXIT.
012860
012870*----------------------------------------------------------------*
012880* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
012890* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
012900* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
012910*----------------------------------------------------------------*
012920 9800-WRITE-RUN-LOG.
012930     OPEN EXTEND RUN-LOG-FILE.
012940
012950     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
012960         CLOSE RUN-LOG-FILE
012970         OPEN OUTPUT RUN-LOG-FILE
012980     END-IF.
012990
013000     IF WS-RUNLOG-STATUS NOT = "00"
013010         DISPLAY "QUALCARD: CANNOT OPEN RUN LOG, STATUS "
013020             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
013030         GO TO 9800-EXIT
013040     END-IF.
013050
013060     MOVE SPACES TO RL-RECORD.
013070     MOVE "QUALCARD" TO RL-PROGRAM.
013080     MOVE WS-RL-BUSINESS-DATE TO RL-BUSINESS-DATE.
013090     MOVE WS-RL-START-DATE TO RL-START-DATE.
013100     MOVE WS-RL-START-TIME TO RL-START-TIME.
013110     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
013120     ACCEPT WS-RL-TIME-RAW FROM TIME.
013130     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
013140     MOVE RETURN-CODE TO RL-RETURN-CODE.
013150     MOVE WS-TRAIL-READ TO RL-RECORDS-IN.
013160     MOVE WS-RANK-COUNT TO RL-RECORDS-OUT.
013170     WRITE RL-RECORD.
013180
013190     CLOSE RUN-LOG-FILE.
013200 9800-EXIT.
013210     EXIT.
013220
013230*----------------------------------------------------------------*
013240* 9999-EXIT-PROGRAM                                                *
013250*----------------------------------------------------------------*
013260 9999-EXIT-PROGRAM.
013270     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
013280     STOP RUN.
