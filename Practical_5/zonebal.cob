000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ZONEBAL.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - ZONE BALANCE OVER THE KEYED *
000210*                  DAILY-SUMMARY MASTER. EVERY STATION THE        *
000220*                  STATION MASTER NAMES AS A PARENT HEADS A ZONE; *
000230*                  ITS CHILDREN'S DS-TOTAL FOR THE KEYED DATE     *
000240*                  RANGE IS ROLLED UP AGAINST THE PARENT'S, AND   *
000250*                  THE UNACCOUNTED DIFFERENCE AND LOSS PERCENT    *
000260*                  PRINT PER ZONE. A ZONE OUTSIDE THE LOSS        *
000270*                  THRESHOLD IS FLAGGED, AND ONE LEANING ON AN    *
000280*                  ESTIMATED OR MISSING DAY IS MARKED E OR M.     *
000290*----------------------------------------------------------------*
000300* RETURN CODES                                                    *
000310*   00  EVERY ZONE BALANCED INSIDE THE THRESHOLD ON FULL DATA     *
000320*   04  ONE OR MORE ZONES FLAGGED OR MARKED - SEE REPORT          *
000330*   16  BAD OPERATOR INPUT OR A FILE COULD NOT BE OPENED          *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DAY-SUMMARY-FILE ASSIGN TO "DAYSUMM"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS DS-KEY
000450         FILE STATUS IS WS-DAYSUMM-STATUS.
000460
000470     SELECT STATION-MASTER-FILE ASSIGN TO "STATMAST"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SM-STATION
000510         FILE STATUS IS WS-STATMAST-STATUS.
000520
000530     SELECT ZONE-REPORT-FILE ASSIGN TO "ZONERPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-ZONERPT-STATUS.
000560
000570     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-RUNLOG-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  DAY-SUMMARY-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DAYSUREC.
000660
000670 FD  STATION-MASTER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY STATMREC.
000700
000710 FD  ZONE-REPORT-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  ZB-PRINT-LINE               PIC X(80).
000740
000750 FD  RUN-LOG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY RUNLGREC.
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------*
000810* FILE STATUS SWITCHES                                             *
000820*----------------------------------------------------------------*
000830 01  WS-FILE-STATUSES.
000840     05  WS-DAYSUMM-STATUS       PIC X(02) VALUE SPACES.
000850     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
000860     05  WS-ZONERPT-STATUS       PIC X(02) VALUE SPACES.
000870     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
000880
000890*----------------------------------------------------------------*
000900* OPERATOR INPUT - THE DATE RANGE AND THE LOSS THRESHOLD. THE      *
000910* THRESHOLD IS KEYED AS FOUR DIGITS WITH TWO DECIMALS IMPLIED;     *
000920* A BLANK ENTRY TAKES THE AGREED DEFAULT.                          *
000930*----------------------------------------------------------------*
000940 01  WS-ZONE-INPUT.
000950     05  WS-FROM-DATE            PIC X(08) VALUE SPACES.
000960     05  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE
000970                                 PIC 9(08).
000980     05  WS-TO-DATE              PIC X(08) VALUE SPACES.
000990     05  WS-TO-DATE-NUM REDEFINES WS-TO-DATE
001000                                 PIC 9(08).
001010     05  WS-IN-THRESHOLD         PIC X(04) VALUE SPACES.
001020     05  WS-IN-THRESHOLD-NUM REDEFINES WS-IN-THRESHOLD
001030                                 PIC 9(02)V99.
001040
001050 01  WS-DEFAULT-THRESHOLD        PIC 9(02)V99 VALUE 05.00.
001060 01  WS-LOSS-THRESHOLD           PIC 9(02)V99 VALUE ZERO.
001070
001080*----------------------------------------------------------------*
001090* WORK COUNTERS AND SWITCHES                                       *
001100*----------------------------------------------------------------*
001110 01  WS-ZONE-COUNTERS.
001120     05  WS-SUMMARIES-READ       PIC 9(07) VALUE ZERO.
001130     05  WS-SUMMARIES-IN-RANGE   PIC 9(07) VALUE ZERO.
001140     05  WS-ZONES-REPORTED       PIC 9(05) VALUE ZERO.
001150     05  WS-ZONES-FLAGGED        PIC 9(05) VALUE ZERO.
001160     05  WS-ZONES-ESTIMATED      PIC 9(05) VALUE ZERO.
001170     05  WS-ZONES-MISSING        PIC 9(05) VALUE ZERO.
001180
001190 01  WS-SWITCHES.
001200     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001210         88  END-OF-MASTER                 VALUE 'Y'.
001220         88  NOT-END-OF-MASTER             VALUE 'N'.
001230     05  WS-STNMAST-EOF-SWITCH   PIC X(01) VALUE 'N'.
001240         88  END-OF-STATION-MASTER         VALUE 'Y'.
001250         88  NOT-END-OF-STATION-MASTER     VALUE 'N'.
001260     05  WS-ZONE-EST-SWITCH      PIC X(01) VALUE 'N'.
001270         88  ZONE-HAS-ESTIMATE             VALUE 'Y'.
001280         88  ZONE-NO-ESTIMATE              VALUE 'N'.
001290     05  WS-ZONE-MISS-SWITCH     PIC X(01) VALUE 'N'.
001300         88  ZONE-HAS-MISSING              VALUE 'Y'.
001310         88  ZONE-NO-MISSING               VALUE 'N'.
001320     05  WS-ZONE-FLAG-SWITCH     PIC X(01) VALUE 'N'.
001330         88  ZONE-FLAGGED                  VALUE 'Y'.
001340         88  ZONE-NOT-FLAGGED              VALUE 'N'.
001350
001360*----------------------------------------------------------------*
001370* THE STATION MASTER, LOADED ONCE AT START-UP WITH EACH STATION'S  *
001380* PARENT, AND THE FIGURES GATHERED FOR IT OFF THE DAILY-SUMMARY    *
001390* MASTER FOR THE RANGE - TOTAL, DAYS ON FILE AND ESTIMATED DAYS.   *
001400* WS-ZS-HEAD IS SET ON A STATION SOME OTHER STATION NAMES AS ITS   *
001410* PARENT; EACH SUCH STATION HEADS ONE ZONE OF ITS DIRECT CHILDREN. *
001420*----------------------------------------------------------------*
001430 01  WS-MAX-ZONE-STATIONS        PIC 9(03) VALUE 200.
001440 01  WS-ZS-COUNT                 PIC 9(03) VALUE ZERO.
001450
001460 01  WS-ZONE-STATIONS.
001470     05  WS-ZS-ENTRY OCCURS 200 TIMES.
001480         10  WS-ZS-STATION       PIC X(04).
001490         10  WS-ZS-NAME          PIC X(20).
001500         10  WS-ZS-PARENT        PIC X(04).
001510         10  WS-ZS-STATUS        PIC X(01).
001520         10  WS-ZS-HEAD          PIC X(01).
001530         10  WS-ZS-TOTAL         PIC S9(11)V99.
001540         10  WS-ZS-DAYS          PIC 9(05).
001550         10  WS-ZS-EST-DAYS      PIC 9(05).
001560
001570 01  WS-ZS-SUB                   PIC 9(03) COMP.
001580 01  WS-CHILD-SUB                PIC 9(03) COMP.
001590 01  WS-FIND-SUB                 PIC 9(03) COMP.
001600 01  WS-FOUND-SUB                PIC 9(03) COMP.
001610 01  WS-LOOKUP-STATION           PIC X(04).
001620
001630*----------------------------------------------------------------*
001640* DISTINCT RUN DATES FOUND ON THE DAILY-SUMMARY MASTER INSIDE THE  *
001650* RANGE. A DAY NO STATION REPORTED WAS NOT A PROCESSING DAY, SO    *
001660* THE COUNT OF DATES HERE IS THE DAYS EACH ZONE STATION IS         *
001670* EXPECTED TO HAVE ON FILE; FEWER MEANS A DAY IS MISSING.          *
001680*----------------------------------------------------------------*
001690 01  WS-MAX-RANGE-DATES          PIC 9(03) VALUE 400.
001700 01  WS-DATE-COUNT               PIC 9(03) VALUE ZERO.
001710
001720 01  WS-RANGE-DATES.
001730     05  WS-RANGE-DATE OCCURS 400 TIMES
001740                                 PIC 9(08).
001750
001760 01  WS-DATE-SUB                 PIC 9(03) COMP.
001770 01  WS-DATE-FOUND-SUB           PIC 9(03) COMP.
001780
001790*----------------------------------------------------------------*
001800* ONE ZONE'S BALANCE. THE UNACCOUNTED FIGURE IS PARENT LESS        *
001810* CHILDREN - POSITIVE IS A LOSS, NEGATIVE MEANS THE CHILDREN       *
001820* RECORDED MORE THAN PASSED THROUGH THE PARENT.                    *
001830*----------------------------------------------------------------*
001840 01  WS-ZONE-BALANCE.
001850     05  WS-ZB-PARENT-TOTAL      PIC S9(11)V99 VALUE ZERO.
001860     05  WS-ZB-CHILD-TOTAL       PIC S9(11)V99 VALUE ZERO.
001870     05  WS-ZB-UNACCOUNTED       PIC S9(11)V99 VALUE ZERO.
001880     05  WS-ZB-LOSS-PCT          PIC S9(05)V99 VALUE ZERO.
001890     05  WS-ZB-NEG-THRESHOLD     PIC S9(02)V99 VALUE ZERO.
001900
001910*----------------------------------------------------------------*
001920* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE LAST DATE *
001930* OF THE RANGE BALANCED.                                           *
001940*----------------------------------------------------------------*
001950 01  WS-RUN-LOG-WORK.
001960     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
001970     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
001980     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
001990     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
002000         10  WS-RL-TIME-HHMMSS   PIC 9(06).
002010         10  FILLER              PIC 9(02).
002020     05  WS-RL-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
002030
002040*----------------------------------------------------------------*
002050* REPORT PAGE CONTROL AND PRINT LINES. WS-ZB-LINE-COUNT STARTS     *
002060* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST   *
002070* PAGE HEADING.                                                    *
002080*----------------------------------------------------------------*
002090 01  WS-ZB-PAGE-CONTROL.
002100     05  WS-ZB-LINES-PER-PAGE    PIC 9(03) VALUE 055.
002110     05  WS-ZB-LINE-COUNT        PIC 9(03) VALUE 999.
002120     05  WS-ZB-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
002130
002140 01  WS-ZB-LINE                  PIC X(80).
002150
002160 01  WS-ZB-HEADING-1.
002170     05  FILLER                  PIC X(20) VALUE
002180         "ZONE BALANCE REPORT ".
002190     05  FILLER                  PIC X(05) VALUE "FROM ".
002200     05  ZBH-FROM-DATE           PIC 9(08).
002210     05  FILLER                  PIC X(04) VALUE " TO ".
002220     05  ZBH-TO-DATE             PIC 9(08).
002230     05  FILLER                  PIC X(11) VALUE " THRESHOLD ".
002240     05  ZBH-THRESHOLD           PIC Z9.99.
002250     05  FILLER                  PIC X(01) VALUE "%".
002260     05  FILLER                  PIC X(05) VALUE SPACES.
002270     05  FILLER                  PIC X(05) VALUE "PAGE ".
002280     05  ZBH-PAGE                PIC ZZZ9.
002290
002300 01  WS-ZB-HEADING-2.
002310     05  FILLER                  PIC X(40) VALUE
002320         "ROLE    STN  NAME                 DAYS E".
002330     05  FILLER                  PIC X(40) VALUE
002340         "ST MISS           TOTAL  EM             ".
002350
002360 01  WS-ZB-ZONE-LINE.
002370     05  FILLER                  PIC X(05) VALUE "ZONE ".
002380     05  ZBZ-STATION             PIC X(04).
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  ZBZ-NAME                PIC X(20).
002410
002420 01  WS-ZB-DETAIL-LINE.
002430     05  ZBD-ROLE                PIC X(08).
002440     05  ZBD-STATION             PIC X(04).
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  ZBD-NAME                PIC X(20).
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  ZBD-DAYS                PIC ZZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  ZBD-EST-DAYS            PIC ZZ9.
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  ZBD-MISS-DAYS           PIC ZZZ9.
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  ZBD-TOTAL               PIC -(11)9.99.
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  ZBD-EST-MARK            PIC X(01).
002570     05  ZBD-MISS-MARK           PIC X(01).
002580
002590 01  WS-ZB-AMOUNT-LINE.
002600     05  ZBA-TEXT                PIC X(48).
002610     05  ZBA-AMOUNT              PIC -(11)9.99.
002620
002630 01  WS-ZB-LOSS-LINE.
002640     05  FILLER                  PIC X(15) VALUE
002650         "  LOSS PERCENT ".
002660     05  ZBL-PCT                 PIC -(5)9.99.
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  ZBL-FLAG                PIC X(40).
002690
002700 01  WS-ZB-MARK-LINE.
002710     05  FILLER                  PIC X(09) VALUE "  MARKS: ".
002720     05  ZBM-EST-TEXT            PIC X(30).
002730     05  ZBM-MISS-TEXT           PIC X(30).
002740
002750 01  WS-ZB-TOTAL-LINE.
002760     05  ZBT-TEXT                PIC X(40).
002770     05  ZBT-COUNT               PIC ZZZZZZ9.
002780
002790 01  WS-ZB-NONE-LINE.
002800     05  FILLER                  PIC X(44) VALUE
002810         "NO ZONES DEFINED ON THE STATION MASTER      ".
002820
002830
002840 PROCEDURE DIVISION.
002850*----------------------------------------------------------------*
002860* 0000-MAIN-PROCESS - LOAD THE HIERARCHY, GATHER THE RANGE OFF     *
002870* THE DAILY-SUMMARY MASTER, THEN BALANCE AND PRINT EACH ZONE.      *
002880*----------------------------------------------------------------*
002890 0000-MAIN-PROCESS.
002900     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
002910     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002920     PERFORM 2500-LOAD-STATIONS THRU 2500-EXIT.
002930
002940     PERFORM 3000-GATHER-ONE-SUMMARY THRU 3000-EXIT
002950         UNTIL END-OF-MASTER.
002960
002970     CLOSE DAY-SUMMARY-FILE.
002980
002990     PERFORM 4000-BALANCE-ONE-ZONE THRU 4000-EXIT
003000         VARYING WS-ZS-SUB FROM 1 BY 1
003010         UNTIL WS-ZS-SUB > WS-ZS-COUNT.
003020
003030     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
003040
003050     CLOSE ZONE-REPORT-FILE.
003060
003070     DISPLAY "ZONEBAL: SUMMARIES IN RANGE " WS-SUMMARIES-IN-RANGE.
003080     DISPLAY "ZONEBAL: ZONES BALANCED     " WS-ZONES-REPORTED.
003090     DISPLAY "ZONEBAL: ZONES FLAGGED      " WS-ZONES-FLAGGED.
003100
003110     IF WS-ZONES-FLAGGED > ZERO
003120             OR WS-ZONES-ESTIMATED > ZERO
003130             OR WS-ZONES-MISSING > ZERO
003140         DISPLAY "ZONEBAL: ZONES FLAGGED OR MARKED - SEE ZONE "
003150             "BALANCE REPORT"
003160         MOVE 4 TO RETURN-CODE
003170     END-IF.
003180
003190     GO TO 9999-EXIT-PROGRAM.
003200
003210 0000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------------*
003250* 1000-GET-OPERATOR-INPUT - PROMPT FOR THE FROM AND TO DATES       *
003260* (CCYYMMDD; A BLANK TO DATE BALANCES THE ONE DAY) AND THE LOSS    *
003270* THRESHOLD PERCENT.                                               *
003280*----------------------------------------------------------------*
003290 1000-GET-OPERATOR-INPUT.
003300     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
003310     ACCEPT WS-RL-TIME-RAW FROM TIME.
003320     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
003330
003340     DISPLAY "ZONEBAL: ENTER FROM DATE (CCYYMMDD):".
003350     ACCEPT WS-FROM-DATE.
003360
003370     IF WS-FROM-DATE NOT NUMERIC
003380         DISPLAY "ZONEBAL: FROM DATE MUST BE NUMERIC CCYYMMDD"
003390         MOVE 16 TO RETURN-CODE
003400         GO TO 9999-EXIT-PROGRAM
003410     END-IF.
003420
003430     DISPLAY "ZONEBAL: ENTER TO DATE (CCYYMMDD, "
003440         "BLANK = ONE DAY):".
003450     ACCEPT WS-TO-DATE.
003460
003470     IF WS-TO-DATE = SPACES
003480         MOVE WS-FROM-DATE TO WS-TO-DATE
003490     END-IF.
003500
003510     IF WS-TO-DATE NOT NUMERIC
003520         DISPLAY "ZONEBAL: TO DATE MUST BE NUMERIC CCYYMMDD"
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 9999-EXIT-PROGRAM
003550     END-IF.
003560
003570     IF WS-FROM-DATE-NUM > WS-TO-DATE-NUM
003580         DISPLAY "ZONEBAL: FROM DATE IS AFTER TO DATE"
003590         MOVE 16 TO RETURN-CODE
003600         GO TO 9999-EXIT-PROGRAM
003610     END-IF.
003620
003630     MOVE WS-TO-DATE-NUM TO WS-RL-BUSINESS-DATE.
003640
003650     DISPLAY "ZONEBAL: ENTER LOSS THRESHOLD PERCENT "
003660         "(NNNN, 2 DECIMALS IMPLIED, BLANK = DEFAULT):".
003670     ACCEPT WS-IN-THRESHOLD.
003680
003690     IF WS-IN-THRESHOLD = SPACES
003700         MOVE WS-DEFAULT-THRESHOLD TO WS-LOSS-THRESHOLD
003710         GO TO 1000-EXIT
003720     END-IF.
003730
003740     IF WS-IN-THRESHOLD NOT NUMERIC
003750         DISPLAY "ZONEBAL: THRESHOLD MUST BE FOUR DIGITS"
003760         MOVE 16 TO RETURN-CODE
003770         GO TO 9999-EXIT-PROGRAM
003780     END-IF.
003790
003800     MOVE WS-IN-THRESHOLD-NUM TO WS-LOSS-THRESHOLD.
003810 1000-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------------*
003850* 2000-OPEN-FILES - THE REPORT, THE DAILY-SUMMARY MASTER AND THE   *
003860* STATION MASTER. WITHOUT THE STATION MASTER THERE IS NO ZONE      *
003870* HIERARCHY TO BALANCE, SO IT IS REQUIRED HERE.                    *
003880*----------------------------------------------------------------*
003890 2000-OPEN-FILES.
003900     OPEN OUTPUT ZONE-REPORT-FILE.
003910
003920     IF WS-ZONERPT-STATUS NOT = "00"
003930         DISPLAY "ZONEBAL: CANNOT OPEN ZONE BALANCE REPORT, "
003940             "STATUS " WS-ZONERPT-STATUS
003950         MOVE 16 TO RETURN-CODE
003960         GO TO 9999-EXIT-PROGRAM
003970     END-IF.
003980
003990     OPEN INPUT DAY-SUMMARY-FILE.
004000
004010     IF WS-DAYSUMM-STATUS NOT = "00"
004020         DISPLAY "ZONEBAL: CANNOT OPEN DAY-SUMMARY MASTER, "
004030             "STATUS " WS-DAYSUMM-STATUS
004040         CLOSE ZONE-REPORT-FILE
004050         MOVE 16 TO RETURN-CODE
004060         GO TO 9999-EXIT-PROGRAM
004070     END-IF.
004080
004090     OPEN INPUT STATION-MASTER-FILE.
004100
004110     IF WS-STATMAST-STATUS NOT = "00"
004120         DISPLAY "ZONEBAL: CANNOT OPEN STATION MASTER, STATUS "
004130             WS-STATMAST-STATUS
004140         CLOSE DAY-SUMMARY-FILE
004150         CLOSE ZONE-REPORT-FILE
004160         MOVE 16 TO RETURN-CODE
004170         GO TO 9999-EXIT-PROGRAM
004180     END-IF.
004190 2000-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------------*
004230* 2500-LOAD-STATIONS - EVERY STATION ON THE MASTER WITH ITS        *
004240* PARENT, THEN MARK EACH STATION NAMED AS A PARENT AS A ZONE HEAD. *
004250*----------------------------------------------------------------*
004260 2500-LOAD-STATIONS.
004270     SET NOT-END-OF-STATION-MASTER TO TRUE.
004280     PERFORM 2550-LOAD-ONE-STATION THRU 2550-EXIT
004290         UNTIL END-OF-STATION-MASTER.
004300
004310     CLOSE STATION-MASTER-FILE.
004320
004330     PERFORM 2600-MARK-ONE-HEAD THRU 2600-EXIT
004340         VARYING WS-CHILD-SUB FROM 1 BY 1
004350         UNTIL WS-CHILD-SUB > WS-ZS-COUNT.
004360 2500-EXIT.
004370     EXIT.
004380
004390 2550-LOAD-ONE-STATION.
004400     READ STATION-MASTER-FILE NEXT RECORD
004410         AT END
004420             SET END-OF-STATION-MASTER TO TRUE
004430             GO TO 2550-EXIT
004440     END-READ.
004450
004460     IF WS-ZS-COUNT = WS-MAX-ZONE-STATIONS
004470         DISPLAY "ZONEBAL: STATION TABLE FULL AT "
004480             WS-MAX-ZONE-STATIONS " - REST NOT BALANCED"
004490         SET END-OF-STATION-MASTER TO TRUE
004500         GO TO 2550-EXIT
004510     END-IF.
004520
004530     ADD 1 TO WS-ZS-COUNT.
004540     MOVE SM-STATION TO WS-ZS-STATION (WS-ZS-COUNT).
004550     MOVE SM-NAME TO WS-ZS-NAME (WS-ZS-COUNT).
004560     MOVE SM-PARENT-STATION TO WS-ZS-PARENT (WS-ZS-COUNT).
004570     MOVE SM-STATUS TO WS-ZS-STATUS (WS-ZS-COUNT).
004580     MOVE "N" TO WS-ZS-HEAD (WS-ZS-COUNT).
004590     MOVE ZERO TO WS-ZS-TOTAL (WS-ZS-COUNT).
004600     MOVE ZERO TO WS-ZS-DAYS (WS-ZS-COUNT).
004610     MOVE ZERO TO WS-ZS-EST-DAYS (WS-ZS-COUNT).
004620 2550-EXIT.
004630     EXIT.
004640
004650 2600-MARK-ONE-HEAD.
004660     IF WS-ZS-PARENT (WS-CHILD-SUB) = SPACES
004670         GO TO 2600-EXIT
004680     END-IF.
004690
004700     MOVE WS-ZS-PARENT (WS-CHILD-SUB) TO WS-LOOKUP-STATION.
004710     PERFORM 6000-FIND-STATION THRU 6000-EXIT.
004720
004730     IF WS-FOUND-SUB > ZERO
004740         MOVE "Y" TO WS-ZS-HEAD (WS-FOUND-SUB)
004750     END-IF.
004760 2600-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------*
004800* 3000-GATHER-ONE-SUMMARY - WALK THE DAILY-SUMMARY MASTER IN KEY   *
004810* ORDER. A DAY INSIDE THE RANGE NOTES ITS DATE AS A PROCESSING     *
004820* DAY AND, FOR A STATION ON THE MASTER, ADDS TO ITS TOTAL, DAYS    *
004830* ON FILE AND ESTIMATED DAYS.                                      *
004840*----------------------------------------------------------------*
004850 3000-GATHER-ONE-SUMMARY.
004860     READ DAY-SUMMARY-FILE NEXT RECORD
004870         AT END
004880             SET END-OF-MASTER TO TRUE
004890             GO TO 3000-EXIT
004900     END-READ.
004910
004920     ADD 1 TO WS-SUMMARIES-READ.
004930
004940     IF DS-RUN-DATE < WS-FROM-DATE-NUM
004950             OR DS-RUN-DATE > WS-TO-DATE-NUM
004960         GO TO 3000-EXIT
004970     END-IF.
004980
004990     ADD 1 TO WS-SUMMARIES-IN-RANGE.
005000     PERFORM 3100-NOTE-RANGE-DATE THRU 3100-EXIT.
005010
005020     MOVE DS-STATION TO WS-LOOKUP-STATION.
005030     PERFORM 6000-FIND-STATION THRU 6000-EXIT.
005040
005050     IF WS-FOUND-SUB = ZERO
005060         GO TO 3000-EXIT
005070     END-IF.
005080
005090     ADD DS-TOTAL TO WS-ZS-TOTAL (WS-FOUND-SUB).
005100     ADD 1 TO WS-ZS-DAYS (WS-FOUND-SUB).
005110
005120     IF DS-ESTIMATE-FLAG = "E"
005130         ADD 1 TO WS-ZS-EST-DAYS (WS-FOUND-SUB)
005140     END-IF.
005150 3000-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------*
005190* 3100-NOTE-RANGE-DATE - ADD DS-RUN-DATE TO THE DISTINCT DATES     *
005200* SEEN IN THE RANGE IF IT IS NOT ALREADY THERE.                    *
005210*----------------------------------------------------------------*
005220 3100-NOTE-RANGE-DATE.
005230     MOVE ZERO TO WS-DATE-FOUND-SUB.
005240
005250     PERFORM 3150-MATCH-ONE-DATE THRU 3150-EXIT
005260         VARYING WS-DATE-SUB FROM 1 BY 1
005270         UNTIL WS-DATE-SUB > WS-DATE-COUNT
005280            OR WS-DATE-FOUND-SUB > ZERO.
005290
005300     IF WS-DATE-FOUND-SUB > ZERO
005310         GO TO 3100-EXIT
005320     END-IF.
005330
005340     IF WS-DATE-COUNT = WS-MAX-RANGE-DATES
005350         DISPLAY "ZONEBAL: MORE THAN " WS-MAX-RANGE-DATES
005360             " DATES IN RANGE - MISSING DAYS UNDERSTATED"
005370         GO TO 3100-EXIT
005380     END-IF.
005390
005400     ADD 1 TO WS-DATE-COUNT.
005410     MOVE DS-RUN-DATE TO WS-RANGE-DATE (WS-DATE-COUNT).
005420 3100-EXIT.
005430     EXIT.
005440
005450 3150-MATCH-ONE-DATE.
005460     IF WS-RANGE-DATE (WS-DATE-SUB) = DS-RUN-DATE
005470         MOVE WS-DATE-SUB TO WS-DATE-FOUND-SUB
005480     END-IF.
005490 3150-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------*
005530* 4000-BALANCE-ONE-ZONE - FOR A ZONE HEAD, PRINT THE PARENT AND    *
005540* EVERY DIRECT CHILD, THEN THE CHILDREN'S TOTAL, THE UNACCOUNTED   *
005550* DIFFERENCE AND THE LOSS PERCENT. A CHILD THAT HEADS ITS OWN      *
005560* ZONE COUNTS HERE AT ITS OWN METERED TOTAL AND IS BALANCED AGAIN  *
005570* AS A PARENT IN ITS TURN.                                         *
005580*----------------------------------------------------------------*
005590 4000-BALANCE-ONE-ZONE.
005600     IF WS-ZS-HEAD (WS-ZS-SUB) NOT = "Y"
005610         GO TO 4000-EXIT
005620     END-IF.
005630
005640     ADD 1 TO WS-ZONES-REPORTED.
005650     SET ZONE-NO-ESTIMATE TO TRUE.
005660     SET ZONE-NO-MISSING TO TRUE.
005670     SET ZONE-NOT-FLAGGED TO TRUE.
005680     MOVE ZERO TO WS-ZB-CHILD-TOTAL.
005690
005700     IF WS-ZB-LINE-COUNT + 8 > WS-ZB-LINES-PER-PAGE
005710         MOVE 999 TO WS-ZB-LINE-COUNT
005720     END-IF.
005730
005740     MOVE WS-ZS-STATION (WS-ZS-SUB) TO ZBZ-STATION.
005750     MOVE WS-ZS-NAME (WS-ZS-SUB) TO ZBZ-NAME.
005760     MOVE WS-ZB-ZONE-LINE TO WS-ZB-LINE.
005770     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
005780
005790     MOVE "PARENT  " TO ZBD-ROLE.
005800     MOVE WS-ZS-SUB TO WS-CHILD-SUB.
005810     PERFORM 4200-PRINT-STATION-LINE THRU 4200-EXIT.
005820     MOVE WS-ZS-TOTAL (WS-ZS-SUB) TO WS-ZB-PARENT-TOTAL.
005830
005840     PERFORM 4100-ADD-ONE-CHILD THRU 4100-EXIT
005850         VARYING WS-CHILD-SUB FROM 1 BY 1
005860         UNTIL WS-CHILD-SUB > WS-ZS-COUNT.
005870
005880     MOVE "  CHILDREN TOTAL" TO ZBA-TEXT.
005890     MOVE WS-ZB-CHILD-TOTAL TO ZBA-AMOUNT.
005900     MOVE WS-ZB-AMOUNT-LINE TO WS-ZB-LINE.
005910     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
005920
005930     COMPUTE WS-ZB-UNACCOUNTED =
005940         WS-ZB-PARENT-TOTAL - WS-ZB-CHILD-TOTAL.
005950
005960     MOVE "  UNACCOUNTED (PARENT LESS CHILDREN)" TO ZBA-TEXT.
005970     MOVE WS-ZB-UNACCOUNTED TO ZBA-AMOUNT.
005980     MOVE WS-ZB-AMOUNT-LINE TO WS-ZB-LINE.
005990     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006000
006010     PERFORM 4300-RATE-ZONE-LOSS THRU 4300-EXIT.
006020     PERFORM 4400-PRINT-ZONE-MARKS THRU 4400-EXIT.
006030
006040     MOVE SPACES TO WS-ZB-LINE.
006050     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006060 4000-EXIT.
006070     EXIT.
006080
006090 4100-ADD-ONE-CHILD.
006100     IF WS-ZS-PARENT (WS-CHILD-SUB)
006110             NOT = WS-ZS-STATION (WS-ZS-SUB)
006120         GO TO 4100-EXIT
006130     END-IF.
006140
006150     MOVE "CHILD   " TO ZBD-ROLE.
006160     PERFORM 4200-PRINT-STATION-LINE THRU 4200-EXIT.
006170     ADD WS-ZS-TOTAL (WS-CHILD-SUB) TO WS-ZB-CHILD-TOTAL.
006180 4100-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------*
006220* 4200-PRINT-STATION-LINE - ONE ZONE STATION'S FIGURES FOR THE     *
006230* RANGE, AT SUBSCRIPT WS-CHILD-SUB WITH THE ROLE ALREADY IN        *
006240* ZBD-ROLE. ITS MISSING DAYS ARE THE PROCESSING DAYS IT HAS NO     *
006250* SUMMARY FOR; A RETIRED STATION WITH NOTHING IN THE RANGE IS OFF  *
006260* LINE, NOT MISSING.                                               *
006270*----------------------------------------------------------------*
006280 4200-PRINT-STATION-LINE.
006290     MOVE WS-ZS-STATION (WS-CHILD-SUB) TO ZBD-STATION.
006300     MOVE WS-ZS-NAME (WS-CHILD-SUB) TO ZBD-NAME.
006310     MOVE WS-ZS-DAYS (WS-CHILD-SUB) TO ZBD-DAYS.
006320     MOVE WS-ZS-EST-DAYS (WS-CHILD-SUB) TO ZBD-EST-DAYS.
006330     MOVE WS-ZS-TOTAL (WS-CHILD-SUB) TO ZBD-TOTAL.
006340     MOVE SPACES TO ZBD-EST-MARK.
006350     MOVE SPACES TO ZBD-MISS-MARK.
006360     MOVE ZERO TO ZBD-MISS-DAYS.
006370
006380     IF WS-ZS-EST-DAYS (WS-CHILD-SUB) > ZERO
006390         MOVE "E" TO ZBD-EST-MARK
006400         SET ZONE-HAS-ESTIMATE TO TRUE
006410     END-IF.
006420
006430     IF WS-ZS-STATUS (WS-CHILD-SUB) = "R"
006440             AND WS-ZS-DAYS (WS-CHILD-SUB) = ZERO
006450         GO TO 4200-PRINT
006460     END-IF.
006470
006480     IF WS-ZS-DAYS (WS-CHILD-SUB) < WS-DATE-COUNT
006490         COMPUTE ZBD-MISS-DAYS =
006500             WS-DATE-COUNT - WS-ZS-DAYS (WS-CHILD-SUB)
006510         MOVE "M" TO ZBD-MISS-MARK
006520         SET ZONE-HAS-MISSING TO TRUE
006530     END-IF.
006540
006550 4200-PRINT.
006560     MOVE WS-ZB-DETAIL-LINE TO WS-ZB-LINE.
006570     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006580 4200-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------*
006620* 4300-RATE-ZONE-LOSS - LOSS PERCENT IS THE UNACCOUNTED FIGURE     *
006630* OVER THE PARENT'S TOTAL. A ZONE IS FLAGGED WHEN THE LOSS IS      *
006640* ABOVE THE THRESHOLD OR THE CHILDREN EXCEED THE PARENT BY MORE    *
006650* THAN IT; WITH NOTHING THROUGH THE PARENT NO PERCENT CAN BE TAKEN *
006660* AND THE ZONE IS FLAGGED IF ANY CHILD RECORDED FLOW.              *
006670*----------------------------------------------------------------*
006680 4300-RATE-ZONE-LOSS.
006690     MOVE SPACES TO ZBL-FLAG.
006700     MOVE ZERO TO WS-ZB-LOSS-PCT.
006710
006720     IF WS-ZB-PARENT-TOTAL = ZERO
006730         IF WS-ZB-CHILD-TOTAL NOT = ZERO
006740             MOVE "*** NO PARENT FLOW - NOT BALANCED" TO ZBL-FLAG
006750             SET ZONE-FLAGGED TO TRUE
006760         END-IF
006770         GO TO 4300-PRINT
006780     END-IF.
006790
006800     COMPUTE WS-ZB-LOSS-PCT ROUNDED =
006810         WS-ZB-UNACCOUNTED * 100 / WS-ZB-PARENT-TOTAL
006820         ON SIZE ERROR
006830             MOVE 99999.99 TO WS-ZB-LOSS-PCT
006840     END-COMPUTE.
006850
006860     COMPUTE WS-ZB-NEG-THRESHOLD = ZERO - WS-LOSS-THRESHOLD.
006870
006880     IF WS-ZB-LOSS-PCT > WS-LOSS-THRESHOLD
006890         MOVE "*** LOSS OVER THRESHOLD" TO ZBL-FLAG
006900         SET ZONE-FLAGGED TO TRUE
006910     END-IF.
006920
006930     IF WS-ZB-LOSS-PCT < WS-ZB-NEG-THRESHOLD
006940         MOVE "*** CHILDREN EXCEED PARENT OVER THRESHOLD"
006950             TO ZBL-FLAG
006960         SET ZONE-FLAGGED TO TRUE
006970     END-IF.
006980
006990 4300-PRINT.
007000     IF ZONE-FLAGGED
007010         ADD 1 TO WS-ZONES-FLAGGED
007020     END-IF.
007030
007040     MOVE WS-ZB-LOSS-PCT TO ZBL-PCT.
007050     MOVE WS-ZB-LOSS-LINE TO WS-ZB-LINE.
007060     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007070 4300-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------*
007110* 4400-PRINT-ZONE-MARKS - A ZONE WHOSE BALANCE LEANS ON AN         *
007120* ESTIMATED DAY OR IS SHORT A DAY FOR ANY STATION IN IT.           *
007130*----------------------------------------------------------------*
007140 4400-PRINT-ZONE-MARKS.
007150     IF ZONE-NO-ESTIMATE AND ZONE-NO-MISSING
007160         GO TO 4400-EXIT
007170     END-IF.
007180
007190     MOVE SPACES TO ZBM-EST-TEXT.
007200     MOVE SPACES TO ZBM-MISS-TEXT.
007210
007220     IF ZONE-HAS-ESTIMATE
007230         MOVE "E - ESTIMATED DAY INCLUDED" TO ZBM-EST-TEXT
007240         ADD 1 TO WS-ZONES-ESTIMATED
007250     END-IF.
007260
007270     IF ZONE-HAS-MISSING
007280         MOVE "M - DAY MISSING" TO ZBM-MISS-TEXT
007290         ADD 1 TO WS-ZONES-MISSING
007300     END-IF.
007310
007320     MOVE WS-ZB-MARK-LINE TO WS-ZB-LINE.
007330     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007340 4400-EXIT.
007350     EXIT.
007360
007370*----------------------------------------------------------------*
007380* 5000-PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE REPORT.        *
007390*----------------------------------------------------------------*
007400 5000-PRINT-TOTALS.
007410     IF WS-ZONES-REPORTED = ZERO
007420         MOVE WS-ZB-NONE-LINE TO WS-ZB-LINE
007430         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
007440     END-IF.
007450
007460     MOVE "PROCESSING DAYS IN RANGE" TO ZBT-TEXT.
007470     MOVE WS-DATE-COUNT TO ZBT-COUNT.
007480     MOVE WS-ZB-TOTAL-LINE TO WS-ZB-LINE.
007490     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007500
007510     MOVE "ZONES BALANCED" TO ZBT-TEXT.
007520     MOVE WS-ZONES-REPORTED TO ZBT-COUNT.
007530     MOVE WS-ZB-TOTAL-LINE TO WS-ZB-LINE.
007540     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007550
007560     MOVE "ZONES FLAGGED" TO ZBT-TEXT.
007570     MOVE WS-ZONES-FLAGGED TO ZBT-COUNT.
007580     MOVE WS-ZB-TOTAL-LINE TO WS-ZB-LINE.
007590     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007600
007610     MOVE "ZONES MARKED E (ESTIMATED DAY)" TO ZBT-TEXT.
007620     MOVE WS-ZONES-ESTIMATED TO ZBT-COUNT.
007630     MOVE WS-ZB-TOTAL-LINE TO WS-ZB-LINE.
007640     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007650
007660     MOVE "ZONES MARKED M (DAY MISSING)" TO ZBT-TEXT.
007670     MOVE WS-ZONES-MISSING TO ZBT-COUNT.
007680     MOVE WS-ZB-TOTAL-LINE TO WS-ZB-LINE.
007690     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
007700 5000-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------------*
007740* 6000-FIND-STATION - SUBSCRIPT OF WS-LOOKUP-STATION IN THE        *
007750* STATION TABLE, OR ZERO WHEN THE MASTER DOES NOT CARRY IT.        *
007760*----------------------------------------------------------------*
007770 6000-FIND-STATION.
007780     MOVE ZERO TO WS-FOUND-SUB.
007790
007800     PERFORM 6050-MATCH-ONE-STATION THRU 6050-EXIT
007810         VARYING WS-FIND-SUB FROM 1 BY 1
007820         UNTIL WS-FIND-SUB > WS-ZS-COUNT
007830            OR WS-FOUND-SUB > ZERO.
007840 6000-EXIT.
007850     EXIT.
007860
007870 6050-MATCH-ONE-STATION.
007880     IF WS-ZS-STATION (WS-FIND-SUB) = WS-LOOKUP-STATION
007890         MOVE WS-FIND-SUB TO WS-FOUND-SUB
007900     END-IF.
007910 6050-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------------*
007950* 8800-WRITE-REPORT-LINE - EVERY ZONE REPORT LINE GOES THROUGH     *
007960* HERE SO THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE.    *
007970* THE LINE TO PRINT IS EXPECTED IN WS-ZB-LINE.                     *
007980*----------------------------------------------------------------*
007990 8800-WRITE-REPORT-LINE.
008000     IF WS-ZB-LINE-COUNT NOT < WS-ZB-LINES-PER-PAGE
008010         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
008020     END-IF.
008030
008040     WRITE ZB-PRINT-LINE FROM WS-ZB-LINE.
008050     ADD 1 TO WS-ZB-LINE-COUNT.
008060 8800-EXIT.
008070     EXIT.
008080
008090*----------------------------------------------------------------*
008100* 8900-START-NEW-PAGE - PAGE HEADINGS AND THE NEXT PAGE NUMBER.    *
008110*----------------------------------------------------------------*
008120 8900-START-NEW-PAGE.
008130     ADD 1 TO WS-ZB-PAGE-NUMBER.
008140     MOVE WS-ZB-PAGE-NUMBER TO ZBH-PAGE.
008150     MOVE WS-FROM-DATE-NUM TO ZBH-FROM-DATE.
008160     MOVE WS-TO-DATE-NUM TO ZBH-TO-DATE.
008170     MOVE WS-LOSS-THRESHOLD TO ZBH-THRESHOLD.
008180     WRITE ZB-PRINT-LINE FROM WS-ZB-HEADING-1.
008190     MOVE SPACES TO ZB-PRINT-LINE.
008200     WRITE ZB-PRINT-LINE.
008210     WRITE ZB-PRINT-LINE FROM WS-ZB-HEADING-2.
008220     MOVE SPACES TO ZB-PRINT-LINE.
008230     WRITE ZB-PRINT-LINE.
008240     MOVE 4 TO WS-ZB-LINE-COUNT.
008250 8900-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------*
008290* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
008300* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
008310* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
008320*----------------------------------------------------------------*
008330 9800-WRITE-RUN-LOG.
008340     OPEN EXTEND RUN-LOG-FILE.
008350
008360     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
008370         CLOSE RUN-LOG-FILE
008380         OPEN OUTPUT RUN-LOG-FILE
008390     END-IF.
008400
008410     IF WS-RUNLOG-STATUS NOT = "00"
008420         DISPLAY "ZONEBAL: CANNOT OPEN RUN LOG, STATUS "
008430             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
008440         GO TO 9800-EXIT
008450     END-IF.
008460
008470     MOVE SPACES TO RL-RECORD.
008480     MOVE "ZONEBAL" TO RL-PROGRAM.
008490     MOVE WS-RL-BUSINESS-DATE TO RL-BUSINESS-DATE.
008500     MOVE WS-RL-START-DATE TO RL-START-DATE.
008510     MOVE WS-RL-START-TIME TO RL-START-TIME.
008520     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
008530     ACCEPT WS-RL-TIME-RAW FROM TIME.
008540     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
008550     MOVE RETURN-CODE TO RL-RETURN-CODE.
008560     MOVE WS-SUMMARIES-IN-RANGE TO RL-RECORDS-IN.
008570     MOVE WS-ZONES-REPORTED TO RL-RECORDS-OUT.
008580     WRITE RL-RECORD.
008590
008600     CLOSE RUN-LOG-FILE.
008610 9800-EXIT.
008620     EXIT.
008630
008640*----------------------------------------------------------------*
008650* 9999-EXIT-PROGRAM                                                *
008660*----------------------------------------------------------------*
008670 9999-EXIT-PROGRAM.
008680     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
008690     STOP RUN.
