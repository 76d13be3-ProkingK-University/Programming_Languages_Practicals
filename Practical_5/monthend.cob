000370*                  DERIVED ('E' ON THEIR SUMMARY RECORDS) NOW     *
000380*                  SAYS SO ON THE STATEMENT, SO HEAD OFFICE       *
000390*                  KNOWS WHICH TOTALS LEAN ON ESTIMATES.          *
000391* 10/15/2026 RN    'P' PRIOR-PERIOD ADJUSTMENT RECORDS, WRITTEN   *
000392*                  WHEN A CLOSED STATION-MONTH IS CHANGED UNDER   *
000393*                  POST-CLOSE AUTHORITY, NOW HOLD BACK THE        *
000394*                  REVERSAL AND SUMMARY THAT FOLLOW THEM, SO THE  *
000395*                  CLOSED MONTH KEEPS THE FIGURES HEAD OFFICE     *
000396*                  ALREADY HAS. EACH ADJUSTMENT IS NOTED AGAINST  *
000397*                  ITS MONTH AND LISTED IN A SEPARATE PRIOR-      *
000398*                  PERIOD ADJUSTMENTS SECTION OF THE STATEMENT.   *
000399* 10/15/2026 RN    THE MONTHLY-SUMMARY LAYOUT MOVES TO COPYBOOK   *
000400*                  MTHSUREC FOR THE BUDGET VARIANCE REPORT, AND   *
000401*                  EACH RECORD NOW CARRIES THE MONTH'S ESTIMATED- *
000402*                  DAY COUNT (MS-EST-DAY-COUNT, OUT OF FILLER).   *
000403*----------------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000740
000750 FD  MONTH-SUMMARY-FILE
000760     LABEL RECORDS ARE STANDARD.
000830     COPY MTHSUREC.
000900
000910 FD  MONTH-REPORT-FILE
000920     LABEL RECORDS ARE STANDARD.
001190     05  WS-MAX-MONTHS           PIC 9(03) VALUE 500.
001200     05  WS-MAX-DAYS             PIC 9(05) VALUE 02000.
001210     05  WS-SHORT-MONTH-LIMIT    PIC 9(03) VALUE 020.
001215     05  WS-MAX-ADJUSTMENTS      PIC 9(03) VALUE 200.
001220
001230 01  WS-DAY-COUNT                PIC 9(05) VALUE ZERO.
001240 01  WS-MONTH-COUNT              PIC 9(03) VALUE ZERO.
001245 01  WS-ADJUST-COUNT             PIC 9(03) VALUE ZERO.
001250
001260*----------------------------------------------------------------*
001270* ONE ENTRY PER SURVIVING DAY ON THE TRAIL - 'R' REVERSALS DROP   *
001490         10  MT-TOTAL            PIC S9(11)V99
001500                 SIGN IS TRAILING SEPARATE.
001510         10  MT-EST-COUNT        PIC 9(03).
001511
001512*----------------------------------------------------------------*
001513* ONE ENTRY PER 'P' PRIOR-PERIOD ADJUSTMENT ON THE TRAIL - A      *
001514* CHANGE TO A CLOSED MONTH, REPORTED BESIDE IT, NEVER ROLLED IN.  *
001515*----------------------------------------------------------------*
001516 01  WS-ADJUST-TABLE.
001517     05  ADJ-ENTRY OCCURS 1 TO 200 TIMES
001518             DEPENDING ON WS-ADJUST-COUNT.
001519         10  ADJ-STATION         PIC X(04).
001520         10  ADJ-YEAR-MONTH      PIC 9(06).
001521         10  ADJ-RUN-DATE        PIC 9(08).
001522         10  ADJ-ORIG-TOTAL      PIC S9(09)V99
001523                 SIGN IS TRAILING SEPARATE.
001524         10  ADJ-NEW-TOTAL       PIC S9(09)V99
001525                 SIGN IS TRAILING SEPARATE.
001526         10  ADJ-AMOUNT          PIC S9(09)V99
001527                 SIGN IS TRAILING SEPARATE.
001528         10  ADJ-AUTH-BY         PIC X(08).
001529         10  ADJ-PROGRAM         PIC X(08).
001530         10  ADJ-ESTIMATE-FLAG   PIC X(01).
001531
001532*----------------------------------------------------------------*
001540* SUBSCRIPTS AND WORK FIELDS                                       *
001550*----------------------------------------------------------------*
001560 01  WS-SUBSCRIPTS.
001680     05  WS-MONTH-AVERAGE        PIC S9(09)V99
001690             SIGN IS TRAILING SEPARATE.
001700     05  WS-SWAP-ENTRY           PIC X(54).
001701     05  WS-ADJ-SWAP-ENTRY       PIC X(71).
001702     05  WS-ADJ-MONTH-COUNT      PIC 9(03).
001703     05  WS-ADJ-MONTH-NET        PIC S9(11)V99
001704             SIGN IS TRAILING SEPARATE.
001705     05  WS-PENDING-STATION      PIC X(04) VALUE SPACES.
001706     05  WS-PENDING-DATE         PIC 9(08) VALUE ZERO.
001710
001720*----------------------------------------------------------------*
001730* STATION NAMES OFF THE KEYED STATION MASTER, LOADED ONCE AT     *
002130     05  WS-STNMAST-EOF-SWITCH   PIC X(01) VALUE 'N'.
002140         88  END-OF-STATION-MASTER         VALUE 'Y'.
002150         88  NOT-END-OF-STATION-MASTER     VALUE 'N'.
002152     05  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
002154         88  ADJUSTMENT-PENDING            VALUE 'Y'.
002156         88  NO-ADJUSTMENT-PENDING         VALUE 'N'.
002160
002170*----------------------------------------------------------------*
002180* REPORT PAGE CONTROL AND PRINT LINES. WS-MR-LINE-COUNT STARTS    *
002720     05  MRE-DAYS                PIC ZZ9.
002730     05  FILLER                  PIC X(22) VALUE
002740         " ESTIMATED DAY(S) *** ".
002741
002742 01  WS-MR-ADJ-NOTE-LINE.
002743     05  FILLER                  PIC X(02) VALUE SPACES.
002744     05  FILLER                  PIC X(04) VALUE "*** ".
002745     05  MRN-COUNT               PIC ZZ9.
002746     05  FILLER                  PIC X(30) VALUE
002747         " POST-CLOSE ADJUSTMENT(S) NET ".
002748     05  MRN-NET                 PIC -(11)9.99.
002749     05  FILLER                  PIC X(04) VALUE " ***".
002750
002751 01  WS-MR-ADJ-HEADING-1.
002752     05  FILLER                  PIC X(40) VALUE
002753         "PRIOR-PERIOD ADJUSTMENTS - CLOSED MONTHS".
002754
002755 01  WS-MR-ADJ-HEADING-2.
002756     05  FILLER                  PIC X(40) VALUE
002757         "STN   RUN DATE     ORIGINAL     ADJUSTED".
002758     05  FILLER                  PIC X(37) VALUE
002759         "        AMOUNT  AUTH BY  PROGRAM  EST".
002760
002761 01  WS-MR-ADJ-DETAIL-LINE.
002762     05  MRA-STATION             PIC X(04).
002763     05  FILLER                  PIC X(02) VALUE SPACES.
002764     05  MRA-RUN-DATE            PIC 9(08).
002765     05  FILLER                  PIC X(01) VALUE SPACES.
002766     05  MRA-ORIG-TOTAL          PIC -(8)9.99.
002767     05  FILLER                  PIC X(01) VALUE SPACES.
002768     05  MRA-NEW-TOTAL           PIC -(8)9.99.
002769     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  MRA-AMOUNT              PIC -(9)9.99.
002771     05  FILLER                  PIC X(02) VALUE SPACES.
002772     05  MRA-AUTH-BY             PIC X(08).
002773     05  FILLER                  PIC X(01) VALUE SPACES.
002774     05  MRA-PROGRAM             PIC X(08).
002775     05  FILLER                  PIC X(02) VALUE SPACES.
002776     05  MRA-ESTIMATE-FLAG       PIC X(01).
002777
002778 01  WS-MR-ADJ-NET-LINE.
002779     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  FILLER                  PIC X(18) VALUE
002781         "NET FOR STATION   ".
002782     05  MRX-STATION             PIC X(04).
002783     05  FILLER                  PIC X(07) VALUE " MONTH ".
002784     05  MRX-YEAR-MONTH          PIC 9(06).
002785     05  FILLER                  PIC X(02) VALUE SPACES.
002786     05  MRX-NET                 PIC -(11)9.99.
002787
002788
002789 PROCEDURE DIVISION.
002790*----------------------------------------------------------------*
002791* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE MONTH-END RUN   *
002800*----------------------------------------------------------------*
002810 0000-MAIN-PROCESS.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     END-IF.
002920
002930     PERFORM 3000-SORT-MONTH-TABLE THRU 3000-EXIT.
002936     PERFORM 4000-WRITE-MONTH-RESULTS THRU 4000-EXIT.
002942     PERFORM 4500-WRITE-ADJUSTMENTS THRU 4500-EXIT.
002950     PERFORM 5100-CLOSE-OUTPUT-FILES THRU 5100-EXIT.
002960
002970     DISPLAY "MONTHEND: " WS-MONTH-COUNT
002980         " STATION-MONTH(S) ROLLED UP".
002981
002982     IF WS-ADJUST-COUNT > ZERO
002983         DISPLAY "MONTHEND: " WS-ADJUST-COUNT
002984             " PRIOR-PERIOD ADJUSTMENT(S) REPORTED SEPARATELY"
002985     END-IF.
002990
003000     IF SHORT-MONTH-SEEN
003010         DISPLAY "MONTHEND: SHORT MONTH(S) FLAGGED "
004160             GO TO 2100-EXIT
004170     END-READ.
004180
004181     IF AR-REC-TYPE = "P"
004182         PERFORM 2140-STORE-ADJUSTMENT THRU 2140-EXIT
004183         GO TO 2100-EXIT
004184     END-IF.
004185
004186*    THE REVERSAL AND SUMMARY BEHIND AN ADJUSTMENT TO A CLOSED MONTH
004187*    ARE HELD BACK SO THE MONTH KEEPS ITS CLOSED FIGURES.
004188     IF ADJUSTMENT-PENDING
004189             AND AR-STATION = WS-PENDING-STATION
004190             AND AR-RUN-DATE = WS-PENDING-DATE
004191         IF AR-REC-TYPE = "S"
004192             SET NO-ADJUSTMENT-PENDING TO TRUE
004193             GO TO 2100-EXIT
004194         END-IF
004195         IF AR-REC-TYPE = "R"
004196             GO TO 2100-EXIT
004197         END-IF
004198     END-IF.
004199
004200     IF AR-REC-TYPE = "S"
004201         PERFORM 2150-STORE-ONE-DAY THRU 2150-EXIT
004202     END-IF.
004220
004230     IF AR-REC-TYPE = "R"
004240         PERFORM 2160-APPLY-REVERSAL THRU 2160-EXIT
004260 2100-EXIT.
004270     EXIT.
004280
004281*----------------------------------------------------------------*
004282* 2140-STORE-ADJUSTMENT - KEEP A 'P' PRIOR-PERIOD ADJUSTMENT FOR  *
004283* THE SEPARATE SECTION AND HOLD BACK THE STATION-DATE IT NAMES.   *
004284*----------------------------------------------------------------*
004285 2140-STORE-ADJUSTMENT.
004286     SET ADJUSTMENT-PENDING TO TRUE.
004287     MOVE AR-STATION TO WS-PENDING-STATION.
004288     MOVE AR-ADJ-RUN-DATE TO WS-PENDING-DATE.
004289
004290     IF WS-ADJUST-COUNT = WS-MAX-ADJUSTMENTS
004291         DISPLAY "MONTHEND: ADJUSTMENT TABLE FULL AT "
004292             WS-MAX-ADJUSTMENTS " ENTRIES - ADJUSTMENT NOT LISTED"
004293         GO TO 2140-EXIT
004294     END-IF.
004295
004296     ADD 1 TO WS-ADJUST-COUNT.
004297     MOVE AR-STATION TO ADJ-STATION (WS-ADJUST-COUNT).
004298     MOVE AR-ADJ-YEAR-MONTH TO ADJ-YEAR-MONTH (WS-ADJUST-COUNT).
004299     MOVE AR-ADJ-RUN-DATE TO ADJ-RUN-DATE (WS-ADJUST-COUNT).
004300     MOVE AR-ADJ-ORIG-TOTAL TO ADJ-ORIG-TOTAL (WS-ADJUST-COUNT).
004301     MOVE AR-ADJ-NEW-TOTAL TO ADJ-NEW-TOTAL (WS-ADJUST-COUNT).
004302     MOVE AR-ADJ-AMOUNT TO ADJ-AMOUNT (WS-ADJUST-COUNT).
004303     MOVE AR-ADJ-AUTH-BY TO ADJ-AUTH-BY (WS-ADJUST-COUNT).
004304     MOVE AR-ADJ-PROGRAM TO ADJ-PROGRAM (WS-ADJUST-COUNT).
004305     MOVE AR-ADJ-ESTIMATE-FLAG
004306         TO ADJ-ESTIMATE-FLAG (WS-ADJUST-COUNT).
004307 2140-EXIT.
004308     EXIT.
004309
004310 2150-STORE-ONE-DAY.
004311     IF WS-DAY-COUNT = WS-MAX-DAYS
004312         DISPLAY "MONTHEND: DAY TABLE FULL AT " WS-MAX-DAYS
004320             " ENTRIES - DAY DROPPED"
004330         GO TO 2150-EXIT
004340     END-IF.
006210     MOVE MT-MIN-DAILY (WS-SUBSCRIPT-I) TO MS-MIN-DAILY.
006220     MOVE MT-MAX-DAILY (WS-SUBSCRIPT-I) TO MS-MAX-DAILY.
006230     MOVE MT-TOTAL (WS-SUBSCRIPT-I) TO MS-TOTAL.
006237     MOVE WS-MONTH-AVERAGE TO MS-AVERAGE.
006244     MOVE MT-EST-COUNT (WS-SUBSCRIPT-I) TO MS-EST-DAY-COUNT.
006251     WRITE MS-RECORD.
006260
006270     MOVE MT-STATION (WS-SUBSCRIPT-I) TO MRM-STATION.
006280     MOVE MT-STATION (WS-SUBSCRIPT-I) TO WS-LOOKUP-STATION.
006560         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
006570     END-IF.
006580
006582     MOVE ZERO TO WS-ADJ-MONTH-COUNT.
006584     MOVE ZERO TO WS-ADJ-MONTH-NET.
006586
006588     PERFORM 4150-SUM-ONE-ADJUSTMENT THRU 4150-EXIT
006590         VARYING WS-SUBSCRIPT-J FROM 1 BY 1
006592         UNTIL WS-SUBSCRIPT-J > WS-ADJUST-COUNT.
006594
006596     IF WS-ADJ-MONTH-COUNT > ZERO
006598         MOVE WS-ADJ-MONTH-COUNT TO MRN-COUNT
006600         MOVE WS-ADJ-MONTH-NET TO MRN-NET
006602         MOVE WS-MR-ADJ-NOTE-LINE TO WS-MR-LINE
006604         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
006606     END-IF.
006608
006610     MOVE SPACES TO WS-MR-LINE.
006612     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006614 4100-EXIT.
006620     EXIT.
006621
006622 4150-SUM-ONE-ADJUSTMENT.
006623     IF ADJ-STATION (WS-SUBSCRIPT-J) = MT-STATION (WS-SUBSCRIPT-I)
006624             AND ADJ-YEAR-MONTH (WS-SUBSCRIPT-J)
006625                 = MT-YEAR-MONTH (WS-SUBSCRIPT-I)
006626         ADD 1 TO WS-ADJ-MONTH-COUNT
006627         ADD ADJ-AMOUNT (WS-SUBSCRIPT-J) TO WS-ADJ-MONTH-NET
006628     END-IF.
006629 4150-EXIT.
006630     EXIT.
006631
006632*----------------------------------------------------------------*
006633* 4500-WRITE-ADJUSTMENTS - THE PRIOR-PERIOD ADJUSTMENTS SECTION,  *
006634* ON A PAGE OF ITS OWN, IN STATION, MONTH AND DATE ORDER WITH A   *
006635* NET LINE FOR EACH CLOSED STATION-MONTH.                         *
006636*----------------------------------------------------------------*
006637 4500-WRITE-ADJUSTMENTS.
006638     IF WS-ADJUST-COUNT = ZERO
006639         GO TO 4500-EXIT
006640     END-IF.
006641
006642     PERFORM 4600-SORT-ADJUST-PASS THRU 4600-EXIT
006643         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
006644         UNTIL WS-SUBSCRIPT-I > WS-ADJUST-COUNT.
006645
006646     MOVE WS-MR-LINES-PER-PAGE TO WS-MR-LINE-COUNT.
006647     MOVE WS-MR-ADJ-HEADING-1 TO WS-MR-LINE.
006648     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006649     MOVE WS-MR-ADJ-HEADING-2 TO WS-MR-LINE.
006650     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006651
006652     MOVE ZERO TO WS-ADJ-MONTH-NET.
006653
006654     PERFORM 4550-WRITE-ONE-ADJUSTMENT THRU 4550-EXIT
006655         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
006656         UNTIL WS-SUBSCRIPT-I > WS-ADJUST-COUNT.
006657 4500-EXIT.
006658     EXIT.
006659
006660 4550-WRITE-ONE-ADJUSTMENT.
006661     MOVE ADJ-STATION (WS-SUBSCRIPT-I) TO MRA-STATION.
006662     MOVE ADJ-RUN-DATE (WS-SUBSCRIPT-I) TO MRA-RUN-DATE.
006663     MOVE ADJ-ORIG-TOTAL (WS-SUBSCRIPT-I) TO MRA-ORIG-TOTAL.
006664     MOVE ADJ-NEW-TOTAL (WS-SUBSCRIPT-I) TO MRA-NEW-TOTAL.
006665     MOVE ADJ-AMOUNT (WS-SUBSCRIPT-I) TO MRA-AMOUNT.
006666     MOVE ADJ-AUTH-BY (WS-SUBSCRIPT-I) TO MRA-AUTH-BY.
006667     MOVE ADJ-PROGRAM (WS-SUBSCRIPT-I) TO MRA-PROGRAM.
006668     MOVE ADJ-ESTIMATE-FLAG (WS-SUBSCRIPT-I) TO MRA-ESTIMATE-FLAG.
006669     MOVE WS-MR-ADJ-DETAIL-LINE TO WS-MR-LINE.
006670     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006671
006672     ADD ADJ-AMOUNT (WS-SUBSCRIPT-I) TO WS-ADJ-MONTH-NET.
006673
006674     IF WS-SUBSCRIPT-I < WS-ADJUST-COUNT
006675         IF ADJ-STATION (WS-SUBSCRIPT-I + 1)
006676                 = ADJ-STATION (WS-SUBSCRIPT-I)
006677                 AND ADJ-YEAR-MONTH (WS-SUBSCRIPT-I + 1)
006678                     = ADJ-YEAR-MONTH (WS-SUBSCRIPT-I)
006679             GO TO 4550-EXIT
006680         END-IF
006681     END-IF.
006682
006683     MOVE ADJ-STATION (WS-SUBSCRIPT-I) TO MRX-STATION.
006684     MOVE ADJ-YEAR-MONTH (WS-SUBSCRIPT-I) TO MRX-YEAR-MONTH.
006685     MOVE WS-ADJ-MONTH-NET TO MRX-NET.
006686     MOVE WS-MR-ADJ-NET-LINE TO WS-MR-LINE.
006687     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006688     MOVE SPACES TO WS-MR-LINE.
006689     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
006690     MOVE ZERO TO WS-ADJ-MONTH-NET.
006691 4550-EXIT.
006692     EXIT.
006693
006694 4600-SORT-ADJUST-PASS.
006695     COMPUTE WS-SUBSCRIPT-K = WS-ADJUST-COUNT - WS-SUBSCRIPT-I.
006696
006697     IF WS-SUBSCRIPT-K > 0
006698         PERFORM 4700-COMPARE-AND-SWAP-ADJUST THRU 4700-EXIT
006699             VARYING WS-SUBSCRIPT-J FROM 1 BY 1
006700             UNTIL WS-SUBSCRIPT-J > WS-SUBSCRIPT-K
006701     END-IF.
006702 4600-EXIT.
006703     EXIT.
006704
006705 4700-COMPARE-AND-SWAP-ADJUST.
006706     IF ADJ-ENTRY (WS-SUBSCRIPT-J)
006707             > ADJ-ENTRY (WS-SUBSCRIPT-J + 1)
006708         MOVE ADJ-ENTRY (WS-SUBSCRIPT-J) TO WS-ADJ-SWAP-ENTRY
006709         MOVE ADJ-ENTRY (WS-SUBSCRIPT-J + 1)
006710             TO ADJ-ENTRY (WS-SUBSCRIPT-J)
006711         MOVE WS-ADJ-SWAP-ENTRY TO ADJ-ENTRY (WS-SUBSCRIPT-J + 1)
006712     END-IF.
006713 4700-EXIT.
006714     EXIT.
006715
006716 5100-CLOSE-OUTPUT-FILES.
006717     CLOSE MONTH-SUMMARY-FILE.
006718     CLOSE MONTH-REPORT-FILE.
006719 5100-EXIT.
006720     EXIT.
006721
006722*----------------------------------------------------------------*
006723* 8700-FIND-STATION-NAME - THE DESCRIPTIVE NAME FOR THE STATION   *
006724* IN WS-LOOKUP-STATION, OFF THE LOADED STATION-NAME TABLE.        *
006730* A STATION THE MASTER DOES NOT CARRY PRINTS A BLANK NAME.        *
006740*----------------------------------------------------------------*
006750 8700-FIND-STATION-NAME.
