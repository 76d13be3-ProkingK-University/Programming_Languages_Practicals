000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. FEEDMRG.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - MERGES THE COLLECTOR FEEDS  *
000210*                  - TELEMETRY HEAD-END (FEEDTEL), HANDHELD       *
000220*                  DOWNLOADS (FEEDHHD) AND MANUAL KEYING          *
000230*                  (FEEDMAN) - INTO THE ONE DAILY-READINGS FILE   *
000240*                  (DAILYRD) DAILYEDT EDITS, IN RUN DATE AND      *
000250*                  STATION ORDER, WITH EACH HEADER STAMPED WITH   *
000260*                  ITS SOURCE. WHEN A STATION AND RUN DATE ARRIVE *
000270*                  MORE THAN ONCE THE GROUP FROM THE HIGHEST-     *
000280*                  PRIORITY SOURCE (THE EARLIEST ARRIVAL WITHIN A *
000290*                  SOURCE) IS KEPT AND EVERY OTHER GOES TO THE    *
000300*                  HELD-DUPLICATES FILE (HELDDUP) AND THE         *
000310*                  DUPLICATES REPORT (DUPREPT).                   *
000320*                  EACH FEED'S ARRIVAL AND COUNTS ARE LOGGED ON   *
000330*                  RUNLOG FOR THE MORNING OPERATIONS REPORT.      *
000340*----------------------------------------------------------------*
000350* SOURCE PRIORITY (MOST TRUSTED FIRST)                            *
000360*   1  'T'  TELEMETRY HEAD-END    FEEDTEL                         *
000370*   2  'H'  HANDHELD DOWNLOADS    FEEDHHD                         *
000380*   3  'M'  MANUAL KEYING SHEETS  FEEDMAN                         *
000390* A CORRECTION GROUP ('C' ON THE HEADER) SUPERSEDES ITS DATE'S    *
000400* EARLIER RUN, SO IT IS ONLY A DUPLICATE OF ANOTHER CORRECTION.   *
000410*----------------------------------------------------------------*
000420* RETURN CODES                                                    *
000430*   00  EVERY FEED DELIVERED AND NO DUPLICATE GROUP HELD          *
000440*   04  A FEED DID NOT DELIVER OR A DUPLICATE GROUP WAS HELD -    *
000450*       DAILYEDT MAY RUN; SEE THE DUPLICATES REPORT               *
000460*   16  NO FEED DELIVERED ANYTHING, OR A FILE COULD NOT BE OPENED *
000470*       OR WRITTEN - DO NOT RUN DAILYEDT                          *
000480*----------------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT TELEMETRY-FEED-FILE ASSIGN TO "FEEDTEL"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FEEDTEL-STATUS.
000580
000590     SELECT HANDHELD-FEED-FILE ASSIGN TO "FEEDHHD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FEEDHHD-STATUS.
000620
000630     SELECT MANUAL-FEED-FILE ASSIGN TO "FEEDMAN"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FEEDMAN-STATUS.
000660
000670     SELECT FEED-WORK-FILE ASSIGN TO "FEEDWORK"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS FW-KEY
000710         FILE STATUS IS WS-FEEDWORK-STATUS.
000720
000730     SELECT DAILY-READINGS-FILE ASSIGN TO "DAILYRD"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-DAILYRD-STATUS.
000760
000770     SELECT HELD-DUPLICATE-FILE ASSIGN TO "HELDDUP"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-HELDDUP-STATUS.
000800
000810     SELECT DUPLICATE-REPORT-FILE ASSIGN TO "DUPREPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-DUPREPT-STATUS.
000840
000850     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-RUNLOG-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  TELEMETRY-FEED-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  FT-RECORD                   PIC X(45).
000940
000950 FD  HANDHELD-FEED-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  FH-RECORD                   PIC X(45).
000980
000990 FD  MANUAL-FEED-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  FM-RECORD                   PIC X(45).
001020
001030*----------------------------------------------------------------*
001040* THE MERGE WORK FILE. ITS KEY PUTS EVERY RECORD IN OUTPUT ORDER - *
001050* RUN DATE, STATION, NORMAL RUN AHEAD OF CORRECTION, THEN SOURCE   *
001060* PRIORITY AND ARRIVAL - SO THE FIRST GROUP READ BACK FOR A        *
001070* STATION AND DATE IS THE ONE KEPT.                                *
001080*----------------------------------------------------------------*
001090 FD  FEED-WORK-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  FW-RECORD.
001120     05  FW-KEY.
001130         10  FW-GROUP-KEY.
001140             15  FW-RUN-DATE     PIC 9(08).
001150             15  FW-STATION      PIC X(04).
001160             15  FW-CORRECTION-FLAG
001170                                 PIC X(01).
001180             15  FW-PRIORITY     PIC 9(01).
001190             15  FW-GROUP-SEQ    PIC 9(05).
001200         10  FW-RECORD-SEQ       PIC 9(05).
001210     05  FW-FEED-SUB             PIC 9(01).
001220     05  FW-IMAGE                PIC X(45).
001230
001240 FD  DAILY-READINGS-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY DAILYREC.
001270
001280 FD  HELD-DUPLICATE-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  HD-RECORD                   PIC X(45).
001310
001320 FD  DUPLICATE-REPORT-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  DP-PRINT-LINE               PIC X(80).
001350
001360 FD  RUN-LOG-FILE
001370     LABEL RECORDS ARE STANDARD.
001380     COPY RUNLGREC.
001390
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------*
001420* FILE STATUS SWITCHES                                             *
001430*----------------------------------------------------------------*
001440 01  WS-FILE-STATUSES.
001450     05  WS-FEEDTEL-STATUS       PIC X(02) VALUE SPACES.
001460     05  WS-FEEDHHD-STATUS       PIC X(02) VALUE SPACES.
001470     05  WS-FEEDMAN-STATUS       PIC X(02) VALUE SPACES.
001480     05  WS-FEEDWORK-STATUS      PIC X(02) VALUE SPACES.
001490     05  WS-DAILYRD-STATUS       PIC X(02) VALUE SPACES.
001500     05  WS-HELDDUP-STATUS       PIC X(02) VALUE SPACES.
001510     05  WS-DUPREPT-STATUS       PIC X(02) VALUE SPACES.
001520     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001530
001540*----------------------------------------------------------------*
001550* THE COLLECTOR FEEDS IN PRIORITY ORDER - LOGICAL NAME (ALSO THE   *
001560* NAME EACH FEED IS LOGGED UNDER ON RUNLOG), SOURCE CODE STAMPED   *
001570* ON ITS HEADERS, PRIORITY AND REPORT DESCRIPTION.                 *
001580*----------------------------------------------------------------*
001590 01  WS-FEED-COUNT               PIC 9(01) VALUE 3.
001600
001610 01  WS-FEED-VALUES.
001620     05  FILLER                  PIC X(19) VALUE
001630         "FEEDTEL T1TELEMETRY".
001640     05  FILLER                  PIC X(19) VALUE
001650         "FEEDHHD H2HANDHELD ".
001660     05  FILLER                  PIC X(19) VALUE
001670         "FEEDMAN M3MANUAL   ".
001680
001690 01  WS-FEED-TABLE REDEFINES WS-FEED-VALUES.
001700     05  WS-FEED OCCURS 3 TIMES.
001710         10  WS-FD-NAME          PIC X(08).
001720         10  WS-FD-SOURCE        PIC X(01).
001730         10  WS-FD-PRIORITY      PIC 9(01).
001740         10  WS-FD-DESCRIPTION   PIC X(09).
001750
001760 01  WS-FEED-RESULTS.
001770     05  WS-FEED-RESULT OCCURS 3 TIMES.
001780         10  WS-FR-RECORDS       PIC 9(07).
001790         10  WS-FR-GROUPS        PIC 9(05).
001800         10  WS-FR-HELD          PIC 9(05).
001810
001820 01  WS-FEED-SUB                 PIC 9(01) VALUE ZERO.
001830
001840*----------------------------------------------------------------*
001850* THE GROUP BEING FILED FROM THE CURRENT FEED. RECORDS AHEAD OF    *
001860* ANY HEADER IN A FEED ARE FILED UNDER THE HIGH DATE SO THEY SORT  *
001870* BEHIND EVERY REAL GROUP, WHERE DAILYEDT REJECTS THEM; A HEADER   *
001880* WITH NO NUMERIC RUN DATE IS FILED UNDER ZERO. NEITHER IS EVER    *
001890* TREATED AS A DUPLICATE.                                          *
001900*----------------------------------------------------------------*
001910 01  WS-HEADERLESS-DATE          PIC 9(08) VALUE 99999999.
001920
001930 01  WS-FILING-GROUP.
001940     05  WS-FG-RUN-DATE          PIC 9(08) VALUE ZERO.
001950     05  WS-FG-STATION           PIC X(04) VALUE SPACES.
001960     05  WS-FG-CORRECTION-FLAG   PIC X(01) VALUE SPACES.
001970
001980 01  WS-GROUP-SEQ                PIC 9(05) VALUE ZERO.
001990 01  WS-RECORD-SEQ               PIC 9(05) VALUE ZERO.
002000
002010*----------------------------------------------------------------*
002020* READ-BACK STATE - THE GROUP IN HAND, AND THE STATION/DATE LAST   *
002030* KEPT WITH ITS FIGURES FOR THE COMPARISON ON THE REPORT.          *
002040*----------------------------------------------------------------*
002050 01  WS-PREV-GROUP-KEY           PIC X(19) VALUE LOW-VALUES.
002060
002070 01  WS-CURRENT-GROUP.
002080     05  WS-CG-FEED-SUB          PIC 9(01) VALUE ZERO.
002090     05  WS-CG-RECORDS           PIC 9(05) VALUE ZERO.
002100     05  WS-CG-DETAILS           PIC 9(05) VALUE ZERO.
002110     05  WS-CG-TOTAL             PIC S9(11)V99 VALUE ZERO.
002120
002130 01  WS-KEPT-GROUP.
002140     05  WS-KG-RUN-DATE          PIC 9(08) VALUE ZERO.
002150     05  WS-KG-STATION           PIC X(04) VALUE SPACES.
002160     05  WS-KG-CORRECTION-FLAG   PIC X(01) VALUE SPACES.
002170     05  WS-KG-FEED-SUB          PIC 9(01) VALUE ZERO.
002180     05  WS-KG-RECORDS           PIC 9(05) VALUE ZERO.
002190     05  WS-KG-DETAILS           PIC 9(05) VALUE ZERO.
002200     05  WS-KG-TOTAL             PIC S9(11)V99 VALUE ZERO.
002210
002220*----------------------------------------------------------------*
002230* RUN DATES SEEN ON THE FEEDS, WITH EACH FEED'S COUNTS FOR THE     *
002240* DATE - ONE RUNLOG RECORD PER DATE FOR THE MERGE AND ONE PER      *
002250* FEED THAT DELIVERED FOR IT.                                      *
002260*----------------------------------------------------------------*
002270 01  WS-MAX-RUN-DATES            PIC 9(02) VALUE 31.
002280 01  WS-RUN-DATE-COUNT           PIC 9(02) VALUE ZERO.
002290
002300 01  WS-RUN-DATE-TABLE.
002310     05  WS-RUN-DATE-ENTRY OCCURS 31 TIMES.
002320         10  WS-RD-DATE          PIC 9(08).
002330         10  WS-RD-READ          PIC 9(07).
002340         10  WS-RD-WRITTEN       PIC 9(07).
002350         10  WS-RD-FEED OCCURS 3 TIMES.
002360             15  WS-RD-FEED-RECORDS
002370                                 PIC 9(07).
002380             15  WS-RD-FEED-GROUPS
002390                                 PIC 9(05).
002400             15  WS-RD-FEED-HELD PIC 9(05).
002410
002420 01  WS-RD-SUB                   PIC 9(02) COMP.
002430 01  WS-RD-FIND-SUB              PIC 9(02) COMP.
002440 01  WS-RD-FEED-SUB              PIC 9(01) COMP.
002450
002460*----------------------------------------------------------------*
002470* RUN COUNTERS AND SWITCHES                                        *
002480*----------------------------------------------------------------*
002490 01  WS-MERGE-COUNTERS.
002500     05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
002510     05  WS-RECORDS-WRITTEN      PIC 9(07) VALUE ZERO.
002520     05  WS-RECORDS-HELD         PIC 9(07) VALUE ZERO.
002530     05  WS-HEADERLESS-RECORDS   PIC 9(07) VALUE ZERO.
002540     05  WS-GROUPS-WRITTEN       PIC 9(05) VALUE ZERO.
002550     05  WS-GROUPS-HELD          PIC 9(05) VALUE ZERO.
002560     05  WS-HELD-DIFFERENT       PIC 9(05) VALUE ZERO.
002570     05  WS-FEEDS-MISSING        PIC 9(01) VALUE ZERO.
002580
002590 01  WS-SWITCHES.
002600     05  WS-FEED-EOF-SWITCH      PIC X(01) VALUE 'N'.
002610         88  END-OF-FEED                   VALUE 'Y'.
002620         88  NOT-END-OF-FEED               VALUE 'N'.
002630     05  WS-WORK-EOF-SWITCH      PIC X(01) VALUE 'N'.
002640         88  END-OF-WORK                   VALUE 'Y'.
002650         88  NOT-END-OF-WORK               VALUE 'N'.
002660     05  WS-FILING-SWITCH        PIC X(01) VALUE 'N'.
002670         88  FILING-A-GROUP                VALUE 'Y'.
002680         88  NOT-FILING-A-GROUP            VALUE 'N'.
002690     05  WS-GROUP-OPEN-SWITCH    PIC X(01) VALUE 'N'.
002700         88  GROUP-OPEN                    VALUE 'Y'.
002710         88  NO-GROUP-OPEN                 VALUE 'N'.
002720     05  WS-GROUP-FATE-SWITCH    PIC X(01) VALUE 'K'.
002730         88  GROUP-KEPT                    VALUE 'K'.
002740         88  GROUP-HELD                    VALUE 'H'.
002750
002760*----------------------------------------------------------------*
002770* RUN-CONTROL LOG WORK FIELDS                                      *
002780*----------------------------------------------------------------*
002790 01  WS-RUN-LOG-WORK.
002800     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
002810     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
002820     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
002830     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
002840         10  WS-RL-TIME-HHMMSS   PIC 9(06).
002850         10  FILLER              PIC 9(02).
002860
002870*----------------------------------------------------------------*
002880* REPORT PAGE CONTROL AND PRINT LINES. WS-DP-LINE-COUNT STARTS     *
002890* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST   *
002900* PAGE HEADING.                                                    *
002910*----------------------------------------------------------------*
002920 01  WS-DP-PAGE-CONTROL.
002930     05  WS-DP-LINES-PER-PAGE    PIC 9(03) VALUE 055.
002940     05  WS-DP-LINE-COUNT        PIC 9(03) VALUE 999.
002950     05  WS-DP-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
002960
002970 01  WS-DP-LINE                  PIC X(80).
002980
002990 01  WS-DP-HEADING-1.
003000     05  FILLER                  PIC X(36) VALUE
003010         "FEED MERGE - HELD DUPLICATE GROUPS  ".
003020     05  FILLER                  PIC X(04) VALUE "RUN ".
003030     05  DPH-RUN-DATE            PIC 9(08).
003040     05  FILLER                  PIC X(15) VALUE SPACES.
003050     05  FILLER                  PIC X(05) VALUE "PAGE ".
003060     05  DPH-PAGE                PIC ZZZ9.
003070
003080 01  WS-DP-HEADING-2.
003090     05  FILLER                  PIC X(40) VALUE
003100         "STN  RUN DATE C      SOURCE     RECS DET".
003110     05  FILLER                  PIC X(40) VALUE
003120         "LS READING TOTAL  FIGURES               ".
003130
003140 01  WS-DP-DETAIL-LINE.
003150     05  DPD-STATION             PIC X(04).
003160     05  FILLER                  PIC X(01) VALUE SPACES.
003170     05  DPD-RUN-DATE            PIC X(08).
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  DPD-CORRECTION-FLAG     PIC X(01).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  DPD-ACTION              PIC X(04).
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  DPD-SOURCE              PIC X(09).
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  DPD-RECORDS             PIC ZZZZ9.
003260     05  FILLER                  PIC X(01) VALUE SPACES.
003270     05  DPD-DETAILS             PIC ZZZZ9.
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  DPD-TOTAL               PIC -ZZZZZZZZ9.99.
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  DPD-RESULT              PIC X(17).
003320
003330 01  WS-DP-NONE-LINE.
003340     05  FILLER                  PIC X(40) VALUE
003350         "NO DUPLICATE GROUPS HELD                ".
003360
003370 01  WS-DP-FEED-HEADING.
003380     05  FILLER                  PIC X(40) VALUE
003390         "COLLECTOR FEEDS                         ".
003400
003410 01  WS-DP-FEED-LINE.
003420     05  DPF-NAME                PIC X(08).
003430     05  FILLER                  PIC X(01) VALUE SPACES.
003440     05  DPF-DESCRIPTION         PIC X(09).
003450     05  FILLER                  PIC X(01) VALUE SPACES.
003460     05  DPF-STATUS              PIC X(13).
003470     05  FILLER                  PIC X(09) VALUE " RECORDS ".
003480     05  DPF-RECORDS             PIC ZZZZZZ9.
003490     05  FILLER                  PIC X(08) VALUE " GROUPS ".
003500     05  DPF-GROUPS              PIC ZZZZ9.
003510     05  FILLER                  PIC X(06) VALUE " HELD ".
003520     05  DPF-HELD                PIC ZZZZ9.
003530
003540 01  WS-DP-TOTAL-LINE.
003550     05  DPT-TEXT                PIC X(40).
003560     05  DPT-COUNT               PIC ZZZZZZ9.
003570
003580
003590 PROCEDURE DIVISION.
003600*----------------------------------------------------------------*
003610* 0000-MAIN-PROCESS - FILE EVERY FEED'S RECORDS ON THE WORK FILE,  *
003620* READ THEM BACK IN OUTPUT ORDER SPLITTING KEPT GROUPS FROM HELD   *
003630* DUPLICATES, THEN REPORT THE FEEDS.                               *
003640*----------------------------------------------------------------*
003650 0000-MAIN-PROCESS.
003660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003670
003680     MOVE 1 TO WS-FEED-SUB.
003690     PERFORM 2100-LOAD-TELEMETRY-FEED THRU 2100-EXIT.
003700     MOVE 2 TO WS-FEED-SUB.
003710     PERFORM 2200-LOAD-HANDHELD-FEED THRU 2200-EXIT.
003720     MOVE 3 TO WS-FEED-SUB.
003730     PERFORM 2300-LOAD-MANUAL-FEED THRU 2300-EXIT.
003740
003750     CLOSE FEED-WORK-FILE.
003760
003770     IF WS-RECORDS-READ = ZERO
003780         DISPLAY "FEEDMRG: NO FEED DELIVERED ANY RECORDS - "
003790             "NOTHING TO MERGE"
003800         PERFORM 6000-PRINT-FEED-SUMMARY THRU 6000-EXIT
003810         PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT
003820         MOVE 16 TO RETURN-CODE
003830         GO TO 9999-EXIT-PROGRAM
003840     END-IF.
003850
003860     PERFORM 3000-MERGE-GROUPS THRU 3000-EXIT.
003870
003880     IF WS-GROUPS-HELD = ZERO
003890         MOVE WS-DP-NONE-LINE TO WS-DP-LINE
003900         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
003910     END-IF.
003920
003930     PERFORM 6000-PRINT-FEED-SUMMARY THRU 6000-EXIT.
003940     PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT.
003950
003960     DISPLAY "FEEDMRG: RECORDS READ       " WS-RECORDS-READ.
003970     DISPLAY "FEEDMRG: RECORDS WRITTEN    " WS-RECORDS-WRITTEN.
003980     DISPLAY "FEEDMRG: GROUPS HELD        " WS-GROUPS-HELD.
003990
004000     IF WS-GROUPS-HELD > ZERO OR WS-FEEDS-MISSING > ZERO
004010         DISPLAY "FEEDMRG: FEED MISSING OR DUPLICATES HELD - SEE "
004020             "DUPLICATES REPORT"
004030         MOVE 4 TO RETURN-CODE
004040     END-IF.
004050
004060     GO TO 9999-EXIT-PROGRAM.
004070
004080 0000-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------------*
004120* 1000-INITIALIZE - OPEN THE OUTPUTS AND A FRESH WORK FILE. THE    *
004130* DAILY-READINGS FILE IS ALWAYS REWRITTEN, SO AN EARLIER NIGHT'S   *
004140* FILE CAN NEVER BE EDITED A SECOND TIME.                          *
004150*----------------------------------------------------------------*
004160 1000-INITIALIZE.
004170     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
004180     ACCEPT WS-RL-TIME-RAW FROM TIME.
004190     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
004200
004210     PERFORM 1100-CLEAR-ONE-FEED-RESULT THRU 1100-EXIT
004220         VARYING WS-FEED-SUB FROM 1 BY 1
004230         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
004240
004250     OPEN OUTPUT DAILY-READINGS-FILE.
004260
004270     IF WS-DAILYRD-STATUS NOT = "00"
004280         DISPLAY "FEEDMRG: CANNOT OPEN DAILY-READINGS FILE, "
004290             "STATUS " WS-DAILYRD-STATUS
004300         MOVE 16 TO RETURN-CODE
004310         GO TO 9999-EXIT-PROGRAM
004320     END-IF.
004330
004340     OPEN OUTPUT HELD-DUPLICATE-FILE.
004350
004360     IF WS-HELDDUP-STATUS NOT = "00"
004370         DISPLAY "FEEDMRG: CANNOT OPEN HELD-DUPLICATES FILE, "
004380             "STATUS " WS-HELDDUP-STATUS
004390         CLOSE DAILY-READINGS-FILE
004400         MOVE 16 TO RETURN-CODE
004410         GO TO 9999-EXIT-PROGRAM
004420     END-IF.
004430
004440     OPEN OUTPUT DUPLICATE-REPORT-FILE.
004450
004460     IF WS-DUPREPT-STATUS NOT = "00"
004470         DISPLAY "FEEDMRG: CANNOT OPEN DUPLICATES REPORT, "
004480             "STATUS " WS-DUPREPT-STATUS
004490         CLOSE HELD-DUPLICATE-FILE
004500         CLOSE DAILY-READINGS-FILE
004510         MOVE 16 TO RETURN-CODE
004520         GO TO 9999-EXIT-PROGRAM
004530     END-IF.
004540
004550     OPEN OUTPUT FEED-WORK-FILE.
004560
004570     IF WS-FEEDWORK-STATUS NOT = "00"
004580         DISPLAY "FEEDMRG: CANNOT OPEN MERGE WORK FILE, STATUS "
004590             WS-FEEDWORK-STATUS
004600         PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT
004610         MOVE 16 TO RETURN-CODE
004620         GO TO 9999-EXIT-PROGRAM
004630     END-IF.
004640 1000-EXIT.
004650     EXIT.
004660
004670 1100-CLEAR-ONE-FEED-RESULT.
004680     MOVE ZERO TO WS-FR-RECORDS (WS-FEED-SUB).
004690     MOVE ZERO TO WS-FR-GROUPS (WS-FEED-SUB).
004700     MOVE ZERO TO WS-FR-HELD (WS-FEED-SUB).
004710 1100-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------*
004750* 2100/2200/2300 - FILE ONE COLLECTOR FEED ON THE WORK FILE. A     *
004760* FEED THAT IS NOT THERE HAS NOT DELIVERED; THE OTHERS STILL       *
004770* MERGE. WS-FEED-SUB IS SET TO THE FEED'S TABLE ENTRY ON ENTRY.    *
004780*----------------------------------------------------------------*
004790 2100-LOAD-TELEMETRY-FEED.
004800     OPEN INPUT TELEMETRY-FEED-FILE.
004810
004820     IF WS-FEEDTEL-STATUS NOT = "00"
004830         DISPLAY "FEEDMRG: FEEDTEL NOT DELIVERED, STATUS "
004840             WS-FEEDTEL-STATUS
004850         GO TO 2100-EXIT
004860     END-IF.
004870
004880     SET NOT-END-OF-FEED TO TRUE.
004890     SET NOT-FILING-A-GROUP TO TRUE.
004900     PERFORM 2150-READ-TELEMETRY-RECORD THRU 2150-EXIT
004910         UNTIL END-OF-FEED.
004920
004930     CLOSE TELEMETRY-FEED-FILE.
004940 2100-EXIT.
004950     EXIT.
004960
004970 2150-READ-TELEMETRY-RECORD.
004980     READ TELEMETRY-FEED-FILE INTO DR-RECORD
004990         AT END
005000             SET END-OF-FEED TO TRUE
005010             GO TO 2150-EXIT
005020     END-READ.
005030
005040     PERFORM 2500-FILE-ONE-RECORD THRU 2500-EXIT.
005050 2150-EXIT.
005060     EXIT.
005070
005080 2200-LOAD-HANDHELD-FEED.
005090     OPEN INPUT HANDHELD-FEED-FILE.
005100
005110     IF WS-FEEDHHD-STATUS NOT = "00"
005120         DISPLAY "FEEDMRG: FEEDHHD NOT DELIVERED, STATUS "
005130             WS-FEEDHHD-STATUS
005140         GO TO 2200-EXIT
005150     END-IF.
005160
005170     SET NOT-END-OF-FEED TO TRUE.
005180     SET NOT-FILING-A-GROUP TO TRUE.
005190     PERFORM 2250-READ-HANDHELD-RECORD THRU 2250-EXIT
005200         UNTIL END-OF-FEED.
005210
005220     CLOSE HANDHELD-FEED-FILE.
005230 2200-EXIT.
005240     EXIT.
005250
005260 2250-READ-HANDHELD-RECORD.
005270     READ HANDHELD-FEED-FILE INTO DR-RECORD
005280         AT END
005290             SET END-OF-FEED TO TRUE
005300             GO TO 2250-EXIT
005310     END-READ.
005320
005330     PERFORM 2500-FILE-ONE-RECORD THRU 2500-EXIT.
005340 2250-EXIT.
005350     EXIT.
005360
005370 2300-LOAD-MANUAL-FEED.
005380     OPEN INPUT MANUAL-FEED-FILE.
005390
005400     IF WS-FEEDMAN-STATUS NOT = "00"
005410         DISPLAY "FEEDMRG: FEEDMAN NOT DELIVERED, STATUS "
005420             WS-FEEDMAN-STATUS
005430         GO TO 2300-EXIT
005440     END-IF.
005450
005460     SET NOT-END-OF-FEED TO TRUE.
005470     SET NOT-FILING-A-GROUP TO TRUE.
005480     PERFORM 2350-READ-MANUAL-RECORD THRU 2350-EXIT
005490         UNTIL END-OF-FEED.
005500
005510     CLOSE MANUAL-FEED-FILE.
005520 2300-EXIT.
005530     EXIT.
005540
005550 2350-READ-MANUAL-RECORD.
005560     READ MANUAL-FEED-FILE INTO DR-RECORD
005570         AT END
005580             SET END-OF-FEED TO TRUE
005590             GO TO 2350-EXIT
005600     END-READ.
005610
005620     PERFORM 2500-FILE-ONE-RECORD THRU 2500-EXIT.
005630 2350-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------*
005670* 2500-FILE-ONE-RECORD - DR-RECORD HOLDS THE FEED RECORD. A HEADER *
005680* OPENS A NEW GROUP AND IS STAMPED WITH THE FEED'S SOURCE; EVERY   *
005690* RECORD IS FILED UNDER ITS GROUP'S KEY IN ARRIVAL ORDER.          *
005700*----------------------------------------------------------------*
005710 2500-FILE-ONE-RECORD.
005720     ADD 1 TO WS-RECORDS-READ.
005730     ADD 1 TO WS-FR-RECORDS (WS-FEED-SUB).
005740
005750     IF DR-REC-TYPE = "H"
005760         ADD 1 TO WS-GROUP-SEQ
005770         ADD 1 TO WS-FR-GROUPS (WS-FEED-SUB)
005780         MOVE ZERO TO WS-RECORD-SEQ
005790         MOVE DR-STATION TO WS-FG-STATION
005800         MOVE DR-CORRECTION-FLAG TO WS-FG-CORRECTION-FLAG
005810         IF DR-RUN-DATE NUMERIC
005820             MOVE DR-RUN-DATE TO WS-FG-RUN-DATE
005830         ELSE
005840             MOVE ZERO TO WS-FG-RUN-DATE
005850         END-IF
005860         MOVE WS-FD-SOURCE (WS-FEED-SUB) TO DR-SOURCE-CODE
005870         SET FILING-A-GROUP TO TRUE
005880     END-IF.
005890
005900     IF NOT-FILING-A-GROUP
005910         ADD 1 TO WS-GROUP-SEQ
005920         MOVE ZERO TO WS-RECORD-SEQ
005930         MOVE DR-STATION TO WS-FG-STATION
005940         MOVE SPACES TO WS-FG-CORRECTION-FLAG
005950         MOVE WS-HEADERLESS-DATE TO WS-FG-RUN-DATE
005960         SET FILING-A-GROUP TO TRUE
005970     END-IF.
005980
005990     ADD 1 TO WS-RECORD-SEQ.
006000
006010     MOVE WS-FG-RUN-DATE TO FW-RUN-DATE.
006020     MOVE WS-FG-STATION TO FW-STATION.
006030     MOVE WS-FG-CORRECTION-FLAG TO FW-CORRECTION-FLAG.
006040     MOVE WS-FD-PRIORITY (WS-FEED-SUB) TO FW-PRIORITY.
006050     MOVE WS-GROUP-SEQ TO FW-GROUP-SEQ.
006060     MOVE WS-RECORD-SEQ TO FW-RECORD-SEQ.
006070     MOVE WS-FEED-SUB TO FW-FEED-SUB.
006080     MOVE DR-RECORD TO FW-IMAGE.
006090
006100     WRITE FW-RECORD
006110         INVALID KEY
006120             DISPLAY "FEEDMRG: CANNOT WRITE MERGE WORK FILE, "
006130                 "STATUS " WS-FEEDWORK-STATUS
006140             CLOSE FEED-WORK-FILE
006150             PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT
006160             MOVE 16 TO RETURN-CODE
006170             GO TO 9999-EXIT-PROGRAM
006180     END-WRITE.
006190 2500-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------*
006230* 3000-MERGE-GROUPS - READ THE WORK FILE BACK IN KEY ORDER. THE    *
006240* FIRST GROUP FOR A STATION, RUN DATE AND CORRECTION FLAG GOES TO  *
006250* THE DAILY-READINGS FILE; ANY FURTHER GROUP FOR THE SAME ONE IS A *
006260* DUPLICATE AND GOES TO THE HELD FILE AND THE REPORT.              *
006270*----------------------------------------------------------------*
006280 3000-MERGE-GROUPS.
006290     OPEN INPUT FEED-WORK-FILE.
006300
006310     IF WS-FEEDWORK-STATUS NOT = "00"
006320         DISPLAY "FEEDMRG: CANNOT REOPEN MERGE WORK FILE, STATUS "
006330             WS-FEEDWORK-STATUS
006340         PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT
006350         MOVE 16 TO RETURN-CODE
006360         GO TO 9999-EXIT-PROGRAM
006370     END-IF.
006380
006390     PERFORM 3100-MERGE-ONE-RECORD THRU 3100-EXIT
006400         UNTIL END-OF-WORK.
006410
006420     IF GROUP-OPEN
006430         PERFORM 3400-END-GROUP THRU 3400-EXIT
006440     END-IF.
006450
006460     CLOSE FEED-WORK-FILE.
006470 3000-EXIT.
006480     EXIT.
006490
006500 3100-MERGE-ONE-RECORD.
006510     READ FEED-WORK-FILE NEXT RECORD
006520         AT END
006530             SET END-OF-WORK TO TRUE
006540             GO TO 3100-EXIT
006550     END-READ.
006560
006570     IF FW-GROUP-KEY NOT = WS-PREV-GROUP-KEY
006580         IF GROUP-OPEN
006590             PERFORM 3400-END-GROUP THRU 3400-EXIT
006600         END-IF
006610         PERFORM 3200-START-GROUP THRU 3200-EXIT
006620     END-IF.
006630
006640     MOVE FW-IMAGE TO DR-RECORD.
006650     ADD 1 TO WS-CG-RECORDS.
006660
006670     IF DR-REC-TYPE = "D"
006680         ADD 1 TO WS-CG-DETAILS
006690         IF DR-READING NUMERIC
006700             ADD DR-READING TO WS-CG-TOTAL
006710         END-IF
006720     END-IF.
006730
006740     IF FW-RUN-DATE = WS-HEADERLESS-DATE
006750         ADD 1 TO WS-HEADERLESS-RECORDS
006760     END-IF.
006770
006780     IF WS-RD-SUB > ZERO
006790         ADD 1 TO WS-RD-READ (WS-RD-SUB)
006800         ADD 1 TO WS-RD-FEED-RECORDS (WS-RD-SUB, FW-FEED-SUB)
006810     END-IF.
006820
006830     IF GROUP-HELD
006833         WRITE HD-RECORD FROM DR-RECORD
006836         IF WS-HELDDUP-STATUS NOT = "00"
006839             DISPLAY "FEEDMRG: CANNOT WRITE HELD-DUPLICATES "
006842                 "FILE, STATUS " WS-HELDDUP-STATUS
006845             CLOSE FEED-WORK-FILE
006848             PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT
006851             MOVE 16 TO RETURN-CODE
006854             GO TO 9999-EXIT-PROGRAM
006857         END-IF
006860         ADD 1 TO WS-RECORDS-HELD
006863         GO TO 3100-EXIT
006866     END-IF.
006880
006890     WRITE DR-RECORD.
006900
006910     IF WS-DAILYRD-STATUS NOT = "00"
006920         DISPLAY "FEEDMRG: CANNOT WRITE DAILY-READINGS FILE, "
006930             "STATUS " WS-DAILYRD-STATUS
006940         CLOSE FEED-WORK-FILE
006950         PERFORM 5900-CLOSE-OUTPUT-FILES THRU 5900-EXIT
006960         MOVE 16 TO RETURN-CODE
006970         GO TO 9999-EXIT-PROGRAM
006980     END-IF.
006990
007000     ADD 1 TO WS-RECORDS-WRITTEN.
007010
007020     IF WS-RD-SUB > ZERO
007030         ADD 1 TO WS-RD-WRITTEN (WS-RD-SUB)
007040     END-IF.
007050 3100-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------*
007090* 3200-START-GROUP - DECIDE THE NEW GROUP'S FATE. IT IS HELD WHEN  *
007100* THE GROUP KEPT LAST WAS FOR THE SAME STATION, RUN DATE AND       *
007110* CORRECTION FLAG, SINCE THAT ONE CAME FROM A HIGHER-PRIORITY      *
007120* SOURCE OR ARRIVED FIRST.                                         *
007130*----------------------------------------------------------------*
007140 3200-START-GROUP.
007150     MOVE FW-GROUP-KEY TO WS-PREV-GROUP-KEY.
007160     SET GROUP-OPEN TO TRUE.
007170     MOVE FW-FEED-SUB TO WS-CG-FEED-SUB.
007180     MOVE ZERO TO WS-CG-RECORDS.
007190     MOVE ZERO TO WS-CG-DETAILS.
007200     MOVE ZERO TO WS-CG-TOTAL.
007210     MOVE ZERO TO WS-RD-SUB.
007220
007230     IF FW-RUN-DATE = ZERO OR FW-RUN-DATE = WS-HEADERLESS-DATE
007240         SET GROUP-KEPT TO TRUE
007250         MOVE ZERO TO WS-KG-RUN-DATE
007260         GO TO 3200-EXIT
007270     END-IF.
007280
007290     PERFORM 3300-FIND-RUN-DATE THRU 3300-EXIT.
007300
007310     IF WS-RD-SUB > ZERO
007320         ADD 1 TO WS-RD-FEED-GROUPS (WS-RD-SUB, FW-FEED-SUB)
007330     END-IF.
007340
007350     IF FW-RUN-DATE = WS-KG-RUN-DATE
007360             AND FW-STATION = WS-KG-STATION
007370             AND FW-CORRECTION-FLAG = WS-KG-CORRECTION-FLAG
007380         SET GROUP-HELD TO TRUE
007390         ADD 1 TO WS-GROUPS-HELD
007400         ADD 1 TO WS-FR-HELD (FW-FEED-SUB)
007410         IF WS-RD-SUB > ZERO
007420             ADD 1 TO WS-RD-FEED-HELD (WS-RD-SUB, FW-FEED-SUB)
007430         END-IF
007440         GO TO 3200-EXIT
007450     END-IF.
007460
007470     SET GROUP-KEPT TO TRUE.
007480     ADD 1 TO WS-GROUPS-WRITTEN.
007490     MOVE FW-RUN-DATE TO WS-KG-RUN-DATE.
007500     MOVE FW-STATION TO WS-KG-STATION.
007510     MOVE FW-CORRECTION-FLAG TO WS-KG-CORRECTION-FLAG.
007520     MOVE FW-FEED-SUB TO WS-KG-FEED-SUB.
007530 3200-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------*
007570* 3300-FIND-RUN-DATE - SUBSCRIPT OF THE GROUP'S RUN DATE IN THE    *
007580* RUN-DATE TABLE, ADDING IT WHEN NEW. A FULL TABLE LEAVES THE      *
007590* SUBSCRIPT ZERO AND THE DATE UNLOGGED.                            *
007600*----------------------------------------------------------------*
007610 3300-FIND-RUN-DATE.
007620     PERFORM 3350-MATCH-ONE-RUN-DATE THRU 3350-EXIT
007630         VARYING WS-RD-FIND-SUB FROM 1 BY 1
007640         UNTIL WS-RD-FIND-SUB > WS-RUN-DATE-COUNT
007650            OR WS-RD-SUB > ZERO.
007660
007670     IF WS-RD-SUB > ZERO
007680         GO TO 3300-EXIT
007690     END-IF.
007700
007710     IF WS-RUN-DATE-COUNT = WS-MAX-RUN-DATES
007720         DISPLAY "FEEDMRG: RUN DATE TABLE FULL - " FW-RUN-DATE
007730             " NOT LOGGED"
007740         GO TO 3300-EXIT
007750     END-IF.
007760
007770     ADD 1 TO WS-RUN-DATE-COUNT.
007780     MOVE WS-RUN-DATE-COUNT TO WS-RD-SUB.
007790     MOVE FW-RUN-DATE TO WS-RD-DATE (WS-RD-SUB).
007800     MOVE ZERO TO WS-RD-READ (WS-RD-SUB).
007810     MOVE ZERO TO WS-RD-WRITTEN (WS-RD-SUB).
007820
007830     PERFORM 3370-CLEAR-ONE-DATE-FEED THRU 3370-EXIT
007840         VARYING WS-RD-FEED-SUB FROM 1 BY 1
007850         UNTIL WS-RD-FEED-SUB > WS-FEED-COUNT.
007860 3300-EXIT.
007870     EXIT.
007880
007890 3350-MATCH-ONE-RUN-DATE.
007900     IF WS-RD-DATE (WS-RD-FIND-SUB) = FW-RUN-DATE
007910         MOVE WS-RD-FIND-SUB TO WS-RD-SUB
007920     END-IF.
007930 3350-EXIT.
007940     EXIT.
007950
007960 3370-CLEAR-ONE-DATE-FEED.
007970     MOVE ZERO TO WS-RD-FEED-RECORDS (WS-RD-SUB, WS-RD-FEED-SUB).
007980     MOVE ZERO TO WS-RD-FEED-GROUPS (WS-RD-SUB, WS-RD-FEED-SUB).
007990     MOVE ZERO TO WS-RD-FEED-HELD (WS-RD-SUB, WS-RD-FEED-SUB).
008000 3370-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------*
008040* 3400-END-GROUP - A KEPT GROUP'S FIGURES ARE NOTED FOR COMPARING  *
008050* ANY DUPLICATE THAT FOLLOWS; A HELD GROUP IS REPORTED AGAINST     *
008060* THEM.                                                            *
008070*----------------------------------------------------------------*
008080 3400-END-GROUP.
008090     IF GROUP-KEPT
008100         MOVE WS-CG-RECORDS TO WS-KG-RECORDS
008110         MOVE WS-CG-DETAILS TO WS-KG-DETAILS
008120         MOVE WS-CG-TOTAL TO WS-KG-TOTAL
008130         GO TO 3400-EXIT
008140     END-IF.
008150
008160     PERFORM 5000-REPORT-HELD-GROUP THRU 5000-EXIT.
008170 3400-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------------*
008210* 5000-REPORT-HELD-GROUP - THE HELD GROUP AND, UNDER IT, THE GROUP *
008220* KEPT IN ITS PLACE. "SAME FIGURES" IS A PLAIN RESEND; "DIFFERENT  *
008230* FIGURES" NEEDS SOMEONE TO CONFIRM THE RIGHT SOURCE WON.          *
008240*----------------------------------------------------------------*
008250 5000-REPORT-HELD-GROUP.
008260     MOVE WS-KG-STATION TO DPD-STATION.
008270     MOVE WS-KG-RUN-DATE TO DPD-RUN-DATE.
008280     MOVE WS-KG-CORRECTION-FLAG TO DPD-CORRECTION-FLAG.
008290     MOVE "HELD" TO DPD-ACTION.
008300     MOVE WS-FD-DESCRIPTION (WS-CG-FEED-SUB) TO DPD-SOURCE.
008310     MOVE WS-CG-RECORDS TO DPD-RECORDS.
008320     MOVE WS-CG-DETAILS TO DPD-DETAILS.
008330     MOVE WS-CG-TOTAL TO DPD-TOTAL.
008340
008350     IF WS-CG-RECORDS = WS-KG-RECORDS
008360             AND WS-CG-DETAILS = WS-KG-DETAILS
008370             AND WS-CG-TOTAL = WS-KG-TOTAL
008380         MOVE "SAME FIGURES" TO DPD-RESULT
008390     ELSE
008400         MOVE "DIFFERENT FIGURES" TO DPD-RESULT
008410         ADD 1 TO WS-HELD-DIFFERENT
008420     END-IF.
008430
008440     MOVE WS-DP-DETAIL-LINE TO WS-DP-LINE.
008450     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008460
008470     MOVE SPACES TO DPD-STATION.
008480     MOVE SPACES TO DPD-RUN-DATE.
008490     MOVE SPACES TO DPD-CORRECTION-FLAG.
008500     MOVE "KEPT" TO DPD-ACTION.
008510     MOVE WS-FD-DESCRIPTION (WS-KG-FEED-SUB) TO DPD-SOURCE.
008520     MOVE WS-KG-RECORDS TO DPD-RECORDS.
008530     MOVE WS-KG-DETAILS TO DPD-DETAILS.
008540     MOVE WS-KG-TOTAL TO DPD-TOTAL.
008550     MOVE SPACES TO DPD-RESULT.
008560     MOVE WS-DP-DETAIL-LINE TO WS-DP-LINE.
008570     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008580 5000-EXIT.
008590     EXIT.
008600
008610*----------------------------------------------------------------*
008620* 5900-CLOSE-OUTPUT-FILES                                          *
008630*----------------------------------------------------------------*
008640 5900-CLOSE-OUTPUT-FILES.
008650     CLOSE DAILY-READINGS-FILE.
008660     CLOSE HELD-DUPLICATE-FILE.
008670     CLOSE DUPLICATE-REPORT-FILE.
008680 5900-EXIT.
008690     EXIT.
008700
008710*----------------------------------------------------------------*
008720* 6000-PRINT-FEED-SUMMARY - WHAT EACH COLLECTOR DELIVERED, AND THE *
008730* RUN TOTALS.                                                      *
008740*----------------------------------------------------------------*
008750 6000-PRINT-FEED-SUMMARY.
008760     MOVE SPACES TO WS-DP-LINE.
008770     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008780     MOVE WS-DP-FEED-HEADING TO WS-DP-LINE.
008790     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008800
008810     PERFORM 6100-PRINT-ONE-FEED THRU 6100-EXIT
008820         VARYING WS-FEED-SUB FROM 1 BY 1
008830         UNTIL WS-FEED-SUB > WS-FEED-COUNT.
008840
008850     MOVE SPACES TO WS-DP-LINE.
008860     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008870
008880     MOVE "GROUPS WRITTEN TO DAILY READINGS" TO DPT-TEXT.
008890     MOVE WS-GROUPS-WRITTEN TO DPT-COUNT.
008900     MOVE WS-DP-TOTAL-LINE TO WS-DP-LINE.
008910     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008920
008930     MOVE "RECORDS WRITTEN TO DAILY READINGS" TO DPT-TEXT.
008940     MOVE WS-RECORDS-WRITTEN TO DPT-COUNT.
008950     MOVE WS-DP-TOTAL-LINE TO WS-DP-LINE.
008960     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
008970
008980     MOVE "DUPLICATE GROUPS HELD" TO DPT-TEXT.
008990     MOVE WS-GROUPS-HELD TO DPT-COUNT.
009000     MOVE WS-DP-TOTAL-LINE TO WS-DP-LINE.
009010     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009020
009030     MOVE "  OF WHICH WITH DIFFERENT FIGURES" TO DPT-TEXT.
009040     MOVE WS-HELD-DIFFERENT TO DPT-COUNT.
009050     MOVE WS-DP-TOTAL-LINE TO WS-DP-LINE.
009060     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009070
009080     MOVE "RECORDS HELD" TO DPT-TEXT.
009090     MOVE WS-RECORDS-HELD TO DPT-COUNT.
009100     MOVE WS-DP-TOTAL-LINE TO WS-DP-LINE.
009110     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009120
009130     MOVE "RECORDS AHEAD OF ANY HEADER (TO EDIT)" TO DPT-TEXT.
009140     MOVE WS-HEADERLESS-RECORDS TO DPT-COUNT.
009150     MOVE WS-DP-TOTAL-LINE TO WS-DP-LINE.
009160     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009170 6000-EXIT.
009180     EXIT.
009190
009200 6100-PRINT-ONE-FEED.
009210     MOVE WS-FD-NAME (WS-FEED-SUB) TO DPF-NAME.
009220     MOVE WS-FD-DESCRIPTION (WS-FEED-SUB) TO DPF-DESCRIPTION.
009230
009240     IF WS-FR-RECORDS (WS-FEED-SUB) = ZERO
009250         MOVE "NOT DELIVERED" TO DPF-STATUS
009260         ADD 1 TO WS-FEEDS-MISSING
009270     ELSE
009280         MOVE "DELIVERED" TO DPF-STATUS
009290     END-IF.
009300
009310     MOVE WS-FR-RECORDS (WS-FEED-SUB) TO DPF-RECORDS.
009320     MOVE WS-FR-GROUPS (WS-FEED-SUB) TO DPF-GROUPS.
009330     MOVE WS-FR-HELD (WS-FEED-SUB) TO DPF-HELD.
009340     MOVE WS-DP-FEED-LINE TO WS-DP-LINE.
009350     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009360 6100-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------*
009400* 8800-WRITE-REPORT-LINE - EVERY REPORT LINE GOES THROUGH HERE SO  *
009410* THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE. THE LINE   *
009420* TO PRINT IS EXPECTED IN WS-DP-LINE.                              *
009430*----------------------------------------------------------------*
009440 8800-WRITE-REPORT-LINE.
009450     IF WS-DP-LINE-COUNT NOT < WS-DP-LINES-PER-PAGE
009460         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
009470     END-IF.
009480
009490     WRITE DP-PRINT-LINE FROM WS-DP-LINE.
009500     ADD 1 TO WS-DP-LINE-COUNT.
009510 8800-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------*
009550* 8900-START-NEW-PAGE - PAGE HEADINGS AND THE NEXT PAGE NUMBER.    *
009560*----------------------------------------------------------------*
009570 8900-START-NEW-PAGE.
009580     ADD 1 TO WS-DP-PAGE-NUMBER.
009590     MOVE WS-DP-PAGE-NUMBER TO DPH-PAGE.
009600     MOVE WS-RL-START-DATE TO DPH-RUN-DATE.
009610     WRITE DP-PRINT-LINE FROM WS-DP-HEADING-1.
009620     MOVE SPACES TO DP-PRINT-LINE.
009630     WRITE DP-PRINT-LINE.
009640     WRITE DP-PRINT-LINE FROM WS-DP-HEADING-2.
009650     MOVE SPACES TO DP-PRINT-LINE.
009660     WRITE DP-PRINT-LINE.
009670     MOVE 4 TO WS-DP-LINE-COUNT.
009680 8900-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------*
009720* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORDS TO THE COMMON     *
009730* RUN-CONTROL LOG: PER RUN DATE ON THE FEEDS, ONE FOR THE MERGE    *
009740* AND ONE UNDER EACH FEED'S NAME THAT DELIVERED FOR THAT DATE, SO  *
009750* A COLLECTOR THAT DID NOT DELIVER SHOWS AS NOT LOGGED. A RUN      *
009760* WITH NO DATED GROUP LOGS THE MERGE ONCE UNDER A ZERO DATE. A LOG *
009770* THAT CANNOT BE OPENED IS REPORTED BUT NEVER CHANGES THE RUN'S    *
009780* OWN RETURN CODE.                                                 *
009790*----------------------------------------------------------------*
009800 9800-WRITE-RUN-LOG.
009810     OPEN EXTEND RUN-LOG-FILE.
009820
009830     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
009840         CLOSE RUN-LOG-FILE
009850         OPEN OUTPUT RUN-LOG-FILE
009860     END-IF.
009870
009880     IF WS-RUNLOG-STATUS NOT = "00"
009890         DISPLAY "FEEDMRG: CANNOT OPEN RUN LOG, STATUS "
009900             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
009910         GO TO 9800-EXIT
009920     END-IF.
009930
009940     IF WS-RUN-DATE-COUNT = ZERO
009950         MOVE 1 TO WS-RUN-DATE-COUNT
009960         MOVE ZERO TO WS-RD-DATE (1)
009970         MOVE WS-RECORDS-READ TO WS-RD-READ (1)
009980         MOVE WS-RECORDS-WRITTEN TO WS-RD-WRITTEN (1)
009990         PERFORM 3370-CLEAR-ONE-DATE-FEED THRU 3370-EXIT
010000             VARYING WS-RD-FEED-SUB FROM 1 BY 1
010010             UNTIL WS-RD-FEED-SUB > WS-FEED-COUNT
010020     END-IF.
010030
010040     PERFORM 9850-WRITE-ONE-RUN-DATE THRU 9850-EXIT
010050         VARYING WS-RD-SUB FROM 1 BY 1
010060         UNTIL WS-RD-SUB > WS-RUN-DATE-COUNT.
010070
010080     CLOSE RUN-LOG-FILE.
010090 9800-EXIT.
010100     EXIT.
010110
010120 9850-WRITE-ONE-RUN-DATE.
010130     MOVE SPACES TO RL-RECORD.
010140     MOVE "FEEDMRG" TO RL-PROGRAM.
010150     MOVE WS-RD-DATE (WS-RD-SUB) TO RL-BUSINESS-DATE.
010160     MOVE WS-RL-START-DATE TO RL-START-DATE.
010170     MOVE WS-RL-START-TIME TO RL-START-TIME.
010180     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
010190     ACCEPT WS-RL-TIME-RAW FROM TIME.
010200     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
010210     MOVE RETURN-CODE TO RL-RETURN-CODE.
010220     MOVE WS-RD-READ (WS-RD-SUB) TO RL-RECORDS-IN.
010230     MOVE WS-RD-WRITTEN (WS-RD-SUB) TO RL-RECORDS-OUT.
010240     WRITE RL-RECORD.
010250
010260     PERFORM 9860-WRITE-ONE-FEED-LOG THRU 9860-EXIT
010270         VARYING WS-RD-FEED-SUB FROM 1 BY 1
010280         UNTIL WS-RD-FEED-SUB > WS-FEED-COUNT.
010290 9850-EXIT.
010300     EXIT.
010310
010320*----------------------------------------------------------------*
010330* 9860-WRITE-ONE-FEED-LOG - RECORDS IN ARE THE FEED'S RECORDS FOR  *
010340* THE DATE, RECORDS OUT ITS GROUPS KEPT; CODE 04 WHEN ANY OF ITS   *
010350* GROUPS WAS HELD AS A DUPLICATE.                                  *
010360*----------------------------------------------------------------*
010370 9860-WRITE-ONE-FEED-LOG.
010380     IF WS-RD-FEED-GROUPS (WS-RD-SUB, WS-RD-FEED-SUB) = ZERO
010390         GO TO 9860-EXIT
010400     END-IF.
010410
010420     MOVE WS-FD-NAME (WS-RD-FEED-SUB) TO RL-PROGRAM.
010430     MOVE WS-RD-FEED-RECORDS (WS-RD-SUB, WS-RD-FEED-SUB)
010440         TO RL-RECORDS-IN.
010450     COMPUTE RL-RECORDS-OUT =
010460         WS-RD-FEED-GROUPS (WS-RD-SUB, WS-RD-FEED-SUB)
010470         - WS-RD-FEED-HELD (WS-RD-SUB, WS-RD-FEED-SUB).
010480
010490     IF WS-RD-FEED-HELD (WS-RD-SUB, WS-RD-FEED-SUB) > ZERO
010500         MOVE 4 TO RL-RETURN-CODE
010510     ELSE
010520         MOVE ZERO TO RL-RETURN-CODE
010530     END-IF.
010540
010550     WRITE RL-RECORD.
010560 9860-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------------*
010600* 9999-EXIT-PROGRAM                                                *
010610*----------------------------------------------------------------*
010620 9999-EXIT-PROGRAM.
010630     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
010640     STOP RUN.
