000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. METHIST.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - METER HISTORY REPORT OVER   *
000210*                  THE METER EVENT REGISTER (METEREVT). EVERY     *
000220*                  STATION'S EXCHANGES AND RECALIBRATIONS PRINT   *
000230*                  IN EFFECTIVE DATE AND TIME ORDER UNDER THE     *
000240*                  STATION'S NAME OFF THE STATION MASTER, WITH    *
000250*                  THE OLD AND NEW SERIALS AND THE MULTIPLIER     *
000260*                  AND OFFSET DAILYEDT AND ARRAY APPLY FROM THAT  *
000270*                  MOMENT ON.                                     *
000280*----------------------------------------------------------------*
000290* RETURN CODES                                                    *
000300*   00  REPORT PRODUCED                                           *
000310*   16  A FILE COULD NOT BE OPENED                                *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT METER-EVENT-FILE ASSIGN TO "METEREVT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS ME-KEY
000430         FILE STATUS IS WS-METEREVT-STATUS.
000440
000450     SELECT STATION-MASTER-FILE ASSIGN TO "STATMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SM-STATION
000490         FILE STATUS IS WS-STATMAST-STATUS.
000500
000510     SELECT METER-HISTORY-REPORT ASSIGN TO "METHRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-METHRPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  METER-EVENT-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY METEVREC.
000600
000610 FD  STATION-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY STATMREC.
000640
000650 FD  METER-HISTORY-REPORT
000660     LABEL RECORDS ARE STANDARD.
000670 01  MH-PRINT-LINE               PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------*
000710* FILE STATUS SWITCHES                                             *
000720*----------------------------------------------------------------*
000730 01  WS-FILE-STATUSES.
000740     05  WS-METEREVT-STATUS      PIC X(02) VALUE SPACES.
000750     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
000760     05  WS-METHRPT-STATUS       PIC X(02) VALUE SPACES.
000770
000780*----------------------------------------------------------------*
000790* COUNTERS AND THE STATION BREAK                                   *
000800*----------------------------------------------------------------*
000810 01  WS-HISTORY-COUNTERS.
000820     05  WS-STATION-COUNT        PIC 9(05) VALUE ZERO.
000830     05  WS-EVENT-COUNT          PIC 9(05) VALUE ZERO.
000840     05  WS-STATION-EVENTS       PIC 9(05) VALUE ZERO.
000850
000860 01  WS-PRIOR-STATION            PIC X(04) VALUE SPACES.
000870
000880*----------------------------------------------------------------*
000890* MISCELLANEOUS SWITCHES                                           *
000900*----------------------------------------------------------------*
000910 01  WS-SWITCHES.
000920     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000930         88  END-OF-METER-EVENTS           VALUE 'Y'.
000940         88  NOT-END-OF-METER-EVENTS       VALUE 'N'.
000950     05  WS-MASTER-SWITCH        PIC X(01) VALUE 'N'.
000960         88  MASTER-OPEN                   VALUE 'Y'.
000970         88  MASTER-NOT-OPEN               VALUE 'N'.
000980
000990*----------------------------------------------------------------*
001000* REPORT PAGE CONTROL AND PRINT LINES. WS-MH-LINE-COUNT STARTS   *
001010* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST *
001020* PAGE HEADING.                                                  *
001030*----------------------------------------------------------------*
001040 01  WS-MH-PAGE-CONTROL.
001050     05  WS-MH-LINES-PER-PAGE    PIC 9(03) VALUE 055.
001060     05  WS-MH-LINE-COUNT        PIC 9(03) VALUE 999.
001070     05  WS-MH-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
001080
001090 01  WS-MH-LINE                  PIC X(80).
001100
001110 01  WS-MH-HEADING-1.
001120     05  FILLER                  PIC X(30) VALUE
001130         "METER HISTORY REPORT          ".
001140     05  FILLER                  PIC X(25) VALUE SPACES.
001150     05  FILLER                  PIC X(05) VALUE "PAGE ".
001160     05  MHH-PAGE                PIC ZZZ9.
001170
001180 01  WS-MH-HEADING-2.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  FILLER                  PIC X(14) VALUE
001210         "EFFECTIVE     ".
001220     05  FILLER                  PIC X(09) VALUE "EVENT    ".
001230     05  FILLER                  PIC X(13) VALUE "OLD SERIAL   ".
001240     05  FILLER                  PIC X(13) VALUE "NEW SERIAL   ".
001250     05  FILLER                  PIC X(09) VALUE "MULTIPLR ".
001260     05  FILLER                  PIC X(11) VALUE "     OFFSET".
001270
001280 01  WS-MH-STATION-LINE.
001290     05  FILLER                  PIC X(08) VALUE "STATION ".
001300     05  MHS-STATION             PIC X(04).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  MHS-NAME                PIC X(20).
001330
001340 01  WS-MH-DETAIL-LINE.
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  MHD-DATE                PIC 9(08).
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  MHD-TIME                PIC 9(04).
001390     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  MHD-TYPE                PIC X(08).
001410     05  FILLER                  PIC X(01) VALUE SPACES.
001420     05  MHD-OLD-SERIAL          PIC X(12).
001430     05  FILLER                  PIC X(01) VALUE SPACES.
001440     05  MHD-NEW-SERIAL          PIC X(12).
001450     05  FILLER                  PIC X(01) VALUE SPACES.
001460     05  MHD-MULTIPLIER          PIC ZZ9.9999.
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  MHD-OFFSET              PIC -(7)9.99.
001490
001500 01  WS-MH-COUNT-LINE.
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  MHC-LABEL               PIC X(20).
001530     05  MHC-COUNT               PIC ZZZZ9.
001540
001550 01  WS-MH-EMPTY-LINE.
001560     05  FILLER                  PIC X(44) VALUE
001570         "NO METER EVENTS ON THE REGISTER             ".
001580
001590
001600 PROCEDURE DIVISION.
001610*----------------------------------------------------------------*
001620* 0000-MAIN-PROCESS - ONE PASS OVER THE REGISTER IN KEY ORDER,     *
001630* BREAKING ON STATION.                                             *
001640*----------------------------------------------------------------*
001650 0000-MAIN-PROCESS.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670
001680     PERFORM 2000-REPORT-ONE-EVENT THRU 2000-EXIT
001690         UNTIL END-OF-METER-EVENTS.
001700
001710     IF WS-EVENT-COUNT = ZERO
001720         MOVE WS-MH-EMPTY-LINE TO WS-MH-LINE
001730         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
001740     ELSE
001750         PERFORM 2200-CLOSE-STATION THRU 2200-EXIT
001760         MOVE SPACES TO WS-MH-LINE
001770         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
001780         MOVE "STATIONS" TO MHC-LABEL
001790         MOVE WS-STATION-COUNT TO MHC-COUNT
001800         MOVE WS-MH-COUNT-LINE TO WS-MH-LINE
001810         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
001820         MOVE "METER EVENTS" TO MHC-LABEL
001830         MOVE WS-EVENT-COUNT TO MHC-COUNT
001840         MOVE WS-MH-COUNT-LINE TO WS-MH-LINE
001850         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
001860     END-IF.
001870
001880     IF WS-METEREVT-STATUS NOT = "35"
001890         CLOSE METER-EVENT-FILE
001900     END-IF.
001910
001920     IF MASTER-OPEN
001930         CLOSE STATION-MASTER-FILE
001940     END-IF.
001950
001960     CLOSE METER-HISTORY-REPORT.
001970
001980     DISPLAY "METHIST: STATIONS     " WS-STATION-COUNT.
001990     DISPLAY "METHIST: METER EVENTS " WS-EVENT-COUNT.
002000
002010     GO TO 9999-EXIT-PROGRAM.
002020
002030 0000-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------------*
002070* 1000-INITIALIZE - OPEN THE REPORT, THE REGISTER AND THE STATION  *
002080* MASTER. A REGISTER THAT DOES NOT EXIST YET SIMPLY MEANS NO      *
002090* METER EVENT HAS EVER BEEN RECORDED; A MISSING MASTER ONLY       *
002100* LEAVES THE STATION NAMES BLANK.                                 *
002110*----------------------------------------------------------------*
002120 1000-INITIALIZE.
002130     OPEN OUTPUT METER-HISTORY-REPORT.
002140
002150     IF WS-METHRPT-STATUS NOT = "00"
002160         DISPLAY "METHIST: CANNOT OPEN METER HISTORY REPORT, "
002170             "STATUS " WS-METHRPT-STATUS
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT-PROGRAM
002200     END-IF.
002210
002220     OPEN INPUT METER-EVENT-FILE.
002230
002240     IF WS-METEREVT-STATUS = "35"
002250         DISPLAY "METHIST: NO METER EVENT REGISTER YET - "
002260             "NOTHING TO REPORT"
002270         SET END-OF-METER-EVENTS TO TRUE
002280         GO TO 1000-EXIT
002290     END-IF.
002300
002310     IF WS-METEREVT-STATUS NOT = "00"
002320         DISPLAY "METHIST: CANNOT OPEN METER EVENT REGISTER, "
002330             "STATUS " WS-METEREVT-STATUS
002340         CLOSE METER-HISTORY-REPORT
002350         MOVE 16 TO RETURN-CODE
002360         GO TO 9999-EXIT-PROGRAM
002370     END-IF.
002380
002390     OPEN INPUT STATION-MASTER-FILE.
002400
002410     IF WS-STATMAST-STATUS = "00"
002420         SET MASTER-OPEN TO TRUE
002430     ELSE
002440         DISPLAY "METHIST: STATION MASTER NOT AVAILABLE, STATUS "
002450             WS-STATMAST-STATUS " - STATION NAMES LEFT BLANK"
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------------*
002510* 2000-REPORT-ONE-EVENT - A NEW STATION CLOSES THE LAST ONE'S      *
002520* COUNT AND PRINTS ITS OWN HEADING BEFORE THE EVENT LINE.          *
002530*----------------------------------------------------------------*
002540 2000-REPORT-ONE-EVENT.
002550     READ METER-EVENT-FILE NEXT RECORD
002560         AT END
002570             SET END-OF-METER-EVENTS TO TRUE
002580             GO TO 2000-EXIT
002590     END-READ.
002600
002610     IF ME-STATION NOT = WS-PRIOR-STATION
002620         IF WS-EVENT-COUNT > ZERO
002630             PERFORM 2200-CLOSE-STATION THRU 2200-EXIT
002640         END-IF
002650         PERFORM 2100-OPEN-STATION THRU 2100-EXIT
002660     END-IF.
002670
002680     MOVE ME-EFFECTIVE-DATE TO MHD-DATE.
002690     MOVE ME-EFFECTIVE-TIME TO MHD-TIME.
002700
002710     EVALUATE TRUE
002720         WHEN ME-EXCHANGE
002730             MOVE "EXCHANGE" TO MHD-TYPE
002740         WHEN ME-RECALIBRATION
002750             MOVE "RECALIB " TO MHD-TYPE
002760         WHEN OTHER
002770             MOVE "UNKNOWN " TO MHD-TYPE
002780     END-EVALUATE.
002790
002800     MOVE ME-OLD-SERIAL TO MHD-OLD-SERIAL.
002810     MOVE ME-NEW-SERIAL TO MHD-NEW-SERIAL.
002820
002830     IF ME-MULTIPLIER NUMERIC
002840         MOVE ME-MULTIPLIER TO MHD-MULTIPLIER
002850     ELSE
002860         MOVE ZERO TO MHD-MULTIPLIER
002870     END-IF.
002880
002890     IF ME-OFFSET NUMERIC
002900         MOVE ME-OFFSET TO MHD-OFFSET
002910     ELSE
002920         MOVE ZERO TO MHD-OFFSET
002930     END-IF.
002940
002950     MOVE WS-MH-DETAIL-LINE TO WS-MH-LINE.
002960     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
002970     ADD 1 TO WS-EVENT-COUNT.
002980     ADD 1 TO WS-STATION-EVENTS.
002990 2000-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------------*
003030* 2100-OPEN-STATION - STATION HEADING WITH ITS NAME OFF THE       *
003040* MASTER, AND THE COLUMN HEADINGS UNDER IT.                       *
003050*----------------------------------------------------------------*
003060 2100-OPEN-STATION.
003070     MOVE ME-STATION TO WS-PRIOR-STATION.
003080     MOVE ZERO TO WS-STATION-EVENTS.
003090     ADD 1 TO WS-STATION-COUNT.
003100
003110     MOVE ME-STATION TO MHS-STATION.
003120     MOVE SPACES TO MHS-NAME.
003130
003140     IF MASTER-OPEN
003150         MOVE ME-STATION TO SM-STATION
003160         READ STATION-MASTER-FILE
003170             INVALID KEY
003180                 MOVE "*** NOT ON MASTER ***" TO MHS-NAME
003190             NOT INVALID KEY
003200                 MOVE SM-NAME TO MHS-NAME
003210         END-READ
003220     END-IF.
003230
003240     MOVE SPACES TO WS-MH-LINE.
003250     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003260     MOVE WS-MH-STATION-LINE TO WS-MH-LINE.
003270     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003280     MOVE WS-MH-HEADING-2 TO WS-MH-LINE.
003290     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003300 2100-EXIT.
003310     EXIT.
003320
003330 2200-CLOSE-STATION.
003340     MOVE "EVENTS FOR STATION" TO MHC-LABEL.
003350     MOVE WS-STATION-EVENTS TO MHC-COUNT.
003360     MOVE WS-MH-COUNT-LINE TO WS-MH-LINE.
003370     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003380 2200-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------*
003420* 8800-WRITE-REPORT-LINE - EVERY HISTORY REPORT LINE GOES THROUGH  *
003430* HERE SO THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE.   *
003440* THE LINE TO PRINT IS EXPECTED IN WS-MH-LINE.                    *
003450*----------------------------------------------------------------*
003460 8800-WRITE-REPORT-LINE.
003470     IF WS-MH-LINE-COUNT NOT < WS-MH-LINES-PER-PAGE
003480         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
003490     END-IF.
003500
003510     WRITE MH-PRINT-LINE FROM WS-MH-LINE.
003520     ADD 1 TO WS-MH-LINE-COUNT.
003530 8800-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------------*
003570* 8900-START-NEW-PAGE - PAGE HEADING AND THE NEXT PAGE NUMBER.     *
003580*----------------------------------------------------------------*
003590 8900-START-NEW-PAGE.
003600     ADD 1 TO WS-MH-PAGE-NUMBER.
003610     MOVE WS-MH-PAGE-NUMBER TO MHH-PAGE.
003620     WRITE MH-PRINT-LINE FROM WS-MH-HEADING-1.
003630     MOVE SPACES TO MH-PRINT-LINE.
003640     WRITE MH-PRINT-LINE.
003650     MOVE 2 TO WS-MH-LINE-COUNT.
003660 8900-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700* 9999-EXIT-PROGRAM                                                *
003710*----------------------------------------------------------------*
003720 9999-EXIT-PROGRAM.
003730     STOP RUN.
