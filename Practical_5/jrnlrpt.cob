000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. JRNLRPT.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - CHANGE JOURNAL REPORT. THE  *
000210*                  SHARED CHANGE JOURNAL (CHGJRNL) WRITTEN BY     *
000220*                  STNMAINT, EXCDISP, REJREPR, ESTIMATE, MTHCLOSE *
000230*                  AND OPRMAINT IS LISTED FOR A KEYED DATE RANGE, *
000240*                  OPTIONALLY FOR ONE OPERATOR AND/OR ONE         *
000250*                  STATION. EACH ENTRY PRINTS WHO CHANGED WHAT,   *
000260*                  WHEN AND FROM WHICH PROGRAM, WITH THE RECORD   *
000270*                  IMAGE BEFORE AND AFTER THE CHANGE.             *
000280*----------------------------------------------------------------*
000290* RETURN CODES                                                    *
000300*   00  REPORT WRITTEN WITH ONE OR MORE ENTRIES                   *
000310*   04  NO JOURNAL ENTRY MATCHED THE SELECTION                    *
000320*   16  BAD OPERATOR INPUT OR A FILE COULD NOT BE OPENED          *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CHGJRNL-STATUS.
000430
000440     SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLREPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-JRNLREPT-STATUS.
000470
000480     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-RUNLOG-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  CHANGE-JOURNAL-FILE
000550     LABEL RECORDS ARE STANDARD.
000560     COPY CHGJREC.
000570
000580 FD  JOURNAL-REPORT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  JR-PRINT-LINE               PIC X(80).
000610
000620 FD  RUN-LOG-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY RUNLGREC.
000650
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------------*
000680* FILE STATUS SWITCHES                                             *
000690*----------------------------------------------------------------*
000700 01  WS-FILE-STATUSES.
000710     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000720     05  WS-JRNLREPT-STATUS      PIC X(02) VALUE SPACES.
000730     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
000740
000750*----------------------------------------------------------------*
000760* OPERATOR INPUT - THE DATE RANGE, AND AN OPERATOR ID AND A        *
000770* STATION TO NARROW IT TO. A BLANK OPERATOR OR STATION TAKES ALL.  *
000780*----------------------------------------------------------------*
000790 01  WS-JOURNAL-INPUT.
000800     05  WS-FROM-DATE            PIC X(08) VALUE SPACES.
000810     05  WS-FROM-DATE-NUM REDEFINES WS-FROM-DATE
000820                                 PIC 9(08).
000830     05  WS-TO-DATE              PIC X(08) VALUE SPACES.
000840     05  WS-TO-DATE-NUM REDEFINES WS-TO-DATE
000850                                 PIC 9(08).
000860     05  WS-SELECT-OPERATOR      PIC X(08) VALUE SPACES.
000870     05  WS-SELECT-STATION       PIC X(04) VALUE SPACES.
000880
000890*----------------------------------------------------------------*
000900* WORK COUNTERS AND SWITCHES                                       *
000910*----------------------------------------------------------------*
000920 01  WS-JOURNAL-COUNTERS.
000930     05  WS-ENTRIES-READ         PIC 9(07) VALUE ZERO.
000940     05  WS-ENTRIES-SELECTED     PIC 9(07) VALUE ZERO.
000950
000960 01  WS-SWITCHES.
000970     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000980         88  END-OF-JOURNAL                VALUE 'Y'.
000990         88  NOT-END-OF-JOURNAL            VALUE 'N'.
001000
001010*----------------------------------------------------------------*
001020* A RECORD IMAGE OFF THE JOURNAL SPLIT INTO THE TWO HALVES THAT    *
001030* FIT A PRINT LINE.                                                *
001040*----------------------------------------------------------------*
001050 01  WS-IMAGE-WORK               PIC X(140).
001060 01  WS-IMAGE-HALVES REDEFINES WS-IMAGE-WORK.
001070     05  WS-IMAGE-FIRST-HALF     PIC X(70).
001080     05  WS-IMAGE-SECOND-HALF    PIC X(70).
001090
001100*----------------------------------------------------------------*
001110* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE LAST DATE *
001120* OF THE RANGE REPORTED.                                           *
001130*----------------------------------------------------------------*
001140 01  WS-RUN-LOG-WORK.
001150     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
001160     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
001170     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
001180     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
001190         10  WS-RL-TIME-HHMMSS   PIC 9(06).
001200         10  FILLER              PIC 9(02).
001210     05  WS-RL-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
001220
001230*----------------------------------------------------------------*
001240* REPORT PAGE CONTROL AND PRINT LINES. WS-JR-LINE-COUNT STARTS     *
001250* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST   *
001260* PAGE HEADING.                                                    *
001270*----------------------------------------------------------------*
001280 01  WS-JR-PAGE-CONTROL.
001290     05  WS-JR-LINES-PER-PAGE    PIC 9(03) VALUE 055.
001300     05  WS-JR-LINE-COUNT        PIC 9(03) VALUE 999.
001310     05  WS-JR-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
001320
001330 01  WS-JR-LINE                  PIC X(80).
001340
001350 01  WS-JR-HEADING-1.
001360     05  FILLER                  PIC X(22) VALUE
001370         "CHANGE JOURNAL REPORT ".
001380     05  FILLER                  PIC X(05) VALUE "FROM ".
001390     05  JRH-FROM-DATE           PIC 9(08).
001400     05  FILLER                  PIC X(04) VALUE " TO ".
001410     05  JRH-TO-DATE             PIC 9(08).
001420     05  FILLER                  PIC X(24) VALUE SPACES.
001430     05  FILLER                  PIC X(05) VALUE "PAGE ".
001440     05  JRH-PAGE                PIC ZZZ9.
001450
001460 01  WS-JR-HEADING-2.
001470     05  FILLER                  PIC X(10) VALUE "OPERATOR: ".
001480     05  JRH-OPERATOR            PIC X(08).
001490     05  FILLER                  PIC X(12) VALUE "   STATION: ".
001500     05  JRH-STATION             PIC X(04).
001510
001520 01  WS-JR-HEADING-3.
001530     05  FILLER                  PIC X(40) VALUE
001540         "DATE     TIME   PROGRAM  OPERATOR ACTION".
001550     05  FILLER                  PIC X(40) VALUE
001560         "       FILE     STN                     ".
001570
001580 01  WS-JR-DETAIL-LINE.
001590     05  JRD-DATE                PIC 9(08).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  JRD-TIME                PIC 9(06).
001620     05  FILLER                  PIC X(01) VALUE SPACES.
001630     05  JRD-PROGRAM             PIC X(08).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  JRD-OPERATOR            PIC X(08).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  JRD-ACTION              PIC X(12).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  JRD-FILE                PIC X(08).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  JRD-STATION             PIC X(04).
001720
001730 01  WS-JR-IMAGE-LINE.
001740     05  JRI-LABEL               PIC X(09).
001750     05  JRI-IMAGE               PIC X(70).
001760
001770 01  WS-JR-TOTAL-LINE.
001780     05  JRT-TEXT                PIC X(40).
001790     05  JRT-COUNT               PIC ZZZZZZ9.
001800
001810 01  WS-JR-NONE-LINE.
001820     05  FILLER                  PIC X(44) VALUE
001830         "NO JOURNAL ENTRY MATCHED THE SELECTION      ".
001840
001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------------*
001870* 0000-MAIN-PROCESS - READ THE JOURNAL FROM THE TOP AND PRINT      *
001880* EVERY ENTRY THAT MATCHES THE SELECTION, IN JOURNAL ORDER.        *
001890*----------------------------------------------------------------*
001900 0000-MAIN-PROCESS.
001910     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
001920     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001930
001940     PERFORM 3000-SELECT-ONE-ENTRY THRU 3000-EXIT
001950         UNTIL END-OF-JOURNAL.
001960
001970     CLOSE CHANGE-JOURNAL-FILE.
001980
001990     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT.
002000
002010     CLOSE JOURNAL-REPORT-FILE.
002020
002030     DISPLAY "JRNLRPT: ENTRIES READ      " WS-ENTRIES-READ.
002040     DISPLAY "JRNLRPT: ENTRIES REPORTED  " WS-ENTRIES-SELECTED.
002050
002060     IF WS-ENTRIES-SELECTED = ZERO
002070         DISPLAY "JRNLRPT: NO JOURNAL ENTRY MATCHED THE SELECTION"
002080         MOVE 4 TO RETURN-CODE
002090     END-IF.
002100
002110     GO TO 9999-EXIT-PROGRAM.
002120
002130 0000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------*
002170* 1000-GET-OPERATOR-INPUT - PROMPT FOR THE FROM AND TO DATES       *
002180* (CCYYMMDD; A BLANK TO DATE REPORTS THE ONE DAY), THE OPERATOR ID *
002190* AND THE STATION, PLUS THE RUN-LOG START STAMPS.                  *
002200*----------------------------------------------------------------*
002210 1000-GET-OPERATOR-INPUT.
002220     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
002230     ACCEPT WS-RL-TIME-RAW FROM TIME.
002240     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
002250
002260     DISPLAY "JRNLRPT: ENTER FROM DATE (CCYYMMDD):".
002270     ACCEPT WS-FROM-DATE.
002280
002290     IF WS-FROM-DATE NOT NUMERIC
002300         DISPLAY "JRNLRPT: FROM DATE MUST BE NUMERIC CCYYMMDD"
002310         MOVE 16 TO RETURN-CODE
002320         GO TO 9999-EXIT-PROGRAM
002330     END-IF.
002340
002350     DISPLAY "JRNLRPT: ENTER TO DATE (CCYYMMDD, "
002360         "BLANK = ONE DAY):".
002370     ACCEPT WS-TO-DATE.
002380
002390     IF WS-TO-DATE = SPACES
002400         MOVE WS-FROM-DATE TO WS-TO-DATE
002410     END-IF.
002420
002430     IF WS-TO-DATE NOT NUMERIC
002440         DISPLAY "JRNLRPT: TO DATE MUST BE NUMERIC CCYYMMDD"
002450         MOVE 16 TO RETURN-CODE
002460         GO TO 9999-EXIT-PROGRAM
002470     END-IF.
002480
002490     IF WS-FROM-DATE-NUM > WS-TO-DATE-NUM
002500         DISPLAY "JRNLRPT: FROM DATE IS AFTER TO DATE"
002510         MOVE 16 TO RETURN-CODE
002520         GO TO 9999-EXIT-PROGRAM
002530     END-IF.
002540
002550     MOVE WS-TO-DATE-NUM TO WS-RL-BUSINESS-DATE.
002560
002570     DISPLAY "JRNLRPT: ENTER OPERATOR ID (BLANK = ALL):".
002580     ACCEPT WS-SELECT-OPERATOR.
002590     DISPLAY "JRNLRPT: ENTER STATION (BLANK = ALL):".
002600     ACCEPT WS-SELECT-STATION.
002610 1000-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------------*
002650* 2000-OPEN-FILES - THE REPORT AND THE CHANGE JOURNAL.             *
002660*----------------------------------------------------------------*
002670 2000-OPEN-FILES.
002680     OPEN OUTPUT JOURNAL-REPORT-FILE.
002690
002700     IF WS-JRNLREPT-STATUS NOT = "00"
002710         DISPLAY "JRNLRPT: CANNOT OPEN JOURNAL REPORT, STATUS "
002720             WS-JRNLREPT-STATUS
002730         MOVE 16 TO RETURN-CODE
002740         GO TO 9999-EXIT-PROGRAM
002750     END-IF.
002760
002770     OPEN INPUT CHANGE-JOURNAL-FILE.
002780
002790     IF WS-CHGJRNL-STATUS NOT = "00"
002800         DISPLAY "JRNLRPT: CANNOT OPEN CHANGE JOURNAL, STATUS "
002810             WS-CHGJRNL-STATUS
002820         CLOSE JOURNAL-REPORT-FILE
002830         MOVE 16 TO RETURN-CODE
002840         GO TO 9999-EXIT-PROGRAM
002850     END-IF.
002860 2000-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------*
002900* 3000-SELECT-ONE-ENTRY - READ THE NEXT JOURNAL ENTRY AND PRINT IT *
002910* WHEN IT FALLS IN THE RANGE AND MATCHES ANY OPERATOR OR STATION   *
002920* KEYED.                                                           *
002930*----------------------------------------------------------------*
002940 3000-SELECT-ONE-ENTRY.
002950     READ CHANGE-JOURNAL-FILE
002960         AT END
002970             SET END-OF-JOURNAL TO TRUE
002980             GO TO 3000-EXIT
002990     END-READ.
003000
003010     ADD 1 TO WS-ENTRIES-READ.
003020
003030     IF CJ-DATE < WS-FROM-DATE-NUM
003040             OR CJ-DATE > WS-TO-DATE-NUM
003050         GO TO 3000-EXIT
003060     END-IF.
003070
003080     IF WS-SELECT-OPERATOR NOT = SPACES
003090             AND CJ-OPERATOR-ID NOT = WS-SELECT-OPERATOR
003100         GO TO 3000-EXIT
003110     END-IF.
003120
003130     IF WS-SELECT-STATION NOT = SPACES
003140             AND CJ-STATION NOT = WS-SELECT-STATION
003150         GO TO 3000-EXIT
003160     END-IF.
003170
003180     ADD 1 TO WS-ENTRIES-SELECTED.
003190     PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT.
003200 3000-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------*
003240* 3100-PRINT-ENTRY - THE ENTRY LINE, THEN THE BEFORE AND AFTER     *
003250* IMAGES. NO BEFORE IMAGE MEANS THE RECORD WAS ADDED; NO AFTER     *
003260* IMAGE MEANS IT WAS DROPPED.                                      *
003270*----------------------------------------------------------------*
003280 3100-PRINT-ENTRY.
003290     MOVE CJ-DATE TO JRD-DATE.
003300     MOVE CJ-TIME TO JRD-TIME.
003310     MOVE CJ-PROGRAM TO JRD-PROGRAM.
003320     MOVE CJ-OPERATOR-ID TO JRD-OPERATOR.
003330     MOVE CJ-ACTION TO JRD-ACTION.
003340     MOVE CJ-FILE TO JRD-FILE.
003350     MOVE CJ-STATION TO JRD-STATION.
003360     MOVE WS-JR-DETAIL-LINE TO WS-JR-LINE.
003370     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003380
003390     MOVE "  BEFORE " TO JRI-LABEL.
003400
003410     IF CJ-BEFORE-IMAGE = SPACES
003420         MOVE "(NONE - RECORD ADDED)" TO JRI-IMAGE
003430         MOVE WS-JR-IMAGE-LINE TO WS-JR-LINE
003440         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
003450     ELSE
003460         MOVE CJ-BEFORE-IMAGE TO WS-IMAGE-WORK
003470         PERFORM 3200-PRINT-IMAGE THRU 3200-EXIT
003480     END-IF.
003490
003500     MOVE "  AFTER  " TO JRI-LABEL.
003510
003520     IF CJ-AFTER-IMAGE = SPACES
003530         MOVE "(NONE - RECORD DROPPED)" TO JRI-IMAGE
003540         MOVE WS-JR-IMAGE-LINE TO WS-JR-LINE
003550         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
003560     ELSE
003570         MOVE CJ-AFTER-IMAGE TO WS-IMAGE-WORK
003580         PERFORM 3200-PRINT-IMAGE THRU 3200-EXIT
003590     END-IF.
003600
003610     MOVE SPACES TO WS-JR-LINE.
003620     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003630 3100-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------------*
003670* 3200-PRINT-IMAGE - ONE IMAGE AS UP TO TWO 70-BYTE LINES UNDER    *
003680* THE LABEL ALREADY SET. A BLANK SECOND HALF IS NOT PRINTED.       *
003690*----------------------------------------------------------------*
003700 3200-PRINT-IMAGE.
003710     MOVE WS-IMAGE-FIRST-HALF TO JRI-IMAGE.
003720     MOVE WS-JR-IMAGE-LINE TO WS-JR-LINE.
003730     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003740
003750     IF WS-IMAGE-SECOND-HALF = SPACES
003760         GO TO 3200-EXIT
003770     END-IF.
003780
003790     MOVE SPACES TO JRI-LABEL.
003800     MOVE WS-IMAGE-SECOND-HALF TO JRI-IMAGE.
003810     MOVE WS-JR-IMAGE-LINE TO WS-JR-LINE.
003820     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
003830 3200-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------*
003870* 5000-PRINT-TOTALS - ENTRIES READ AND REPORTED, OR A NOTE THAT    *
003880* NOTHING MATCHED.                                                 *
003890*----------------------------------------------------------------*
003900 5000-PRINT-TOTALS.
003910     IF WS-ENTRIES-SELECTED = ZERO
003920         MOVE WS-JR-NONE-LINE TO WS-JR-LINE
003930         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
003940         MOVE SPACES TO WS-JR-LINE
003950         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
003960     END-IF.
003970
003980     MOVE "JOURNAL ENTRIES READ" TO JRT-TEXT.
003990     MOVE WS-ENTRIES-READ TO JRT-COUNT.
004000     MOVE WS-JR-TOTAL-LINE TO WS-JR-LINE.
004010     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
004020
004030     MOVE "JOURNAL ENTRIES REPORTED" TO JRT-TEXT.
004040     MOVE WS-ENTRIES-SELECTED TO JRT-COUNT.
004050     MOVE WS-JR-TOTAL-LINE TO WS-JR-LINE.
004060     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
004070 5000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------*
004110* 8800-WRITE-REPORT-LINE - WRITE WS-JR-LINE, STARTING A NEW PAGE   *
004120* FIRST WHEN THE CURRENT ONE IS FULL.                              *
004130*----------------------------------------------------------------*
004140 8800-WRITE-REPORT-LINE.
004150     IF WS-JR-LINE-COUNT NOT < WS-JR-LINES-PER-PAGE
004160         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
004170     END-IF.
004180
004190     WRITE JR-PRINT-LINE FROM WS-JR-LINE.
004200     ADD 1 TO WS-JR-LINE-COUNT.
004210 8800-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------*
004250* 8900-START-NEW-PAGE - PAGE HEADINGS AND THE NEXT PAGE NUMBER.    *
004260*----------------------------------------------------------------*
004270 8900-START-NEW-PAGE.
004280     ADD 1 TO WS-JR-PAGE-NUMBER.
004290     MOVE WS-JR-PAGE-NUMBER TO JRH-PAGE.
004300     MOVE WS-FROM-DATE-NUM TO JRH-FROM-DATE.
004310     MOVE WS-TO-DATE-NUM TO JRH-TO-DATE.
004320
004330     IF WS-SELECT-OPERATOR = SPACES
004340         MOVE "ALL" TO JRH-OPERATOR
004350     ELSE
004360         MOVE WS-SELECT-OPERATOR TO JRH-OPERATOR
004370     END-IF.
004380
004390     IF WS-SELECT-STATION = SPACES
004400         MOVE "ALL" TO JRH-STATION
004410     ELSE
004420         MOVE WS-SELECT-STATION TO JRH-STATION
004430     END-IF.
004440
004450     WRITE JR-PRINT-LINE FROM WS-JR-HEADING-1.
004460     WRITE JR-PRINT-LINE FROM WS-JR-HEADING-2.
004470     MOVE SPACES TO JR-PRINT-LINE.
004480     WRITE JR-PRINT-LINE.
004490     WRITE JR-PRINT-LINE FROM WS-JR-HEADING-3.
004500     MOVE SPACES TO JR-PRINT-LINE.
004510     WRITE JR-PRINT-LINE.
004520     MOVE 5 TO WS-JR-LINE-COUNT.
004530 8900-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------------*
004570* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
004580* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
004590* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
004600*----------------------------------------------------------------*
004610 9800-WRITE-RUN-LOG.
004620     OPEN EXTEND RUN-LOG-FILE.
004630
004640     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
004650         CLOSE RUN-LOG-FILE
004660         OPEN OUTPUT RUN-LOG-FILE
004670     END-IF.
004680
004690     IF WS-RUNLOG-STATUS NOT = "00"
004700         DISPLAY "JRNLRPT: CANNOT OPEN RUN LOG, STATUS "
004710             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
004720         GO TO 9800-EXIT
004730     END-IF.
004740
004750     MOVE SPACES TO RL-RECORD.
004760     MOVE "JRNLRPT" TO RL-PROGRAM.
004770     MOVE WS-RL-BUSINESS-DATE TO RL-BUSINESS-DATE.
004780     MOVE WS-RL-START-DATE TO RL-START-DATE.
004790     MOVE WS-RL-START-TIME TO RL-START-TIME.
004800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
004810     ACCEPT WS-RL-TIME-RAW FROM TIME.
004820     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
004830     MOVE RETURN-CODE TO RL-RETURN-CODE.
004840     MOVE WS-ENTRIES-READ TO RL-RECORDS-IN.
004850     MOVE WS-ENTRIES-SELECTED TO RL-RECORDS-OUT.
004860     WRITE RL-RECORD.
004870
004880     CLOSE RUN-LOG-FILE.
004890 9800-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------*
004930* 9999-EXIT-PROGRAM                                                *
004940*----------------------------------------------------------------*
004950 9999-EXIT-PROGRAM.
004960     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
004970     STOP RUN.
