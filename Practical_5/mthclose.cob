000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MTHCLOSE.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - PERIOD CLOSE. ONCE MONTHEND *
000210*                  HAS PRODUCED THE MONTH'S FIGURES AND THE       *
000220*                  STATEMENT HAS GONE TO HEAD OFFICE, THE         *
000230*                  OPERATOR KEYS THEIR ID, THE MONTH AND A        *
000240*                  STATION (BLANK FOR EVERY STATION ON THE        *
000250*                  MASTER) AND EACH STATION-MONTH IS RECORDED AS  *
000260*                  CLOSED ON THE KEYED PERIOD-CLOSE CONTROL FILE  *
000270*                  (PRDCLOSE) WITH WHO CLOSED IT AND WHEN.        *
000280*                  DAILYEDT, ARRAY AND ESTIMATE THEN REFUSE TO    *
000290*                  CHANGE A DAY IN A CLOSED MONTH UNLESS THE RUN  *
000300*                  CARRIES A POST-CLOSE AUTHORITY (ADJAUTH). THE  *
000310*                  CURRENT MONTH, OR ONE STILL TO COME, CANNOT    *
000320*                  BE CLOSED.                                     *
000321* 10/15/2026 RN    THE TYPED OPERATOR ID IS REPLACED BY A SIGN-ON *
000322*                  AGAINST THE KEYED OPERATOR FILE (OPERAUTH) -   *
000323*                  THE ID MUST BE ACTIVE AND HOLD THE PERIOD-     *
000324*                  CLOSE FUNCTION - AND EVERY STATION-MONTH       *
000325*                  CLOSED GOES TO THE SHARED CHANGE JOURNAL       *
000326*                  (CHGJRNL) UNDER THAT ID.                       *
000330*----------------------------------------------------------------*
000340* RETURN CODES                                                    *
000350*   00  EVERY STATION-MONTH ASKED FOR IS NOW CLOSED               *
000360*   04  ONE OR MORE WAS ALREADY CLOSED AND IS LEFT AS IT STOOD    *
000370*   08  THE KEYED STATION IS NOT ON THE STATION MASTER            *
000376*   16  BAD OPERATOR INPUT, A FILE COULD NOT BE OPENED OR SIGN-ON *
000382*       WAS REFUSED                                               *
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PRDCLOSE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PD-KEY
000500         FILE STATUS IS WS-PRDCLOSE-STATUS.
000510
000520     SELECT STATION-MASTER-FILE ASSIGN TO "STATMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS SM-STATION
000560         FILE STATUS IS WS-STATMAST-STATUS.
000570
000580     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RUNLOG-STATUS.
000601
000602     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000603         ORGANIZATION IS INDEXED
000604         ACCESS MODE IS DYNAMIC
000605         RECORD KEY IS OA-OPERATOR-ID
000606         FILE STATUS IS WS-OPERAUTH-STATUS.
000607
000608     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000609         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CHGJRNL-STATUS.
000611
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  PERIOD-CLOSE-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY PRDCLREC.
000670
000680 FD  STATION-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY STATMREC.
000710
000720 FD  RUN-LOG-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY RUNLGREC.
000741
000742 FD  OPERATOR-FILE
000743     LABEL RECORDS ARE STANDARD.
000744     COPY OPERREC.
000745
000746 FD  CHANGE-JOURNAL-FILE
000747     LABEL RECORDS ARE STANDARD.
000748     COPY CHGJREC.
000750
000760 WORKING-STORAGE SECTION.
000770*----------------------------------------------------------------*
000780* FILE STATUS SWITCHES                                             *
000790*----------------------------------------------------------------*
000800 01  WS-FILE-STATUSES.
000810     05  WS-PRDCLOSE-STATUS      PIC X(02) VALUE SPACES.
000820     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
000830     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
000833     05  WS-OPERAUTH-STATUS      PIC X(02) VALUE SPACES.
000836     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000840
000850*----------------------------------------------------------------*
000860* OPERATOR INPUT                                                   *
000870*----------------------------------------------------------------*
000880 01  WS-OPERATOR-INPUT.
000890     05  WS-CLOSED-BY            PIC X(08) VALUE SPACES.
000900     05  WS-CLOSE-MONTH          PIC X(06) VALUE SPACES.
000910     05  WS-CLOSE-MONTH-NUM REDEFINES WS-CLOSE-MONTH
000920                                 PIC 9(06).
000930     05  WS-CLOSE-MONTH-SPLIT REDEFINES WS-CLOSE-MONTH.
000940         10  WS-CM-YEAR          PIC 9(04).
000950         10  WS-CM-MONTH         PIC 9(02).
000960     05  WS-CLOSE-STATION        PIC X(04) VALUE SPACES.
000970
000971*----------------------------------------------------------------*
000972* SIGNED-ON OPERATOR AND CHANGE-JOURNAL WORK FIELDS - THE BEFORE  *
000973* IMAGE IS TAKEN AS THE RECORD IS READ, AHEAD OF ANY CHANGE.      *
000974*----------------------------------------------------------------*
000975 01  WS-JOURNAL-WORK.
000976     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000977     05  WS-BEFORE-IMAGE         PIC X(140) VALUE SPACES.
000978     05  WS-JR-TIME-RAW          PIC 9(08) VALUE ZERO.
000979     05  WS-JR-TIME-SPLIT REDEFINES WS-JR-TIME-RAW.
000980         10  WS-JR-TIME-HHMMSS   PIC 9(06).
000981         10  FILLER              PIC 9(02).
000982*----------------------------------------------------------------*
000990* CLOSE COUNTERS AND WORK FIELDS                                   *
001000*----------------------------------------------------------------*
001010 01  WS-CLOSE-COUNTERS.
001020     05  WS-STATIONS-SEEN        PIC 9(05) VALUE ZERO.
001030     05  WS-STATIONS-CLOSED      PIC 9(05) VALUE ZERO.
001040     05  WS-ALREADY-CLOSED       PIC 9(05) VALUE ZERO.
001050
001060 01  WS-WORK-FIELDS.
001070     05  WS-TODAY                PIC 9(08) VALUE ZERO.
001080     05  WS-THIS-MONTH           PIC 9(06) VALUE ZERO.
001090     05  WS-DAY-PART             PIC 9(02) VALUE ZERO.
001100     05  WS-CLOSE-STAMP-TIME     PIC 9(06) VALUE ZERO.
001110
001120*----------------------------------------------------------------*
001130* MISCELLANEOUS SWITCHES                                           *
001140*----------------------------------------------------------------*
001150 01  WS-SWITCHES.
001160     05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
001170         88  END-OF-MASTER                 VALUE 'Y'.
001180         88  NOT-END-OF-MASTER             VALUE 'N'.
001190
001200*----------------------------------------------------------------*
001210* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE FIRST     *
001220* DAY OF THE MONTH BEING CLOSED.                                   *
001230*----------------------------------------------------------------*
001240 01  WS-RUN-LOG-WORK.
001250     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
001260     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
001270     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
001280     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
001290         10  WS-RL-TIME-HHMMSS   PIC 9(06).
001300         10  FILLER              PIC 9(02).
001310
001320
001330 PROCEDURE DIVISION.
001340*----------------------------------------------------------------*
001350* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE PERIOD CLOSE    *
001360*----------------------------------------------------------------*
001370 0000-MAIN-PROCESS.
001380     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
001390     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001400
001410     IF WS-CLOSE-STATION = SPACES
001420         PERFORM 3000-CLOSE-EVERY-STATION THRU 3000-EXIT
001430     ELSE
001440         PERFORM 3500-CLOSE-ONE-STATION THRU 3500-EXIT
001450     END-IF.
001460
001468     CLOSE PERIOD-CLOSE-FILE.
001476     CLOSE STATION-MASTER-FILE.
001484     CLOSE CHANGE-JOURNAL-FILE.
001492
001500     DISPLAY "MTHCLOSE: MONTH " WS-CLOSE-MONTH " - "
001510         WS-STATIONS-CLOSED " STATION(S) CLOSED, "
001520         WS-ALREADY-CLOSED " ALREADY CLOSED".
001530
001540     IF WS-ALREADY-CLOSED > ZERO
001550         IF RETURN-CODE = ZERO
001560             MOVE 4 TO RETURN-CODE
001570         END-IF
001580     END-IF.
001590
001600     GO TO 9999-EXIT-PROGRAM.
001610
001620 0000-EXIT.
001630     EXIT.
001640
001650*----------------------------------------------------------------*
001660* 1000-GET-OPERATOR-INPUT - WHO IS CLOSING, WHICH MONTH AND WHICH  *
001670* STATION, PLUS THE RUN-LOG START STAMPS. THE CLOSER IS WHOEVER   *
001680* SIGNED ON. ONLY A MONTH ALREADY OVER MAY BE CLOSED.             *
001690*----------------------------------------------------------------*
001700 1000-GET-OPERATOR-INPUT.
001710     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
001720     ACCEPT WS-RL-TIME-RAW FROM TIME.
001730     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
001740     MOVE WS-RL-START-DATE TO WS-TODAY.
001750     DIVIDE WS-TODAY BY 100
001760         GIVING WS-THIS-MONTH REMAINDER WS-DAY-PART.
001770
001800     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
001830     MOVE WS-OPERATOR-ID TO WS-CLOSED-BY.
001860
001870     DISPLAY "MTHCLOSE: ENTER MONTH TO CLOSE (CCYYMM):".
001880     ACCEPT WS-CLOSE-MONTH.
001890
001900     IF WS-CLOSE-MONTH NOT NUMERIC
001910         DISPLAY "MTHCLOSE: MONTH MUST BE NUMERIC CCYYMM"
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT-PROGRAM
001940     END-IF.
001950
001960     IF WS-CM-MONTH < 01 OR WS-CM-MONTH > 12
001970         DISPLAY "MTHCLOSE: MONTH " WS-CLOSE-MONTH
001980             " IS NOT A CALENDAR MONTH"
001990         MOVE 16 TO RETURN-CODE
002000         GO TO 9999-EXIT-PROGRAM
002010     END-IF.
002020
002030*    THE MONTH IN PROGRESS STILL HAS DAYS TO COME, SO ONLY A
002040*    MONTH BEFORE THE CURRENT ONE CAN HAVE GONE TO HEAD OFFICE.
002050     IF WS-CLOSE-MONTH-NUM NOT < WS-THIS-MONTH
002060         DISPLAY "MTHCLOSE: MONTH " WS-CLOSE-MONTH
002070             " IS NOT OVER YET - CANNOT BE CLOSED"
002080         MOVE 16 TO RETURN-CODE
002090         GO TO 9999-EXIT-PROGRAM
002100     END-IF.
002110
002120     DISPLAY "MTHCLOSE: ENTER STATION (BLANK FOR EVERY STATION):".
002130     ACCEPT WS-CLOSE-STATION.
002140 1000-EXIT.
002150     EXIT.
002151
002152*----------------------------------------------------------------*
002153* 1100-SIGN-ON-OPERATOR - THE OPERATOR KEYS THEIR ID, WHICH MUST  *
002154* BE ACTIVE ON THE OPERATOR FILE AND HOLD A FUNCTION THIS         *
002155* PROGRAM PERFORMS. EVERY CHANGE IN THE SESSION IS JOURNALED      *
002156* UNDER THIS ID.                                                  *
002157*----------------------------------------------------------------*
002158 1100-SIGN-ON-OPERATOR.
002159     OPEN INPUT OPERATOR-FILE.
002160
002161     IF WS-OPERAUTH-STATUS NOT = "00"
002162         DISPLAY "MTHCLOSE: CANNOT OPEN OPERATOR FILE, STATUS "
002163             WS-OPERAUTH-STATUS " - NO ONE CAN SIGN ON"
002164         MOVE 16 TO RETURN-CODE
002165         GO TO 9999-EXIT-PROGRAM
002166     END-IF.
002167
002168     DISPLAY "MTHCLOSE: ENTER OPERATOR ID:".
002169     ACCEPT WS-OPERATOR-ID.
002170     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002171
002172     READ OPERATOR-FILE
002173         INVALID KEY
002174             DISPLAY "MTHCLOSE: OPERATOR " WS-OPERATOR-ID
002175                 " IS NOT ON THE OPERATOR FILE"
002176             GO TO 1100-REFUSE-SIGN-ON
002177     END-READ.
002178
002179     IF NOT OA-ACTIVE
002180         DISPLAY "MTHCLOSE: OPERATOR " WS-OPERATOR-ID
002181             " HAS BEEN REVOKED"
002182         GO TO 1100-REFUSE-SIGN-ON
002183     END-IF.
002184
002185     IF NOT OA-MAY-CLOSE-PERIOD
002186         DISPLAY "MTHCLOSE: OPERATOR " WS-OPERATOR-ID
002187             " HOLDS NO FUNCTION IN THIS PROGRAM"
002188         GO TO 1100-REFUSE-SIGN-ON
002189     END-IF.
002190
002191     DISPLAY "MTHCLOSE: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
002192     CLOSE OPERATOR-FILE.
002193     GO TO 1100-EXIT.
002194
002195 1100-REFUSE-SIGN-ON.
002196     DISPLAY "MTHCLOSE: SIGN-ON REFUSED - NOTHING CHANGED".
002197     CLOSE OPERATOR-FILE.
002198     MOVE 16 TO RETURN-CODE.
002199     GO TO 9999-EXIT-PROGRAM.
002200 1100-EXIT.
002201     EXIT.
002202
002203*----------------------------------------------------------------*
002204* 2000-OPEN-FILES - THE CONTROL FILE IS OPENED FOR UPDATE AND      *
002205* CREATED ON FIRST USE; THE STATION MASTER NAMES THE STATIONS.     *
002206*----------------------------------------------------------------*
002210 2000-OPEN-FILES.
002220     OPEN I-O PERIOD-CLOSE-FILE.
002230
002240     IF WS-PRDCLOSE-STATUS = "35"
002250         OPEN OUTPUT PERIOD-CLOSE-FILE
002260         CLOSE PERIOD-CLOSE-FILE
002270         OPEN I-O PERIOD-CLOSE-FILE
002280     END-IF.
002290
002300     IF WS-PRDCLOSE-STATUS NOT = "00"
002310         DISPLAY "MTHCLOSE: CANNOT OPEN PERIOD-CLOSE FILE, "
002320             "STATUS " WS-PRDCLOSE-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         GO TO 9999-EXIT-PROGRAM
002350     END-IF.
002360
002370     OPEN INPUT STATION-MASTER-FILE.
002380
002390     IF WS-STATMAST-STATUS NOT = "00"
002400         DISPLAY "MTHCLOSE: CANNOT OPEN STATION MASTER, STATUS "
002410             WS-STATMAST-STATUS
002420         CLOSE PERIOD-CLOSE-FILE
002430         MOVE 16 TO RETURN-CODE
002440         GO TO 9999-EXIT-PROGRAM
002450     END-IF.
002460
002466     PERFORM 2100-OPEN-JOURNAL THRU 2100-EXIT.
002472
002478     ACCEPT WS-RL-TIME-RAW FROM TIME.
002484     MOVE WS-RL-TIME-HHMMSS TO WS-CLOSE-STAMP-TIME.
002490 2000-EXIT.
002500     EXIT.
002501
002502*----------------------------------------------------------------*
002503* 2100-OPEN-JOURNAL - APPEND TO THE SHARED CHANGE JOURNAL,        *
002504* STARTING IT ON FIRST USE. A SESSION THAT CANNOT JOURNAL ITS     *
002505* CHANGES MAKES NONE.                                             *
002506*----------------------------------------------------------------*
002507 2100-OPEN-JOURNAL.
002508     OPEN EXTEND CHANGE-JOURNAL-FILE.
002509
002510     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
002511         CLOSE CHANGE-JOURNAL-FILE
002512         OPEN OUTPUT CHANGE-JOURNAL-FILE
002513     END-IF.
002514
002515     IF WS-CHGJRNL-STATUS NOT = "00"
002516         DISPLAY "MTHCLOSE: CANNOT OPEN CHANGE JOURNAL, STATUS "
002517             WS-CHGJRNL-STATUS " - NOTHING CHANGED"
002518         CLOSE PERIOD-CLOSE-FILE
002519         CLOSE STATION-MASTER-FILE
002520         MOVE 16 TO RETURN-CODE
002521         GO TO 9999-EXIT-PROGRAM
002522     END-IF.
002523 2100-EXIT.
002524     EXIT.
002525
002526*----------------------------------------------------------------*
002530* 3000-CLOSE-EVERY-STATION - WALK THE STATION MASTER AND CLOSE THE *
002540* MONTH FOR EACH STATION ON IT. A RETIRED STATION IS CLOSED TOO,   *
002550* SINCE ITS LAST DAYS MAY STILL FALL IN THE MONTH.                 *
002560*----------------------------------------------------------------*
002570 3000-CLOSE-EVERY-STATION.
002580     SET NOT-END-OF-MASTER TO TRUE.
002590     PERFORM 3100-CLOSE-NEXT-STATION THRU 3100-EXIT
002600         UNTIL END-OF-MASTER.
002610 3000-EXIT.
002620     EXIT.
002630
002640 3100-CLOSE-NEXT-STATION.
002650     READ STATION-MASTER-FILE NEXT RECORD
002660         AT END
002670             SET END-OF-MASTER TO TRUE
002680             GO TO 3100-EXIT
002690     END-READ.
002700
002710     PERFORM 4000-CLOSE-STATION-MONTH THRU 4000-EXIT.
002720 3100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------*
002760* 3500-CLOSE-ONE-STATION - THE KEYED STATION MUST BE ON THE        *
002770* MASTER; A MIS-KEYED CODE MUST NOT LEAVE A STRAY CLOSE RECORD.    *
002780*----------------------------------------------------------------*
002790 3500-CLOSE-ONE-STATION.
002800     MOVE WS-CLOSE-STATION TO SM-STATION.
002810
002820     READ STATION-MASTER-FILE
002830         INVALID KEY
002840             DISPLAY "MTHCLOSE: STATION " WS-CLOSE-STATION
002850                 " IS NOT ON THE STATION MASTER"
002860             MOVE 8 TO RETURN-CODE
002870             GO TO 3500-EXIT
002880     END-READ.
002890
002900     PERFORM 4000-CLOSE-STATION-MONTH THRU 4000-EXIT.
002910 3500-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------*
002950* 4000-CLOSE-STATION-MONTH - RECORD SM-STATION'S MONTH AS CLOSED.  *
002960* A MONTH ALREADY CLOSED KEEPS ITS ORIGINAL CLOSER AND STAMP.      *
002970*----------------------------------------------------------------*
002980 4000-CLOSE-STATION-MONTH.
002990     ADD 1 TO WS-STATIONS-SEEN.
003000     MOVE SM-STATION TO PD-STATION.
003010     MOVE WS-CLOSE-MONTH-NUM TO PD-YEAR-MONTH.
003020
003030     READ PERIOD-CLOSE-FILE
003040         INVALID KEY
003050             GO TO 4000-WRITE-CLOSE-RECORD
003060     END-READ.
003070
003080     DISPLAY "MTHCLOSE: STATION " SM-STATION " MONTH "
003090         WS-CLOSE-MONTH " ALREADY CLOSED BY " PD-CLOSED-BY
003100         " ON " PD-CLOSED-DATE.
003110     ADD 1 TO WS-ALREADY-CLOSED.
003120     GO TO 4000-EXIT.
003130
003140 4000-WRITE-CLOSE-RECORD.
003150     MOVE SPACES TO PD-RECORD.
003160     MOVE SM-STATION TO PD-STATION.
003170     MOVE WS-CLOSE-MONTH-NUM TO PD-YEAR-MONTH.
003180     SET PD-CLOSED TO TRUE.
003190     MOVE WS-CLOSED-BY TO PD-CLOSED-BY.
003200     MOVE WS-TODAY TO PD-CLOSED-DATE.
003210     MOVE WS-CLOSE-STAMP-TIME TO PD-CLOSED-TIME.
003220
003230     WRITE PD-RECORD
003240         INVALID KEY
003250             DISPLAY "MTHCLOSE: PERIOD-CLOSE WRITE FAILED FOR "
003260                 "STATION " SM-STATION ", STATUS "
003270                 WS-PRDCLOSE-STATUS
003274             MOVE 16 TO RETURN-CODE
003278             GO TO 4000-EXIT
003282     END-WRITE.
003286
003290     ADD 1 TO WS-STATIONS-CLOSED.
003294
003298     MOVE SPACES TO CJ-RECORD.
003302     MOVE "CLOSE" TO CJ-ACTION.
003306     MOVE "PRDCLOSE" TO CJ-FILE.
003310     MOVE SM-STATION TO CJ-STATION.
003314     MOVE PD-RECORD TO CJ-AFTER-IMAGE.
003318     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
003330 4000-EXIT.
003340     EXIT.
003350
003351*----------------------------------------------------------------*
003352* 8500-WRITE-JOURNAL-ENTRY - STAMP THE ENTRY BUILT IN CJ-RECORD   *
003353* WITH THE PROGRAM, THE SIGNED-ON OPERATOR AND THE TIME, AND      *
003354* APPEND IT TO THE CHANGE JOURNAL.                                *
003355*----------------------------------------------------------------*
003356 8500-WRITE-JOURNAL-ENTRY.
003357     MOVE "MTHCLOSE" TO CJ-PROGRAM.
003358     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
003359     ACCEPT CJ-DATE FROM DATE YYYYMMDD.
003360     ACCEPT WS-JR-TIME-RAW FROM TIME.
003361     MOVE WS-JR-TIME-HHMMSS TO CJ-TIME.
003362     WRITE CJ-RECORD.
003363
003364     IF WS-CHGJRNL-STATUS NOT = "00"
003365         DISPLAY "MTHCLOSE: CHANGE JOURNAL WRITE FAILED, STATUS "
003366             WS-CHGJRNL-STATUS
003367     END-IF.
003368 8500-EXIT.
003369     EXIT.
003370
003371*----------------------------------------------------------------*
003372* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
003380* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
003390* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
003400*----------------------------------------------------------------*
003410 9800-WRITE-RUN-LOG.
003420     OPEN EXTEND RUN-LOG-FILE.
003430
003440     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
003450         CLOSE RUN-LOG-FILE
003460         OPEN OUTPUT RUN-LOG-FILE
003470     END-IF.
003480
003490     IF WS-RUNLOG-STATUS NOT = "00"
003500         DISPLAY "MTHCLOSE: CANNOT OPEN RUN LOG, STATUS "
003510             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003520         GO TO 9800-EXIT
003530     END-IF.
003540
003550     MOVE SPACES TO RL-RECORD.
003560     MOVE "MTHCLOSE" TO RL-PROGRAM.
003570
003580     IF WS-CLOSE-MONTH NUMERIC
003590         COMPUTE RL-BUSINESS-DATE = WS-CLOSE-MONTH-NUM * 100 + 1
003600     ELSE
003610         MOVE ZERO TO RL-BUSINESS-DATE
003620     END-IF.
003630
003640     MOVE WS-RL-START-DATE TO RL-START-DATE.
003650     MOVE WS-RL-START-TIME TO RL-START-TIME.
003660     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003670     ACCEPT WS-RL-TIME-RAW FROM TIME.
003680     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
003690     MOVE RETURN-CODE TO RL-RETURN-CODE.
003700     MOVE WS-STATIONS-SEEN TO RL-RECORDS-IN.
003710     MOVE WS-STATIONS-CLOSED TO RL-RECORDS-OUT.
003720     WRITE RL-RECORD.
003730
003740     CLOSE RUN-LOG-FILE.
003750 9800-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------*
003790* 9999-EXIT-PROGRAM                                                *
003800*----------------------------------------------------------------*
003810 9999-EXIT-PROGRAM.
003820     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003830     STOP RUN.
