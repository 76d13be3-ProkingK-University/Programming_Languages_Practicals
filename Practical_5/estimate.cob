000360*                  READINGS ALL EQUAL TO THE HISTORICAL AVERAGE   *
000370*                  - SO THE TRAIL, THE EXTRACT COUNTS AND THE     *
000380*                  HASH TOTALS ALL RECONCILE.                     *
000381* 10/15/2026 RN    A DATE IN A STATION-MONTH CLOSED ON THE        *
000382*                  PERIOD-CLOSE FILE (PRDCLOSE) IS NO LONGER      *
000383*                  ESTIMATED UNLESS THE POST-CLOSE AUTHORITY      *
000384*                  FILE (ADJAUTH) AUTHORISES A CHANGE TO THAT     *
000385*                  STATION-MONTH; AN AUTHORISED ESTIMATE WRITES   *
000386*                  A 'P' PRIOR-PERIOD ADJUSTMENT RECORD AHEAD OF  *
000387*                  ITS SUMMARY SO MONTHEND REPORTS IT SEPARATELY. *
000388* 10/15/2026 RN    THE OPERATOR NOW SIGNS ON WITH AN ID OFF THE   *
000389*                  KEYED OPERATOR FILE (OPERAUTH) THAT MUST HOLD  *
000390*                  THE ESTIMATE FUNCTION, AND THE ESTIMATED DAY   *
000391*                  WRITTEN TO THE MASTER GOES TO THE SHARED       *
000392*                  CHANGE JOURNAL (CHGJRNL) UNDER THAT ID.        *
000393*----------------------------------------------------------------*
000400* RETURN CODES                                                    *
000410*   00  ESTIMATED DAY WRITTEN TO THE TRAIL AND THE MASTER         *
000415*   08  DATE ALREADY ON THE MASTER, NO HISTORY TO DERIVE FROM,    *
000420*       OR THE MONTH IS CLOSED AND NO POST-CLOSE CHANGE IS        *
000425*       AUTHORISED                                                *
000430*   16  BAD OPERATOR INPUT, A FILE COULD NOT BE OPENED OR SIGN-ON *
000435*       WAS REFUSED                                               *
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000610     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RUNLOG-STATUS.
000631
000632     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PRDCLOSE"
000633         ORGANIZATION IS INDEXED
000634         ACCESS MODE IS DYNAMIC
000635         RECORD KEY IS PD-KEY
000636         FILE STATUS IS WS-PRDCLOSE-STATUS.
000637
000638     SELECT ADJUST-AUTHORITY-FILE ASSIGN TO "ADJAUTH"
000639         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ADJAUTH-STATUS.
000641
000642     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS DYNAMIC
000645         RECORD KEY IS OA-OPERATOR-ID
000646         FILE STATUS IS WS-OPERAUTH-STATUS.
000647
000648     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000649         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-CHGJRNL-STATUS.
000651
000652 DATA DIVISION.
000660 FILE SECTION.
000670 FD  DAY-SUMMARY-FILE
000680     LABEL RECORDS ARE STANDARD.
000750 FD  RUN-LOG-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY RUNLGREC.
000771
000772 FD  PERIOD-CLOSE-FILE
000773     LABEL RECORDS ARE STANDARD.
000774     COPY PRDCLREC.
000775
000776 FD  ADJUST-AUTHORITY-FILE
000777     LABEL RECORDS ARE STANDARD.
000778     COPY ADJAUREC.
000779
000780 FD  OPERATOR-FILE
000781     LABEL RECORDS ARE STANDARD.
000782     COPY OPERREC.
000783
000784 FD  CHANGE-JOURNAL-FILE
000785     LABEL RECORDS ARE STANDARD.
000786     COPY CHGJREC.
000787
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------*
000810* FILE STATUS SWITCHES                                             *
000840     05  WS-DAYSUMM-STATUS       PIC X(02) VALUE SPACES.
000850     05  WS-AUDITTRL-STATUS      PIC X(02) VALUE SPACES.
000860     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
000863     05  WS-PRDCLOSE-STATUS      PIC X(02) VALUE SPACES.
000866     05  WS-ADJAUTH-STATUS       PIC X(02) VALUE SPACES.
000867     05  WS-OPERAUTH-STATUS      PIC X(02) VALUE SPACES.
000868     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000870
000880*----------------------------------------------------------------*
000890* OPERATOR INPUT                                                   *
001330     05  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
001340         88  END-OF-MASTER                 VALUE 'Y'.
001350         88  NOT-END-OF-MASTER             VALUE 'N'.
001351     05  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE 'N'.
001352         88  END-OF-AUTHORITIES            VALUE 'Y'.
001353         88  NOT-END-OF-AUTHORITIES        VALUE 'N'.
001354     05  WS-PERIOD-SWITCH        PIC X(01) VALUE 'O'.
001355         88  PERIOD-OPEN                   VALUE 'O'.
001356         88  PERIOD-CLOSED-AUTHORISED      VALUE 'A'.
001357         88  PERIOD-CLOSED-REFUSED         VALUE 'R'.
001358
001359*----------------------------------------------------------------*
001360* CLOSED-PERIOD CHECK - THE MONTH OF THE DATE BEING ESTIMATED,    *
001361* WHO CLOSED IT AND WHO AUTHORISED A POST-CLOSE CHANGE TO IT.     *
001362*----------------------------------------------------------------*
001363 01  WS-PERIOD-CHECK.
001364     05  WS-CHECK-YEAR-MONTH     PIC 9(06) VALUE ZERO.
001365     05  WS-CHECK-DAY-PART       PIC 9(02) VALUE ZERO.
001366     05  WS-CLOSED-BY            PIC X(08) VALUE SPACES.
001367     05  WS-AUTHORISED-BY        PIC X(08) VALUE SPACES.
001368
001369*----------------------------------------------------------------*
001370* SIGNED-ON OPERATOR AND CHANGE-JOURNAL WORK FIELDS - THE BEFORE  *
001371* IMAGE IS TAKEN AS THE RECORD IS READ, AHEAD OF ANY CHANGE.      *
001372*----------------------------------------------------------------*
001373 01  WS-JOURNAL-WORK.
001374     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001375     05  WS-BEFORE-IMAGE         PIC X(140) VALUE SPACES.
001376     05  WS-JR-TIME-RAW          PIC 9(08) VALUE ZERO.
001377     05  WS-JR-TIME-SPLIT REDEFINES WS-JR-TIME-RAW.
001378         10  WS-JR-TIME-HHMMSS   PIC 9(06).
001379         10  FILLER              PIC 9(02).
001380
001381*----------------------------------------------------------------*
001382* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE DATE    *
001390* BEING ESTIMATED.                                               *
001400*----------------------------------------------------------------*
001410 01  WS-RUN-LOG-WORK.
001610* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE ESTIMATION RUN  *
001620*----------------------------------------------------------------*
001630 0000-MAIN-PROCESS.
001636     PERFORM 1000-GET-OPERATOR-INPUT THRU 1000-EXIT.
001642     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
001650     PERFORM 2000-CHECK-DATE-NOT-ON-FILE THRU 2000-EXIT.
001655     PERFORM 2500-CHECK-PERIOD-OPEN THRU 2500-EXIT.
001660     PERFORM 3000-GATHER-HISTORY THRU 3000-EXIT.
001666     PERFORM 4000-DERIVE-ESTIMATE THRU 4000-EXIT.
001672     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
001678     PERFORM 5000-WRITE-AUDIT-RECORDS THRU 5000-EXIT.
001684     PERFORM 6000-WRITE-MASTER-RECORD THRU 6000-EXIT.
001690     CLOSE CHANGE-JOURNAL-FILE.
001700
001710     MOVE WS-EST-AVERAGE TO WS-DISPLAY-EDIT.
001720     DISPLAY "ESTIMATE: STATION " WS-EST-STATION " DATE "
002100     END-IF.
002110 1000-EXIT.
002120     EXIT.
002121
002122*----------------------------------------------------------------*
002123* 1100-SIGN-ON-OPERATOR - THE OPERATOR KEYS THEIR ID, WHICH MUST  *
002124* BE ACTIVE ON THE OPERATOR FILE AND HOLD A FUNCTION THIS         *
002125* PROGRAM PERFORMS. EVERY CHANGE IN THE SESSION IS JOURNALED      *
002126* UNDER THIS ID.                                                  *
002127*----------------------------------------------------------------*
002128 1100-SIGN-ON-OPERATOR.
002129     OPEN INPUT OPERATOR-FILE.
002130
002131     IF WS-OPERAUTH-STATUS NOT = "00"
002132         DISPLAY "ESTIMATE: CANNOT OPEN OPERATOR FILE, STATUS "
002133             WS-OPERAUTH-STATUS " - NO ONE CAN SIGN ON"
002134         MOVE 16 TO RETURN-CODE
002135         GO TO 9999-EXIT-PROGRAM
002136     END-IF.
002137
002138     DISPLAY "ESTIMATE: ENTER OPERATOR ID:".
002139     ACCEPT WS-OPERATOR-ID.
002140     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002141
002142     READ OPERATOR-FILE
002143         INVALID KEY
002144             DISPLAY "ESTIMATE: OPERATOR " WS-OPERATOR-ID
002145                 " IS NOT ON THE OPERATOR FILE"
002146             GO TO 1100-REFUSE-SIGN-ON
002147     END-READ.
002148
002149     IF NOT OA-ACTIVE
002150         DISPLAY "ESTIMATE: OPERATOR " WS-OPERATOR-ID
002151             " HAS BEEN REVOKED"
002152         GO TO 1100-REFUSE-SIGN-ON
002153     END-IF.
002154
002155     IF NOT OA-MAY-ESTIMATE
002156         DISPLAY "ESTIMATE: OPERATOR " WS-OPERATOR-ID
002157             " HOLDS NO FUNCTION IN THIS PROGRAM"
002158         GO TO 1100-REFUSE-SIGN-ON
002159     END-IF.
002160
002161     DISPLAY "ESTIMATE: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
002162     CLOSE OPERATOR-FILE.
002163     GO TO 1100-EXIT.
002164
002165 1100-REFUSE-SIGN-ON.
002166     DISPLAY "ESTIMATE: SIGN-ON REFUSED - NOTHING CHANGED".
002167     CLOSE OPERATOR-FILE.
002168     MOVE 16 TO RETURN-CODE.
002169     GO TO 9999-EXIT-PROGRAM.
002170 1100-EXIT.
002171     EXIT.
002172
002173*----------------------------------------------------------------*
002174* 1200-OPEN-JOURNAL - APPEND TO THE SHARED CHANGE JOURNAL,        *
002175* STARTING IT ON FIRST USE. A SESSION THAT CANNOT JOURNAL ITS     *
002176* CHANGES MAKES NONE.                                             *
002177*----------------------------------------------------------------*
002178 1200-OPEN-JOURNAL.
002179     OPEN EXTEND CHANGE-JOURNAL-FILE.
002180
002181     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
002182         CLOSE CHANGE-JOURNAL-FILE
002183         OPEN OUTPUT CHANGE-JOURNAL-FILE
002184     END-IF.
002185
002186     IF WS-CHGJRNL-STATUS NOT = "00"
002187         DISPLAY "ESTIMATE: CANNOT OPEN CHANGE JOURNAL, STATUS "
002188             WS-CHGJRNL-STATUS " - NOTHING CHANGED"
002189         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT-PROGRAM
002191     END-IF.
002192 1200-EXIT.
002193     EXIT.
002194
002195*----------------------------------------------------------------*
002196* 2000-CHECK-DATE-NOT-ON-FILE - A DAY ALREADY ON THE MASTER MUST   *
002197* NOT BE ESTIMATED OVER, WHETHER IT IS REAL OR A PRIOR ESTIMATE;  *
002198* A PRIOR ESTIMATE IS SUPERSEDED BY A CORRECTION RUN, NOT BY A    *
002199* SECOND ESTIMATE ON TOP OF IT.                                   *
002200*----------------------------------------------------------------*
002201 2000-CHECK-DATE-NOT-ON-FILE.
002210     OPEN INPUT DAY-SUMMARY-FILE.
002220
002230     IF WS-DAYSUMM-STATUS = "35"
002590 2000-EXIT.
002600     EXIT.
002610
002611*----------------------------------------------------------------*
002612* 2500-CHECK-PERIOD-OPEN - A DATE IN A MONTH ALREADY CLOSED FOR   *
002613* THE STATION IS ESTIMATED ONLY WHEN ADJAUTH AUTHORISES A POST-   *
002614* CLOSE CHANGE TO THAT STATION-MONTH. A CONTROL FILE NOT YET      *
002615* CREATED MEANS NO MONTH HAS BEEN CLOSED.                         *
002616*----------------------------------------------------------------*
002617 2500-CHECK-PERIOD-OPEN.
002618     SET PERIOD-OPEN TO TRUE.
002619     DIVIDE WS-EST-DATE-NUM BY 100
002620         GIVING WS-CHECK-YEAR-MONTH REMAINDER WS-CHECK-DAY-PART.
002621
002622     OPEN INPUT PERIOD-CLOSE-FILE.
002623
002624     IF WS-PRDCLOSE-STATUS = "35"
002625         GO TO 2500-EXIT
002626     END-IF.
002627
002628     IF WS-PRDCLOSE-STATUS NOT = "00"
002629         DISPLAY "ESTIMATE: PERIOD-CLOSE FILE NOT AVAILABLE, "
002630             "STATUS " WS-PRDCLOSE-STATUS
002631             " - CLOSED-PERIOD CHECK SKIPPED"
002632         GO TO 2500-EXIT
002633     END-IF.
002634
002635     MOVE WS-EST-STATION TO PD-STATION.
002636     MOVE WS-CHECK-YEAR-MONTH TO PD-YEAR-MONTH.
002637
002638     READ PERIOD-CLOSE-FILE
002639         INVALID KEY
002640             CLOSE PERIOD-CLOSE-FILE
002641             GO TO 2500-EXIT
002642     END-READ.
002643
002644     CLOSE PERIOD-CLOSE-FILE.
002645
002646     IF NOT PD-CLOSED
002647         GO TO 2500-EXIT
002648     END-IF.
002649
002650     SET PERIOD-CLOSED-REFUSED TO TRUE.
002651     MOVE PD-CLOSED-BY TO WS-CLOSED-BY.
002652
002653     OPEN INPUT ADJUST-AUTHORITY-FILE.
002654
002655     IF WS-ADJAUTH-STATUS = "00"
002656         SET NOT-END-OF-AUTHORITIES TO TRUE
002657         PERFORM 2550-MATCH-ONE-AUTHORITY THRU 2550-EXIT
002658             UNTIL END-OF-AUTHORITIES
002659         CLOSE ADJUST-AUTHORITY-FILE
002660     END-IF.
002661
002662     IF PERIOD-CLOSED-REFUSED
002663         DISPLAY "ESTIMATE: STATION " WS-EST-STATION " DATE "
002664             WS-EST-DATE " IS IN A MONTH CLOSED BY " WS-CLOSED-BY
002665             " - NOT AUTHORISED FOR A POST-CLOSE CHANGE"
002666         MOVE 8 TO RETURN-CODE
002667         GO TO 9999-EXIT-PROGRAM
002668     END-IF.
002669
002670     DISPLAY "ESTIMATE: STATION " WS-EST-STATION " DATE "
002671         WS-EST-DATE " IS IN A CLOSED MONTH - POST-CLOSE "
002672         "ADJUSTMENT AUTHORISED BY " WS-AUTHORISED-BY.
002673 2500-EXIT.
002674     EXIT.
002675
002676 2550-MATCH-ONE-AUTHORITY.
002677     READ ADJUST-AUTHORITY-FILE
002678         AT END
002679             SET END-OF-AUTHORITIES TO TRUE
002680             GO TO 2550-EXIT
002681     END-READ.
002682
002683     IF AA-STATION = WS-EST-STATION
002684             AND AA-YEAR-MONTH = WS-CHECK-YEAR-MONTH
002685             AND AA-AUTHORISED-BY NOT = SPACES
002686         SET PERIOD-CLOSED-AUTHORISED TO TRUE
002687         MOVE AA-AUTHORISED-BY TO WS-AUTHORISED-BY
002688         SET END-OF-AUTHORITIES TO TRUE
002689     END-IF.
002690 2550-EXIT.
002691     EXIT.
002692
002693*----------------------------------------------------------------*
002694* 3000-GATHER-HISTORY - ROLL THROUGH THE MASTER IN KEY ORDER AND   *
002695* KEEP THE STATION'S LATEST FIVE DAYS DATED BEFORE THE MISSING    *
002696* DATE. ESTIMATED DAYS DO NOT FEED A NEW ESTIMATE.                *
002697*----------------------------------------------------------------*
002698 3000-GATHER-HISTORY.
002699     OPEN INPUT DAY-SUMMARY-FILE.
002700
002701     IF WS-DAYSUMM-STATUS NOT = "00"
002710         DISPLAY "ESTIMATE: CANNOT RE-OPEN DAY-SUMMARY MASTER, "
002720             "STATUS " WS-DAYSUMM-STATUS
002730         MOVE 16 TO RETURN-CODE
003940     END-IF.
003950
003960     IF WS-AUDITTRL-STATUS NOT = "00"
003968         DISPLAY "ESTIMATE: CANNOT OPEN AUDIT TRAIL, STATUS "
003976             WS-AUDITTRL-STATUS
003984         CLOSE CHANGE-JOURNAL-FILE
003992         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT-PROGRAM
004010     END-IF.
004020
004021*    AN AUTHORISED CHANGE TO A CLOSED MONTH IS ANNOUNCED AHEAD
004022*    OF THE DAY ITSELF, SO MONTHEND KEEPS THE CLOSED FIGURES
004023*    AND REPORTS THE ESTIMATE AS A PRIOR-PERIOD ITEM.
004024     IF PERIOD-CLOSED-AUTHORISED
004025         PERFORM 5050-WRITE-ADJUSTMENT-RECORD THRU 5050-EXIT
004026     END-IF.
004027
004030     MOVE SPACES TO AR-RECORD.
004040     MOVE "S" TO AR-REC-TYPE.
004050     MOVE WS-EST-STATION TO AR-STATION.
004280     CLOSE AUDIT-TRAIL-FILE.
004290 5000-EXIT.
004300     EXIT.
004301
004302*----------------------------------------------------------------*
004303* 5050-WRITE-ADJUSTMENT-RECORD - THE 'P' PRIOR-PERIOD ADJUSTMENT  *
004304* FOR AN AUTHORISED ESTIMATE IN A CLOSED MONTH. THE DAY WAS NOT   *
004305* ON THE MASTER, SO HEAD OFFICE'S FIGURE FOR IT IS ZERO.          *
004306*----------------------------------------------------------------*
004307 5050-WRITE-ADJUSTMENT-RECORD.
004308     MOVE SPACES TO AR-RECORD.
004309     MOVE "P" TO AR-REC-TYPE.
004310     MOVE WS-EST-STATION TO AR-STATION.
004311     MOVE WS-EST-DATE-NUM TO AR-ADJ-RUN-DATE.
004312     MOVE WS-CHECK-YEAR-MONTH TO AR-ADJ-YEAR-MONTH.
004313     MOVE ZERO TO AR-ADJ-ORIG-TOTAL.
004314     MOVE WS-EST-TOTAL TO AR-ADJ-NEW-TOTAL.
004315     MOVE WS-EST-TOTAL TO AR-ADJ-AMOUNT.
004316     MOVE WS-AUTHORISED-BY TO AR-ADJ-AUTH-BY.
004317     MOVE "ESTIMATE" TO AR-ADJ-PROGRAM.
004318     MOVE "E" TO AR-ADJ-ESTIMATE-FLAG.
004319     WRITE AR-RECORD.
004320 5050-EXIT.
004321     EXIT.
004322
004323 5100-WRITE-ONE-VALUE.
004330     MOVE SPACES TO AR-RECORD.
004340     MOVE "V" TO AR-REC-TYPE.
004350     MOVE WS-EST-STATION TO AR-STATION.
004720
004730     WRITE DS-RECORD
004740         INVALID KEY
004743             DISPLAY "ESTIMATE: DAY-SUMMARY MASTER WRITE "
004746                 "FAILED, STATUS " WS-DAYSUMM-STATUS
004749             MOVE 8 TO RETURN-CODE
004752             CLOSE DAY-SUMMARY-FILE
004755             GO TO 6000-EXIT
004758     END-WRITE.
004761
004764     MOVE SPACES TO CJ-RECORD.
004767     MOVE "ESTIMATE" TO CJ-ACTION.
004770     MOVE "DAYSUMM" TO CJ-FILE.
004773     MOVE WS-EST-STATION TO CJ-STATION.
004776     MOVE DS-RECORD TO CJ-AFTER-IMAGE.
004779     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
004790
004800     CLOSE DAY-SUMMARY-FILE.
004810 6000-EXIT.
004820     EXIT.
004830
004831*----------------------------------------------------------------*
004832* 8500-WRITE-JOURNAL-ENTRY - STAMP THE ENTRY BUILT IN CJ-RECORD   *
004833* WITH THE PROGRAM, THE SIGNED-ON OPERATOR AND THE TIME, AND      *
004834* APPEND IT TO THE CHANGE JOURNAL.                                *
004835*----------------------------------------------------------------*
004836 8500-WRITE-JOURNAL-ENTRY.
004837     MOVE "ESTIMATE" TO CJ-PROGRAM.
004838     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
004839     ACCEPT CJ-DATE FROM DATE YYYYMMDD.
004840     ACCEPT WS-JR-TIME-RAW FROM TIME.
004841     MOVE WS-JR-TIME-HHMMSS TO CJ-TIME.
004842     WRITE CJ-RECORD.
004843
004844     IF WS-CHGJRNL-STATUS NOT = "00"
004845         DISPLAY "ESTIMATE: CHANGE JOURNAL WRITE FAILED, STATUS "
004846             WS-CHGJRNL-STATUS
004847     END-IF.
004848 8500-EXIT.
004849     EXIT.
004850
004851*----------------------------------------------------------------*
004852* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON     *
004860* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT   *
004870* NEVER CHANGES THE RUN'S OWN RETURN CODE.                       *
004880*----------------------------------------------------------------*
