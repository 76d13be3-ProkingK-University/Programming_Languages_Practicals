001910*                  SO A CORRECTION THAT RAISES FEWER EXCEPTIONS   *
001920*                  CANNOT LEAVE THE SUPERSEDED RUN'S LEFTOVERS    *
001930*                  AGING (OR SIGNED OFF) ON THE SUSPENSE FILE.    *
001931* 10/15/2026 RN    INTERVAL-INTEGRITY PASS: EACH STATION'S        *
001932*                  CAPTURE TIMES ARE CHECKED FOR GAPS OVER THE    *
001933*                  EXPECTED INTERVAL, TIMES RUNNING BACKWARDS OR  *
001934*                  REPEATED, AND ONE READING HELD UNCHANGED TOO   *
001935*                  MANY INTERVALS. FINDINGS PRINT IN THEIR OWN    *
001936*                  DAILY REPORT SECTION AND, WITH THE EXCEPTION   *
001937*                  PASS, GO TO THE EXCEPTION REPORT AND SUSPENSE  *
001938*                  AS TYPES 'G', 'T' AND 'F'. INTERVAL AND        *
001939*                  FLATLINE LIMIT COME OFF THE STATION MASTER; A  *
001940*                  STATION WITHOUT THEM SKIPS THAT CHECK.         *
001941* 10/15/2026 RN    METER EXCHANGE REGISTER (METEREVT): ONCE A     *
001942*                  STATION'S CONTROL TOTALS RECONCILE ON THE RAW  *
001943*                  READINGS, EACH READING IS CARRIED INTO THE     *
001944*                  STATION'S CONTINUOUS SERIES BY THE METER EVENT *
001945*                  IN FORCE AT ITS CAPTURE DATE AND TIME. THE     *
001946*                  STATISTICS, CHECKS AND SUMMARY USE THE         *
001947*                  ADJUSTED FIGURES; EACH 'V' AUDIT RECORD ALSO   *
001948*                  CARRIES THE RAW READING AND THE EVENT APPLIED, *
001949*                  AND THE DAILY REPORT NOTES EACH ADJUSTED DAY.  *
001950* 10/15/2026 RN    PERIOD CLOSE: A STATION DAY IN A STATION-MONTH *
001951*                  CLOSED ON THE PERIOD-CLOSE FILE                *
001952*                  (PRDCLOSE) IS REFUSED AND NOTED ON THE DAILY   *
001953*                  REPORT (CODE 8) UNLESS THE POST-CLOSE          *
001954*                  AUTHORITY FILE (ADJAUTH) AUTHORISES A CHANGE   *
001955*                  TO THAT STATION-MONTH. AN AUTHORISED CHANGE    *
001956*                  WRITES A 'P' PRIOR-PERIOD ADJUSTMENT RECORD    *
001957*                  AHEAD OF THE DAY'S OTHER AUDIT RECORDS, SO     *
001958*                  MONTHEND REPORTS IT APART FROM THE CLOSED      *
001959*                  FIGURES.                                       *
001960* 10/15/2026 RN    BASELINE CHECK: WHEN THE STATION BASELINE FILE *
001961*                  (BASELINE) IS ON HAND, THE TOLERANCE PASS ALSO *
001962*                  JUDGES EACH READING AGAINST THE STATION'S OWN  *
001963*                  BASELINE BAND FOR THE RUN DATE'S DAY OF THE    *
001964*                  WEEK. A READING OUTSIDE IT IS RAISED AS A 'B'  *
001965*                  EXCEPTION SHOWING HOW MANY STANDARD DEVIATIONS *
001966*                  IT LIES FROM THE BASELINE MEAN.                *
001967*----------------------------------------------------------------*
001968 ENVIRONMENT DIVISION.
001969 CONFIGURATION SECTION.
001970 SOURCE-COMPUTER. IBM-370.
001980 OBJECT-COMPUTER. IBM-370.
001990 INPUT-OUTPUT SECTION.
002510         ACCESS MODE IS DYNAMIC
002520         RECORD KEY IS XS-KEY
002530         FILE STATUS IS WS-EXCSUSP-STATUS.
002531
002532     SELECT METER-EVENT-FILE ASSIGN TO "METEREVT"
002533         ORGANIZATION IS INDEXED
002534         ACCESS MODE IS DYNAMIC
002535         RECORD KEY IS ME-KEY
002536         FILE STATUS IS WS-METEREVT-STATUS.
002537
002538     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PRDCLOSE"
002539         ORGANIZATION IS INDEXED
002540         ACCESS MODE IS DYNAMIC
002541         RECORD KEY IS PD-KEY
002542         FILE STATUS IS WS-PRDCLOSE-STATUS.
002543
002544     SELECT ADJUST-AUTHORITY-FILE ASSIGN TO "ADJAUTH"
002545         ORGANIZATION IS LINE SEQUENTIAL
002546         FILE STATUS IS WS-ADJAUTH-STATUS.
002547     SELECT STATION-BASELINE-FILE ASSIGN TO "BASELINE"
002548         ORGANIZATION IS INDEXED
002549         ACCESS MODE IS DYNAMIC
002550         RECORD KEY IS BL-KEY
002551         FILE STATUS IS WS-BASELINE-STATUS.
002552
002553 DATA DIVISION.
002560 FILE SECTION.
002570 FD  DAILY-READINGS-FILE
002580     LABEL RECORDS ARE STANDARD.
003070 FD  EXCEPTION-SUSPENSE-FILE
003080     LABEL RECORDS ARE STANDARD.
003090     COPY EXCSUREC.
003092
003094 FD  METER-EVENT-FILE
003096     LABEL RECORDS ARE STANDARD.
003098     COPY METEVREC.
003099
003100 FD  PERIOD-CLOSE-FILE
003101     LABEL RECORDS ARE STANDARD.
003102     COPY PRDCLREC.
003103
003104 FD  ADJUST-AUTHORITY-FILE
003105     LABEL RECORDS ARE STANDARD.
003106     COPY ADJAUREC.
003107 FD  STATION-BASELINE-FILE
003108     LABEL RECORDS ARE STANDARD.
003109     COPY BASEREC.
003110
003111 FD  CHECKPOINT-FILE
003120     LABEL RECORDS ARE STANDARD.
003130 01  CK-RECORD.
003140     05  CK-REC-TYPE             PIC X(01).
003410     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
003420     05  WS-PROFRPT-STATUS       PIC X(02) VALUE SPACES.
003430     05  WS-EXCSUSP-STATUS       PIC X(02) VALUE SPACES.
003435     05  WS-METEREVT-STATUS      PIC X(02) VALUE SPACES.
003436     05  WS-PRDCLOSE-STATUS      PIC X(02) VALUE SPACES.
003437     05  WS-ADJAUTH-STATUS       PIC X(02) VALUE SPACES.
003438     05  WS-BASELINE-STATUS      PIC X(02) VALUE SPACES.
003440
003450*----------------------------------------------------------------*
003460* TABLE SIZING AND THE READINGS TABLE ITSELF                       *
003770     05  ARR-TIME OCCURS 1 TO 500 TIMES
003780             DEPENDING ON WS-RECORD-COUNT
003790             PIC 9(04).
003791
003792*----------------------------------------------------------------*
003793* EACH READING AS THE METER SHOWED IT, AND THE KEY OF THE METER   *
003794* EVENT THAT CARRIED IT INTO ARR-ITEM (ZEROS WHEN NONE APPLIED)   *
003795*----------------------------------------------------------------*
003796 01  WS-RAW-TABLE-AREA.
003797     05  ARR-RAW OCCURS 1 TO 500 TIMES
003798             DEPENDING ON WS-RECORD-COUNT
003799             PIC S9(7)V99.
003800
003801 01  WS-METER-STAMP-AREA.
003802     05  ARR-METER-STAMP OCCURS 1 TO 500 TIMES
003803             DEPENDING ON WS-RECORD-COUNT.
003804         10  ARR-METER-DATE      PIC 9(08).
003805         10  ARR-METER-TIME      PIC 9(04).
003806
003810*----------------------------------------------------------------*
003820* SUBSCRIPTS AND WORK COUNTERS                                     *
003830*----------------------------------------------------------------*
004590     05  WS-STNMAST-EOF-SWITCH   PIC X(01) VALUE 'N'.
004600         88  END-OF-STATION-MASTER         VALUE 'Y'.
004610         88  NOT-END-OF-STATION-MASTER     VALUE 'N'.
004612     05  WS-METEREVT-EOF-SWITCH  PIC X(01) VALUE 'N'.
004614         88  END-OF-METER-EVENTS           VALUE 'Y'.
004616         88  NOT-END-OF-METER-EVENTS       VALUE 'N'.
004620     05  WS-RUNLOG-EOF-SWITCH    PIC X(01) VALUE 'N'.
004630         88  END-OF-RUN-LOG                VALUE 'Y'.
004640         88  NOT-END-OF-RUN-LOG            VALUE 'N'.
004680     05  WS-DATE-RUN-SWITCH      PIC X(01) VALUE 'N'.
004690         88  DATE-ALREADY-RUN              VALUE 'Y'.
004700         88  DATE-NOT-YET-RUN              VALUE 'N'.
004701     05  WS-PRDCLOSE-SWITCH      PIC X(01) VALUE 'N'.
004702         88  PERIOD-CONTROL-OPEN           VALUE 'Y'.
004703         88  PERIOD-CONTROL-NOT-OPEN       VALUE 'N'.
004704     05  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE 'N'.
004705         88  END-OF-AUTHORITIES            VALUE 'Y'.
004706         88  NOT-END-OF-AUTHORITIES        VALUE 'N'.
004707     05  WS-PERIOD-SWITCH        PIC X(01) VALUE 'O'.
004708         88  PERIOD-OPEN                   VALUE 'O'.
004709         88  PERIOD-CLOSED-AUTHORISED      VALUE 'A'.
004710         88  PERIOD-CLOSED-REFUSED         VALUE 'R'.
004711
004720 01  WS-RUN-DATE                 PIC 9(08).
004730*----------------------------------------------------------------*
004740* THE DATE OF THE DAILY REPORT SECTION IN FLIGHT - A BACKLOG     *
005030     05  WS-NAME-ENTRY OCCURS 50 TIMES.
005040         10  WS-NAME-STATION     PIC X(04).
005050         10  WS-NAME-TEXT        PIC X(20).
005053         10  WS-NAME-INTERVAL    PIC 9(04).
005056         10  WS-NAME-FLAT-LIMIT  PIC 9(03).
005060
005070 01  WS-NAME-SUBSCRIPT           PIC 9(03) COMP.
005080 01  WS-LOOKUP-STATION           PIC X(04).
005090 01  WS-STATION-NAME             PIC X(20).
005093 01  WS-STN-INTERVAL             PIC 9(04).
005096 01  WS-STN-FLAT-LIMIT           PIC 9(03).
005097
005098*----------------------------------------------------------------*
005099* METER EVENTS OFF THE REGISTER, IN KEY ORDER (STATION, THEN      *
005100* EFFECTIVE DATE AND TIME), SO THE LAST MATCH FOR A STATION AT    *
005101* OR BEFORE A READING'S CAPTURE STAMP IS THE EVENT IN FORCE. AN   *
005102* EMPTY TABLE (REGISTER MISSING) LEAVES EVERY READING AS READ.    *
005103*----------------------------------------------------------------*
005104 01  WS-MAX-METER-EVENTS         PIC 9(03) VALUE 200.
005105 01  WS-METER-EVENT-COUNT        PIC 9(03) VALUE ZERO.
005106
005107 01  WS-METER-EVENTS.
005108     05  WS-METER-EVENT OCCURS 200 TIMES.
005109         10  WS-MV-STATION       PIC X(04).
005110         10  WS-MV-STAMP.
005111             15  WS-MV-DATE      PIC 9(08).
005112             15  WS-MV-TIME      PIC 9(04).
005113         10  WS-MV-MULTIPLIER    PIC 9(03)V9(04).
005114         10  WS-MV-OFFSET        PIC S9(7)V99.
005115
005116 01  WS-METER-SUBSCRIPT          PIC 9(03) COMP.
005117 01  WS-METER-FOUND-SUB          PIC 9(03) COMP.
005118
005119*----------------------------------------------------------------*
005120* POST-CLOSE AUTHORITIES OFF ADJAUTH - A STATION DATED IN A       *
005121* CLOSED STATION-MONTH IS PROCESSED ONLY WHEN ITS STATION-MONTH   *
005122* IS LISTED, AND THEN AS A PRIOR-PERIOD ADJUSTMENT.               *
005123*----------------------------------------------------------------*
005124 01  WS-MAX-AUTHORITIES          PIC 9(03) VALUE 050.
005125 01  WS-AUTHORITY-COUNT          PIC 9(03) VALUE ZERO.
005126
005127 01  WS-AUTHORITIES.
005128     05  WS-AUTHORITY OCCURS 50 TIMES.
005129         10  WS-AU-STATION       PIC X(04).
005130         10  WS-AU-YEAR-MONTH    PIC 9(06).
005131         10  WS-AU-AUTHORISED-BY PIC X(08).
005132
005133 01  WS-AUTH-SUBSCRIPT           PIC 9(03) COMP.
005134 01  WS-CHECK-YEAR-MONTH         PIC 9(06).
005135 01  WS-CHECK-DAY-PART           PIC 9(02).
005136 01  WS-AUTHORISED-BY            PIC X(08).
005137 01  WS-CLOSED-BY                PIC X(08).
005138 01  WS-METER-ADJUSTED           PIC 9(05) VALUE ZERO.
005139 01  WS-ADJ-WORK                 PIC S9(7)V99.
005140
005141 01  WS-READING-STAMP.
005142     05  WS-RS-DATE              PIC 9(08).
005143     05  WS-RS-TIME              PIC 9(04).
005144
005145 01  WS-LATEST-METER-STAMP.
005146     05  WS-LM-DATE              PIC 9(08).
005147     05  WS-LM-TIME              PIC 9(04).
005148
005149*----------------------------------------------------------------*
005150* RUN-CONTROL LOG WORK FIELDS AND THE PER-DATE TALLIES THAT      *
005151* BECOME ONE RUN-LOG RECORD PER BATCH DATE PROCESSED. THE CHECK  *
005152* DATE DRIVES THE START-OF-JOB SEQUENCE CHECK AGAINST THE LOG.   *
005153*----------------------------------------------------------------*
005160 01  WS-RUN-LOG-WORK.
005170     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
005180     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
005630     05  WS-PROFILE-SWITCH       PIC X(01) VALUE 'N'.
005640         88  PROFILE-OPEN                  VALUE 'Y'.
005650         88  PROFILE-NOT-OPEN              VALUE 'N'.
005651
005652*----------------------------------------------------------------*
005653* INTERVAL-INTEGRITY WORK. CAPTURE TIMES ARE TURNED INTO MINUTES  *
005654* PAST MIDNIGHT SO GAPS CAN BE MEASURED; A FLATLINE RUN IS THE    *
005655* SPAN OF CONSECUTIVE READINGS FROM WS-FLAT-START TO WS-FLAT-END  *
005656* THAT ALL CARRY THE SAME VALUE.                                  *
005657*----------------------------------------------------------------*
005658 01  WS-INTERVAL-WORK.
005659     05  WS-PRIOR-MINUTES        PIC 9(04).
005660     05  WS-THIS-MINUTES         PIC 9(04).
005661     05  WS-GAP-MINUTES          PIC 9(04).
005662     05  WS-PRIOR-TIME           PIC 9(04).
005663     05  WS-FLAT-START           PIC 9(05) COMP.
005664     05  WS-FLAT-END             PIC 9(05) COMP.
005665     05  WS-FLAT-INTERVALS       PIC 9(05).
005666     05  WS-INTERVAL-FINDINGS    PIC 9(05).
005667
005670*----------------------------------------------------------------*
005680* EXCEPTION SUSPENSE STAGING - THE EXCEPTION ON HAND, STAGED     *
005690* HERE BY THE TOLERANCE CHECKS BEFORE THE COMMON SUSPENSE WRITE. *
005800             SIGN IS TRAILING SEPARATE.
005810     05  WS-XS-HIGH              PIC S9(7)V99
005820             SIGN IS TRAILING SEPARATE.
005823     05  WS-XS-SIGMAS            PIC S9(3)V99 VALUE ZERO
005826             SIGN IS TRAILING SEPARATE.
005830     05  WS-SUSPENSE-SWITCH      PIC X(01) VALUE 'N'.
005840         88  SUSPENSE-OPEN                 VALUE 'Y'.
005850         88  SUSPENSE-NOT-OPEN             VALUE 'N'.
006530     05  WS-ORIGINAL-SWITCH      PIC X(01) VALUE 'N'.
006540         88  ORIGINAL-FOUND                VALUE 'Y'.
006550         88  ORIGINAL-NOT-FOUND            VALUE 'N'.
006551     05  WS-BASELINE-OPEN-SWITCH PIC X(01) VALUE 'N'.
006552         88  BASELINE-OPEN                 VALUE 'Y'.
006553         88  BASELINE-NOT-OPEN             VALUE 'N'.
006554
006555*----------------------------------------------------------------*
006556* DAY NUMBER WORK FOR THE BASELINE CHECK - THE RUN DATE AS A DAY  *
006557* COUNT (THE JULIAN DAY NUMBER) AND ITS DAY OF THE WEEK, 1 =      *
006558* SUNDAY ... 7 = SATURDAY, THE SAME WAY THE BASELINE PROGRAM      *
006559* NUMBERS THE DAYS IT LEARNS FROM.                                *
006560*----------------------------------------------------------------*
006561 01  WS-DN-DATE                  PIC 9(08) VALUE ZERO.
006562 01  WS-DN-SPLIT REDEFINES WS-DN-DATE.
006563     05  WS-DN-YEAR              PIC 9(04).
006564     05  WS-DN-MONTH             PIC 9(02).
006565     05  WS-DN-DAY               PIC 9(02).
006566
006567 01  WS-DAY-NUMBER-WORK.
006568     05  WS-DN-A                 PIC 9(01) COMP.
006569     05  WS-DN-Y                 PIC 9(05) COMP.
006570     05  WS-DN-M                 PIC 9(02) COMP.
006571     05  WS-DN-MONTH-DAYS        PIC 9(05) COMP.
006572     05  WS-DN-Y4                PIC 9(05) COMP.
006573     05  WS-DN-Y100              PIC 9(05) COMP.
006574     05  WS-DN-Y400              PIC 9(05) COMP.
006575     05  WS-DN-DAYS-SINCE        PIC 9(07) COMP.
006576     05  WS-DN-WEEKS             PIC 9(07) COMP.
006577     05  WS-DN-REMAINDER         PIC 9(01) COMP.
006578     05  WS-DN-DAY-NUMBER        PIC 9(07) VALUE ZERO.
006579     05  WS-DN-DAY-OF-WEEK       PIC 9(01) VALUE ZERO.
006580
006581*----------------------------------------------------------------*
006582* EXCEPTION REPORT PRINT LINES                                     *
006590*----------------------------------------------------------------*
006600 01  WS-XR-TITLE-LINE.
006610     05  FILLER                  PIC X(34) VALUE
006790     05  XRD-MIN                 PIC -(7)9.99.
006800     05  FILLER                  PIC X(03) VALUE " / ".
006810     05  XRD-MAX                 PIC -(7)9.99.
006811
006812 01  WS-XR-BASELINE-LINE.
006813     05  FILLER                  PIC X(02) VALUE SPACES.
006814     05  FILLER                  PIC X(12) VALUE "READING NO. ".
006815     05  XRB-INDEX               PIC 9(05).
006816     05  FILLER                  PIC X(07) VALUE " VALUE ".
006817     05  XRB-VALUE               PIC -(7)9.99.
006818     05  FILLER                  PIC X(04) VALUE " IS ".
006819     05  XRB-SIGMAS              PIC -(3)9.99.
006820     05  FILLER                  PIC X(14) VALUE " SD FROM MEAN ".
006821     05  XRB-MEAN                PIC -(7)9.99.
006822
006830 01  WS-XR-ZERO-LINE.
006840     05  FILLER                  PIC X(02) VALUE SPACES.
006850     05  FILLER                  PIC X(14) VALUE "ZERO READINGS ".
007700         " CONTROL TOTAL MISMATCH -".
007710     05  FILLER                  PIC X(21) VALUE
007720         " STATION NOT REPORTED".
007721
007722 01  WS-RP-CLOSED-LINE.
007723     05  FILLER                  PIC X(08) VALUE "STATION ".
007724     05  RPC-STATION             PIC X(04).
007725     05  FILLER                  PIC X(06) VALUE " DATE ".
007726     05  RPC-DATE                PIC 9(08).
007727     05  FILLER                  PIC X(17) VALUE
007728         " MONTH CLOSED BY ".
007729     05  RPC-CLOSED-BY           PIC X(08).
007730     05  FILLER                  PIC X(23) VALUE
007731         " - STATION NOT REPORTED".
007732
007733 01  WS-RP-ADJUST-LINE.
007734     05  FILLER                  PIC X(02) VALUE SPACES.
007735     05  FILLER                  PIC X(36) VALUE
007736         "*** POST-CLOSE ADJUSTMENT AUTHORISED".
007737     05  FILLER                  PIC X(04) VALUE " BY ".
007738     05  RPJ-AUTHORISED-BY       PIC X(08).
007739     05  FILLER                  PIC X(04) VALUE " ***".
007740
007741 01  WS-RP-SORT-LINE.
007750     05  FILLER                  PIC X(04) VALUE SPACES.
007760     05  RPL-INDEX               PIC 9(05).
007770     05  FILLER                  PIC X(02) VALUE SPACES.
008120     05  FILLER                  PIC X(15)
008130         VALUE " EXCEEDS LIMIT ".
008140     05  XRS-LIMIT               PIC -(7)9.99.
008141
008142*----------------------------------------------------------------*
008143* INTERVAL-INTEGRITY LINES. EACH FINDING LINE PRINTS ON THE DAILY *
008144* REPORT AND, WHEN THE EXCEPTION PASS IS ON, THE EXCEPTION REPORT *
008145*----------------------------------------------------------------*
008146 01  WS-RP-INTERVAL-HEADING.
008147     05  FILLER                  PIC X(34) VALUE
008148         "  INTERVAL CHECK - EXPECTED EVERY ".
008149     05  RPI-INTERVAL            PIC ZZZ9.
008150     05  FILLER                  PIC X(21) VALUE
008151         " MIN, FLATLINE LIMIT ".
008152     05  RPI-FLAT-LIMIT          PIC ZZ9.
008153     05  FILLER                  PIC X(10) VALUE " INTERVALS".
008154
008155 01  WS-RP-GAP-LINE.
008156     05  FILLER                  PIC X(04) VALUE SPACES.
008157     05  FILLER                  PIC X(10) VALUE "GAP       ".
008158     05  FILLER                  PIC X(12) VALUE "READING NO. ".
008159     05  RPG-INDEX               PIC 9(05).
008160     05  FILLER                  PIC X(04) VALUE " AT ".
008161     05  RPG-TIME                PIC 9(04).
008162     05  FILLER                  PIC X(07) VALUE " AFTER ".
008163     05  RPG-PRIOR-TIME          PIC 9(04).
008164     05  FILLER                  PIC X(03) VALUE " - ".
008165     05  RPG-MINUTES             PIC ZZZ9.
008166     05  FILLER                  PIC X(04) VALUE " MIN".
008167
008168 01  WS-RP-TIME-LINE.
008169     05  FILLER                  PIC X(04) VALUE SPACES.
008170     05  RPW-KIND                PIC X(10).
008171     05  FILLER                  PIC X(12) VALUE "READING NO. ".
008172     05  RPW-INDEX               PIC 9(05).
008173     05  FILLER                  PIC X(04) VALUE " AT ".
008174     05  RPW-TIME                PIC 9(04).
008175     05  FILLER                  PIC X(07) VALUE " AFTER ".
008176     05  RPW-PRIOR-TIME          PIC 9(04).
008177
008178 01  WS-RP-FLAT-LINE.
008179     05  FILLER                  PIC X(04) VALUE SPACES.
008180     05  FILLER                  PIC X(10) VALUE "FLATLINE  ".
008181     05  FILLER                  PIC X(12) VALUE "READING NO. ".
008182     05  RPZ-INDEX               PIC 9(05).
008183     05  FILLER                  PIC X(09) VALUE " HELD AT ".
008184     05  RPZ-VALUE               PIC -(7)9.99.
008185     05  FILLER                  PIC X(05) VALUE " FOR ".
008186     05  RPZ-INTERVALS           PIC ZZZZ9.
008187     05  FILLER                  PIC X(10) VALUE " INTERVALS".
008188
008189 01  WS-RP-INTERVAL-NOTE.
008190     05  FILLER                  PIC X(04) VALUE SPACES.
008191     05  RPN-TEXT                PIC X(60).
008192
008193 01  WS-RP-METER-LINE.
008194     05  FILLER                  PIC X(04) VALUE SPACES.
008195     05  FILLER                  PIC X(25)
008196             VALUE "METER FACTORS APPLIED TO ".
008197     05  RPE-COUNT               PIC ZZZZ9.
008198     05  FILLER                  PIC X(21)
008199             VALUE " READINGS - EVENT OF ".
008200     05  RPE-DATE                PIC 9(08).
008201     05  FILLER                  PIC X(01) VALUE SPACE.
008202     05  RPE-TIME                PIC 9(04).
008203
008204*----------------------------------------------------------------*
008205* TIME-OF-DAY PROFILE REPORT PAGE CONTROL AND PRINT LINES.       *
008206* WS-PF-LINE-COUNT STARTS PAST THE PAGE LIMIT SO THE FIRST LINE  *
008207* WRITTEN FORCES THE FIRST PAGE HEADING.                         *
008208*----------------------------------------------------------------*
008210 01  WS-PF-PAGE-CONTROL.
008220     05  WS-PF-LINES-PER-PAGE    PIC 9(03) VALUE 055.
008230     05  WS-PF-LINE-COUNT        PIC 9(03) VALUE 999.
008780         UNTIL END-OF-DAILY-INPUT.
008790
008800     CLOSE DAILY-READINGS-FILE.
008802     IF PERIOD-CONTROL-OPEN
008804         CLOSE PERIOD-CLOSE-FILE
008806         SET PERIOD-CONTROL-NOT-OPEN TO TRUE
008808     END-IF.
008809     IF BASELINE-OPEN
008810         CLOSE STATION-BASELINE-FILE
008811         SET BASELINE-NOT-OPEN TO TRUE
008812     END-IF.
008813
008820*    A FULLY CLEAN RUN NEEDS NO CHECKPOINT AT ALL; AFTER A
008830*    RECONCILIATION FAILURE THE COMPLETED-STATION RECORDS STAY
008840*    ON FILE SO THE FIXED RE-RUN SKIPS THE STATIONS THAT WERE
009290     PERFORM 1300-OPEN-DAILY-REPORT THRU 1300-EXIT.
009300     PERFORM 1350-OPEN-PROFILE-REPORT THRU 1350-EXIT.
009310     PERFORM 1400-LOAD-STATION-NAMES THRU 1400-EXIT.
009315     PERFORM 1460-LOAD-METER-EVENTS THRU 1460-EXIT.
009316     PERFORM 1480-OPEN-PERIOD-CONTROL THRU 1480-EXIT.
009317     PERFORM 1485-LOAD-ADJUST-AUTHORITY THRU 1485-EXIT.
009320 1000-EXIT.
009330     EXIT.
009340
009450     SET CHECKPOINT-NOT-FOUND TO TRUE.
009460     SET STATION-NOT-DONE TO TRUE.
009470     SET RECONCILE-OK TO TRUE.
009475     SET PERIOD-OPEN TO TRUE.
009480 1100-EXIT.
009490     EXIT.
009500
009990     WRITE XR-PRINT-LINE FROM WS-XR-TITLE-LINE.
010000     SET TOLERANCES-LOADED TO TRUE.
010010     PERFORM 1280-OPEN-EXCEPTION-SUSPENSE THRU 1280-EXIT.
010015     PERFORM 1290-OPEN-STATION-BASELINE THRU 1290-EXIT.
010020 1200-EXIT.
010030     EXIT.
010040
010270     SET SUSPENSE-OPEN TO TRUE.
010280 1280-EXIT.
010290     EXIT.
010291
010292*----------------------------------------------------------------*
010293* 1290-OPEN-STATION-BASELINE - THE KEYED FILE THE BASELINE        *
010294* PROGRAM BUILDS STAYS OPEN FOR A KEYED READ PER STATION. NO      *
010295* FILE YET MEANS NO BASELINE HAS BEEN BUILT; ONE THAT CANNOT BE   *
010296* READ IS NOTED. EITHER WAY THE BASELINE CHECK IS SKIPPED.        *
010297*----------------------------------------------------------------*
010298 1290-OPEN-STATION-BASELINE.
010299     OPEN INPUT STATION-BASELINE-FILE.
010300
010301     IF WS-BASELINE-STATUS = "35"
010302         GO TO 1290-EXIT
010303     END-IF.
010304
010305     IF WS-BASELINE-STATUS NOT = "00"
010306         DISPLAY "ARRAY: BASELINE FILE NOT AVAILABLE, STATUS "
010307             WS-BASELINE-STATUS " - BASELINE CHECK SKIPPED"
010308         GO TO 1290-EXIT
010309     END-IF.
010310
010311     SET BASELINE-OPEN TO TRUE.
010312 1290-EXIT.
010313     EXIT.
010314
010315*----------------------------------------------------------------*
010320* 1300-OPEN-DAILY-REPORT - THE DAILY REPORT IS THE RUN'S PRODUCT,  *
010330* SO A REPORT FILE THAT CANNOT BE OPENED STOPS THE RUN OUTRIGHT.  *
010340*----------------------------------------------------------------*
011030     ADD 1 TO WS-NAME-COUNT.
011040     MOVE SM-STATION TO WS-NAME-STATION (WS-NAME-COUNT).
011050     MOVE SM-NAME TO WS-NAME-TEXT (WS-NAME-COUNT).
011051
011052*    AN OLDER MASTER RECORD CARRIES SPACES HERE - NO CHECK.
011053     IF SM-READ-INTERVAL NUMERIC
011054         MOVE SM-READ-INTERVAL TO WS-NAME-INTERVAL (WS-NAME-COUNT)
011055     ELSE
011056         MOVE ZERO TO WS-NAME-INTERVAL (WS-NAME-COUNT)
011057     END-IF.
011058
011059     IF SM-FLAT-LIMIT NUMERIC
011060         MOVE SM-FLAT-LIMIT TO WS-NAME-FLAT-LIMIT (WS-NAME-COUNT)
011061     ELSE
011062         MOVE ZERO TO WS-NAME-FLAT-LIMIT (WS-NAME-COUNT)
011063     END-IF.
011064 1450-EXIT.
011070     EXIT.
011071
011072*----------------------------------------------------------------*
011073* 1460-LOAD-METER-EVENTS - LOAD THE METER EXCHANGE REGISTER ONCE  *
011074* AT START-UP. A REGISTER THAT IS MISSING OR UNREADABLE IS NOTED  *
011075* AND THE READINGS ARE TAKEN AS READ RATHER THAN HOLDING UP THE   *
011076* RUN.                                                            *
011077*----------------------------------------------------------------*
011078 1460-LOAD-METER-EVENTS.
011079     OPEN INPUT METER-EVENT-FILE.
011080
011081     IF WS-METEREVT-STATUS NOT = "00"
011082         DISPLAY "ARRAY: METER EVENT REGISTER NOT AVAILABLE, "
011083             "STATUS " WS-METEREVT-STATUS
011084             " - READINGS NOT ADJUSTED"
011085         GO TO 1460-EXIT
011086     END-IF.
011087
011088     SET NOT-END-OF-METER-EVENTS TO TRUE.
011089     PERFORM 1470-LOAD-ONE-METER-EVENT THRU 1470-EXIT
011090         UNTIL END-OF-METER-EVENTS.
011091
011092     CLOSE METER-EVENT-FILE.
011093 1460-EXIT.
011094     EXIT.
011095
011096 1470-LOAD-ONE-METER-EVENT.
011097     READ METER-EVENT-FILE NEXT RECORD
011098         AT END
011099             SET END-OF-METER-EVENTS TO TRUE
011100             GO TO 1470-EXIT
011101     END-READ.
011102
011103     IF ME-EFFECTIVE-DATE NOT NUMERIC
011104             OR ME-EFFECTIVE-TIME NOT NUMERIC
011105             OR ME-MULTIPLIER NOT NUMERIC
011106             OR ME-OFFSET NOT NUMERIC
011107         DISPLAY "ARRAY: METER EVENT " ME-STATION " "
011108             ME-EFFECTIVE-DATE " NOT NUMERIC - IGNORED"
011109         GO TO 1470-EXIT
011110     END-IF.
011111
011112     IF WS-METER-EVENT-COUNT = WS-MAX-METER-EVENTS
011113         DISPLAY "ARRAY: METER EVENT TABLE FULL AT "
011114             WS-MAX-METER-EVENTS " - REST DROPPED"
011115         SET END-OF-METER-EVENTS TO TRUE
011116         GO TO 1470-EXIT
011117     END-IF.
011118
011119     ADD 1 TO WS-METER-EVENT-COUNT.
011120     MOVE ME-STATION TO WS-MV-STATION (WS-METER-EVENT-COUNT).
011121     MOVE ME-EFFECTIVE-DATE TO WS-MV-DATE (WS-METER-EVENT-COUNT).
011122     MOVE ME-EFFECTIVE-TIME TO WS-MV-TIME (WS-METER-EVENT-COUNT).
011123     MOVE ME-MULTIPLIER
011124         TO WS-MV-MULTIPLIER (WS-METER-EVENT-COUNT).
011125     MOVE ME-OFFSET TO WS-MV-OFFSET (WS-METER-EVENT-COUNT).
011126 1470-EXIT.
011127     EXIT.
011128
011129*----------------------------------------------------------------*
011130* 1480-OPEN-PERIOD-CONTROL - THE PERIOD-CLOSE FILE STAYS OPEN FOR *
011131* A KEYED READ PER STATION GROUP. A FILE NOT YET CREATED MEANS NO *
011132* MONTH HAS BEEN CLOSED; ONE THAT CANNOT BE READ IS NOTED AND THE *
011133* CLOSED-PERIOD CHECK IS SKIPPED FOR THE RUN.                     *
011134*----------------------------------------------------------------*
011135 1480-OPEN-PERIOD-CONTROL.
011136     OPEN INPUT PERIOD-CLOSE-FILE.
011137
011138     IF WS-PRDCLOSE-STATUS = "35"
011139         GO TO 1480-EXIT
011140     END-IF.
011141
011142     IF WS-PRDCLOSE-STATUS NOT = "00"
011143         DISPLAY "ARRAY: PERIOD-CLOSE FILE NOT AVAILABLE, STATUS "
011144             WS-PRDCLOSE-STATUS " - CLOSED-PERIOD CHECK SKIPPED"
011145         GO TO 1480-EXIT
011146     END-IF.
011147
011148     SET PERIOD-CONTROL-OPEN TO TRUE.
011149 1480-EXIT.
011150     EXIT.
011151
011152*----------------------------------------------------------------*
011153* 1485-LOAD-ADJUST-AUTHORITY - LOAD THE POST-CLOSE AUTHORITIES    *
011154* PREPARED FOR THIS RUN. NO FILE MEANS NOTHING IS AUTHORISED.     *
011155*----------------------------------------------------------------*
011156 1485-LOAD-ADJUST-AUTHORITY.
011157     OPEN INPUT ADJUST-AUTHORITY-FILE.
011158
011159     IF WS-ADJAUTH-STATUS NOT = "00"
011160         GO TO 1485-EXIT
011161     END-IF.
011162
011163     SET NOT-END-OF-AUTHORITIES TO TRUE.
011164     PERFORM 1490-LOAD-ONE-AUTHORITY THRU 1490-EXIT
011165         UNTIL END-OF-AUTHORITIES.
011166
011167     CLOSE ADJUST-AUTHORITY-FILE.
011168 1485-EXIT.
011169     EXIT.
011170
011171 1490-LOAD-ONE-AUTHORITY.
011172     READ ADJUST-AUTHORITY-FILE
011173         AT END
011174             SET END-OF-AUTHORITIES TO TRUE
011175             GO TO 1490-EXIT
011176     END-READ.
011177
011178     IF AA-YEAR-MONTH NOT NUMERIC OR AA-AUTHORISED-BY = SPACES
011179         DISPLAY "ARRAY: POST-CLOSE AUTHORITY " AA-STATION " "
011180             AA-YEAR-MONTH " INCOMPLETE - IGNORED"
011181         GO TO 1490-EXIT
011182     END-IF.
011183
011184     IF WS-AUTHORITY-COUNT = WS-MAX-AUTHORITIES
011185         DISPLAY "ARRAY: POST-CLOSE AUTHORITY TABLE FULL AT "
011186             WS-MAX-AUTHORITIES " - REST DROPPED"
011187         SET END-OF-AUTHORITIES TO TRUE
011188         GO TO 1490-EXIT
011189     END-IF.
011190
011191     ADD 1 TO WS-AUTHORITY-COUNT.
011192     MOVE AA-STATION TO WS-AU-STATION (WS-AUTHORITY-COUNT).
011193     MOVE AA-YEAR-MONTH TO WS-AU-YEAR-MONTH (WS-AUTHORITY-COUNT).
011194     MOVE AA-AUTHORISED-BY
011195         TO WS-AU-AUTHORISED-BY (WS-AUTHORITY-COUNT).
011196 1490-EXIT.
011197     EXIT.
011198
011199*----------------------------------------------------------------*
011200* 1500-OPEN-DAILY-INPUT - OPEN THE VALIDATED READINGS FILE AND     *
011201* POSITION ON THE FIRST STATION HEADER.                            *
011202*----------------------------------------------------------------*
011203 1500-OPEN-DAILY-INPUT.
011204     OPEN INPUT DAILY-READINGS-FILE.
011205
011206     IF WS-DAILYRD-STATUS NOT = "00"
011207         DISPLAY "ARRAY: CANNOT OPEN DAILY-READINGS FILE, STATUS "
011208             WS-DAILYRD-STATUS
011209         PERFORM 9900-CLOSE-REPORT-FILES THRU 9900-EXIT
011210         MOVE 16 TO RETURN-CODE
011211         GO TO 9999-EXIT-PROGRAM
011220     END-IF.
011230
011240     READ DAILY-READINGS-FILE INTO DR-RECORD
013480     IF STATION-ALREADY-DONE
013490         GO TO 2000-EXIT
013500     END-IF.
013501
013502*    A DAY IN A MONTH HEAD OFFICE ALREADY HAS IS CHANGED ONLY
013503*    WHEN THE RUN IS AUTHORISED AS A POST-CLOSE ADJUSTMENT.
013504     IF PERIOD-CONTROL-OPEN
013505         PERFORM 2095-CHECK-PERIOD-OPEN THRU 2095-EXIT
013506         IF PERIOD-CLOSED-REFUSED
013507             PERFORM 9250-CLOSED-PERIOD-REFUSAL THRU 9250-EXIT
013508             GO TO 2000-EXIT
013509         END-IF
013510     END-IF.
013511
013520     PERFORM 3000-RECONCILE-CONTROL-TOTALS THRU 3000-EXIT.
013530
013540     IF RECONCILE-FAILED
013560         GO TO 2000-EXIT
013570     END-IF.
013580
013582*    THE CONTROL TOTALS ARE ON THE RAW READINGS; ONLY ONCE THEY
013584*    AGREE ARE THE READINGS CARRIED ACROSS ANY METER EXCHANGE.
013586     PERFORM 3500-APPLY-METER-EVENTS THRU 3500-EXIT.
013588
013590     PERFORM 4000-FIND-SMALLEST THRU 4000-EXIT.
013600     PERFORM 5000-FIND-LARGEST THRU 5000-EXIT.
013610     PERFORM 6000-FIND-MODE THRU 6000-EXIT.
013640     DISPLAY "ARRAY: STATION " WS-STATION " DATE " WS-RUN-DATE
013650         " PROCESSED - SEE DAILY REPORT".
013660     PERFORM 8850-PRINT-STATION-SUMMARY THRU 8850-EXIT.
013661
013662     IF PERIOD-CLOSED-AUTHORISED
013663         MOVE WS-AUTHORISED-BY TO RPJ-AUTHORISED-BY
013664         MOVE WS-RP-ADJUST-LINE TO WS-RP-LINE
013665         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
013666     END-IF.
013670
013680     ADD 1 TO WS-RUN-STATIONS.
013690     ADD WS-RECORD-COUNT TO WS-RUN-READINGS.
013750
013760     PERFORM 8000-SORT-AND-PRINT THRU 8000-EXIT.
013770     PERFORM 7500-CHECK-TOLERANCES THRU 7500-EXIT.
013775     PERFORM 7400-CHECK-INTERVALS THRU 7400-EXIT.
013780     PERFORM 7800-PRINT-TIME-PROFILE THRU 7800-EXIT.
013790     PERFORM 9000-WRITE-AUDIT-TRAIL THRU 9000-EXIT.
013800*    THE STATION'S AUDIT RECORDS ARE ON FILE, SO IT IS MARKED
016540     CLOSE DAY-SUMMARY-FILE.
016550 2090-EXIT.
016560     EXIT.
016561
016562*----------------------------------------------------------------*
016563* 2095-CHECK-PERIOD-OPEN - IS THE GROUP'S STATION-MONTH CLOSED,   *
016564* AND IF SO IS THIS RUN AUTHORISED TO CHANGE IT?                  *
016565*----------------------------------------------------------------*
016566 2095-CHECK-PERIOD-OPEN.
016567     SET PERIOD-OPEN TO TRUE.
016568     DIVIDE WS-RUN-DATE BY 100
016569         GIVING WS-CHECK-YEAR-MONTH REMAINDER WS-CHECK-DAY-PART.
016570     MOVE WS-STATION TO PD-STATION.
016571     MOVE WS-CHECK-YEAR-MONTH TO PD-YEAR-MONTH.
016572
016573     READ PERIOD-CLOSE-FILE
016574         INVALID KEY
016575             GO TO 2095-EXIT
016576     END-READ.
016577
016578     IF NOT PD-CLOSED
016579         GO TO 2095-EXIT
016580     END-IF.
016581
016582     SET PERIOD-CLOSED-REFUSED TO TRUE.
016583     MOVE PD-CLOSED-BY TO WS-CLOSED-BY.
016584     MOVE SPACES TO WS-AUTHORISED-BY.
016585
016586     PERFORM 2097-MATCH-ONE-AUTHORITY THRU 2097-EXIT
016587         VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1
016588         UNTIL WS-AUTH-SUBSCRIPT > WS-AUTHORITY-COUNT.
016589
016590     IF PERIOD-CLOSED-AUTHORISED
016591         DISPLAY "ARRAY: STATION " WS-STATION " DATE "
016592             WS-RUN-DATE " IS IN A CLOSED MONTH - POST-CLOSE "
016593             "ADJUSTMENT AUTHORISED BY " WS-AUTHORISED-BY
016594     END-IF.
016595 2095-EXIT.
016596     EXIT.
016597
016598 2097-MATCH-ONE-AUTHORITY.
016599     IF WS-AU-STATION (WS-AUTH-SUBSCRIPT) = WS-STATION
016600             AND WS-AU-YEAR-MONTH (WS-AUTH-SUBSCRIPT)
016601                 = WS-CHECK-YEAR-MONTH
016602         SET PERIOD-CLOSED-AUTHORISED TO TRUE
016603         MOVE WS-AU-AUTHORISED-BY (WS-AUTH-SUBSCRIPT)
016604             TO WS-AUTHORISED-BY
016605     END-IF.
016606 2097-EXIT.
016607     EXIT.
016608
016609*----------------------------------------------------------------*
016610* 2300-READ-DETAIL-RECORD - READ ONE READING INTO THE TABLE AND    *
016611* DROP A CHECKPOINT EVERY WS-CHECKPOINT-INTERVAL READINGS.         *
016612*----------------------------------------------------------------*
016620 2300-READ-DETAIL-RECORD.
016630     READ DAILY-READINGS-FILE INTO DR-RECORD
016640         AT END
018830     END-IF.
018840 3000-EXIT.
018850     EXIT.
018851
018852*----------------------------------------------------------------*
018853* 3500-APPLY-METER-EVENTS - KEEP EACH READING AS READ IN ARR-RAW  *
018854* AND REPLACE ARR-ITEM WITH THE READING CARRIED BY THE METER      *
018855* EVENT IN FORCE AT ITS CAPTURE DATE AND TIME. THE EVENT IS       *
018856* RESOLVED HERE FOR EVERY READING, SO A GROUP REBUILT FROM THE    *
018857* CHECKPOINT COMES OUT THE SAME AS ONE READ STRAIGHT THROUGH.     *
018858*----------------------------------------------------------------*
018859 3500-APPLY-METER-EVENTS.
018860     MOVE ZERO TO WS-METER-ADJUSTED.
018861     MOVE ZERO TO WS-LATEST-METER-STAMP.
018862
018863     PERFORM 3550-APPLY-ONE-READING THRU 3550-EXIT
018864         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
018865         UNTIL WS-SUBSCRIPT-I > WS-RECORD-COUNT.
018866 3500-EXIT.
018867     EXIT.
018868
018869 3550-APPLY-ONE-READING.
018870     MOVE ARR-ITEM (WS-SUBSCRIPT-I) TO ARR-RAW (WS-SUBSCRIPT-I).
018871     MOVE ZERO TO ARR-METER-DATE (WS-SUBSCRIPT-I).
018872     MOVE ZERO TO ARR-METER-TIME (WS-SUBSCRIPT-I).
018873     MOVE ZERO TO WS-METER-FOUND-SUB.
018874     MOVE WS-RUN-DATE TO WS-RS-DATE.
018875     MOVE ARR-TIME (WS-SUBSCRIPT-I) TO WS-RS-TIME.
018876
018877     PERFORM 3560-MATCH-ONE-METER-EVENT THRU 3560-EXIT
018878         VARYING WS-METER-SUBSCRIPT FROM 1 BY 1
018879         UNTIL WS-METER-SUBSCRIPT > WS-METER-EVENT-COUNT.
018880
018881     IF WS-METER-FOUND-SUB = ZERO
018882         GO TO 3550-EXIT
018883     END-IF.
018884
018885*    DAILYEDT REJECTS A READING THE FACTORS OVERFLOW, SO THIS
018886*    ONLY FIRES ON A REGISTER CHANGED BETWEEN THE TWO STEPS.
018887     COMPUTE WS-ADJ-WORK ROUNDED =
018888         ARR-RAW (WS-SUBSCRIPT-I)
018889             * WS-MV-MULTIPLIER (WS-METER-FOUND-SUB)
018890             + WS-MV-OFFSET (WS-METER-FOUND-SUB)
018891         ON SIZE ERROR
018892             DISPLAY "ARRAY: STATION " WS-STATION
018893                 " READING " WS-SUBSCRIPT-I
018894                 " OVERFLOWS ON METER FACTORS - TAKEN AS READ"
018895             GO TO 3550-EXIT
018896     END-COMPUTE.
018897
018898     MOVE WS-ADJ-WORK TO ARR-ITEM (WS-SUBSCRIPT-I).
018899     MOVE WS-MV-DATE (WS-METER-FOUND-SUB)
018900         TO ARR-METER-DATE (WS-SUBSCRIPT-I).
018901     MOVE WS-MV-TIME (WS-METER-FOUND-SUB)
018902         TO ARR-METER-TIME (WS-SUBSCRIPT-I).
018903     ADD 1 TO WS-METER-ADJUSTED.
018904
018905     IF WS-MV-STAMP (WS-METER-FOUND-SUB) > WS-LATEST-METER-STAMP
018906         MOVE WS-MV-STAMP (WS-METER-FOUND-SUB)
018907             TO WS-LATEST-METER-STAMP
018908     END-IF.
018909 3550-EXIT.
018910     EXIT.
018911
018912 3560-MATCH-ONE-METER-EVENT.
018913     IF WS-MV-STATION (WS-METER-SUBSCRIPT) = WS-STATION
018914             AND WS-MV-STAMP (WS-METER-SUBSCRIPT)
018915                 NOT > WS-READING-STAMP
018916         MOVE WS-METER-SUBSCRIPT TO WS-METER-FOUND-SUB
018917     END-IF.
018918 3560-EXIT.
018919     EXIT.
018920
018921*----------------------------------------------------------------*
018922* 4000-FIND-SMALLEST                                               *
018923*----------------------------------------------------------------*
018924 4000-FIND-SMALLEST.
018925     MOVE ARR-ITEM (1) TO WS-SMALLEST.
018926
018930     PERFORM 4100-TEST-SMALLEST THRU 4100-EXIT
018940         VARYING WS-SUBSCRIPT-I FROM 2 BY 1
018950         UNTIL WS-SUBSCRIPT-I > WS-RECORD-COUNT.
020240 7100-EXIT.
020250     EXIT.
020260
020261*----------------------------------------------------------------*
020262* 7400-CHECK-INTERVALS - THE INTERVAL-INTEGRITY PASS. THE CAPTURE *
020263* TIMES ARE WALKED IN INPUT ORDER: A TIME NOT LATER THAN THE ONE  *
020264* BEFORE IT IS A TIME FAULT, A GAP OVER THE STATION'S EXPECTED    *
020265* INTERVAL IS A GAP, AND A READING HELD UNCHANGED FOR MORE THAN   *
020266* THE FLATLINE LIMIT IN INTERVALS IS A FLATLINE. THE SECTION      *
020267* ALWAYS PRINTS ON THE DAILY REPORT; THE FINDINGS ALSO GO TO THE  *
020268* EXCEPTION REPORT AND SUSPENSE WHEN THE EXCEPTION PASS IS ON.    *
020269*----------------------------------------------------------------*
020270 7400-CHECK-INTERVALS.
020271     MOVE ZERO TO WS-INTERVAL-FINDINGS.
020272     MOVE WS-STATION TO WS-LOOKUP-STATION.
020273     PERFORM 8840-FIND-STATION-NAME THRU 8840-EXIT.
020274
020275     MOVE WS-STN-INTERVAL TO RPI-INTERVAL.
020276     MOVE WS-STN-FLAT-LIMIT TO RPI-FLAT-LIMIT.
020277     MOVE WS-RP-INTERVAL-HEADING TO WS-RP-LINE.
020278     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
020279
020280     IF WS-STN-INTERVAL = ZERO
020281         MOVE "GAP CHECK SKIPPED - NO INTERVAL ON MASTER"
020282             TO RPN-TEXT
020283         MOVE WS-RP-INTERVAL-NOTE TO WS-RP-LINE
020284         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
020285     END-IF.
020286
020287     IF WS-STN-FLAT-LIMIT = ZERO
020288         MOVE "FLATLINE CHECK SKIPPED - NO LIMIT ON MASTER"
020289             TO RPN-TEXT
020290         MOVE WS-RP-INTERVAL-NOTE TO WS-RP-LINE
020291         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
020292     END-IF.
020293
020294     MOVE 1 TO WS-FLAT-START.
020295
020296     PERFORM 7420-CHECK-ONE-INTERVAL THRU 7420-EXIT
020297         VARYING WS-SUBSCRIPT-I FROM 2 BY 1
020298         UNTIL WS-SUBSCRIPT-I > WS-RECORD-COUNT.
020299
020300*    THE RUN STILL OPEN AT THE LAST READING IS CLOSED HERE.
020301     MOVE WS-RECORD-COUNT TO WS-FLAT-END.
020302     PERFORM 7440-CLOSE-FLAT-RUN THRU 7440-EXIT.
020303
020304     IF WS-INTERVAL-FINDINGS = ZERO
020305         MOVE "NO GAPS, TIME FAULTS OR FLATLINES" TO RPN-TEXT
020306         MOVE WS-RP-INTERVAL-NOTE TO WS-RP-LINE
020307         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
020308     END-IF.
020309
020310     MOVE SPACES TO WS-RP-LINE.
020311     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
020312 7400-EXIT.
020313     EXIT.
020314
020315 7420-CHECK-ONE-INTERVAL.
020316     COMPUTE WS-SUBSCRIPT-J = WS-SUBSCRIPT-I - 1.
020317
020318     MOVE ARR-TIME (WS-SUBSCRIPT-J) TO WS-HOUR-WORK.
020319     COMPUTE WS-PRIOR-MINUTES = WS-HW-HOUR * 60 + WS-HW-MINUTE.
020320     MOVE ARR-TIME (WS-SUBSCRIPT-I) TO WS-HOUR-WORK.
020321     COMPUTE WS-THIS-MINUTES = WS-HW-HOUR * 60 + WS-HW-MINUTE.
020322     MOVE ARR-TIME (WS-SUBSCRIPT-J) TO WS-PRIOR-TIME.
020323
020324     IF WS-THIS-MINUTES NOT > WS-PRIOR-MINUTES
020325         IF WS-THIS-MINUTES = WS-PRIOR-MINUTES
020326             MOVE "REPEATED  " TO RPW-KIND
020327         ELSE
020328             MOVE "TIME BACK " TO RPW-KIND
020329         END-IF
020330         MOVE WS-SUBSCRIPT-I TO RPW-INDEX
020331         MOVE ARR-TIME (WS-SUBSCRIPT-I) TO RPW-TIME
020332         MOVE WS-PRIOR-TIME TO RPW-PRIOR-TIME
020333         MOVE WS-RP-TIME-LINE TO WS-RP-LINE
020334         MOVE "T" TO WS-XS-TYPE
020335         MOVE WS-SUBSCRIPT-I TO WS-XS-INDEX
020336         MOVE ARR-TIME (WS-SUBSCRIPT-I) TO WS-XS-VALUE
020337         MOVE WS-PRIOR-TIME TO WS-XS-LOW
020338         MOVE ZERO TO WS-XS-HIGH
020339         PERFORM 7460-REPORT-INTERVAL-FINDING THRU 7460-EXIT
020340     ELSE
020341         COMPUTE WS-GAP-MINUTES =
020342             WS-THIS-MINUTES - WS-PRIOR-MINUTES
020343         IF WS-STN-INTERVAL > ZERO
020344                 AND WS-GAP-MINUTES > WS-STN-INTERVAL
020345             MOVE WS-SUBSCRIPT-I TO RPG-INDEX
020346             MOVE ARR-TIME (WS-SUBSCRIPT-I) TO RPG-TIME
020347             MOVE WS-PRIOR-TIME TO RPG-PRIOR-TIME
020348             MOVE WS-GAP-MINUTES TO RPG-MINUTES
020349             MOVE WS-RP-GAP-LINE TO WS-RP-LINE
020350             MOVE "G" TO WS-XS-TYPE
020351             MOVE WS-SUBSCRIPT-I TO WS-XS-INDEX
020352             MOVE WS-GAP-MINUTES TO WS-XS-VALUE
020353             MOVE WS-PRIOR-TIME TO WS-XS-LOW
020354             MOVE WS-STN-INTERVAL TO WS-XS-HIGH
020355             PERFORM 7460-REPORT-INTERVAL-FINDING THRU 7460-EXIT
020356         END-IF
020357     END-IF.
020358
020359     IF ARR-ITEM (WS-SUBSCRIPT-I) NOT = ARR-ITEM (WS-SUBSCRIPT-J)
020360         MOVE WS-SUBSCRIPT-J TO WS-FLAT-END
020361         PERFORM 7440-CLOSE-FLAT-RUN THRU 7440-EXIT
020362         MOVE WS-SUBSCRIPT-I TO WS-FLAT-START
020363     END-IF.
020364 7420-EXIT.
020365     EXIT.
020366
020367*----------------------------------------------------------------*
020368* 7440-CLOSE-FLAT-RUN - N IDENTICAL READINGS SPAN N - 1           *
020369* INTERVALS. ONLY A RUN OVER THE STATION'S LIMIT IS FLAGGED.      *
020370*----------------------------------------------------------------*
020371 7440-CLOSE-FLAT-RUN.
020372     COMPUTE WS-FLAT-INTERVALS = WS-FLAT-END - WS-FLAT-START.
020373
020374     IF WS-STN-FLAT-LIMIT = ZERO
020375             OR WS-FLAT-INTERVALS NOT > WS-STN-FLAT-LIMIT
020376         GO TO 7440-EXIT
020377     END-IF.
020378
020379     MOVE WS-FLAT-START TO RPZ-INDEX.
020380     MOVE ARR-ITEM (WS-FLAT-START) TO RPZ-VALUE.
020381     MOVE WS-FLAT-INTERVALS TO RPZ-INTERVALS.
020382     MOVE WS-RP-FLAT-LINE TO WS-RP-LINE.
020383     MOVE "F" TO WS-XS-TYPE.
020384     MOVE WS-FLAT-START TO WS-XS-INDEX.
020385     MOVE ARR-ITEM (WS-FLAT-START) TO WS-XS-VALUE.
020386     MOVE WS-FLAT-INTERVALS TO WS-XS-LOW.
020387     MOVE WS-STN-FLAT-LIMIT TO WS-XS-HIGH.
020388     PERFORM 7460-REPORT-INTERVAL-FINDING THRU 7460-EXIT.
020389 7440-EXIT.
020390     EXIT.
020391
020392*----------------------------------------------------------------*
020393* 7460-REPORT-INTERVAL-FINDING - THE LINE IS IN WS-RP-LINE        *
020394* AND ITS SUSPENSE FIELDS ARE STAGED. THE SUSPENSE SEQUENCE RUNS  *
020395* ON FROM THE TOLERANCE PASS, WHICH HAS ALREADY CLEARED THE DAY.  *
020396*----------------------------------------------------------------*
020397 7460-REPORT-INTERVAL-FINDING.
020398     ADD 1 TO WS-INTERVAL-FINDINGS.
020399     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
020400
020401     IF TOLERANCES-NOT-LOADED
020402         GO TO 7460-EXIT
020403     END-IF.
020404
020405     PERFORM 7700-ENSURE-STATION-HEADER THRU 7700-EXIT.
020406     WRITE XR-PRINT-LINE FROM WS-RP-LINE.
020407     ADD 1 TO WS-EXCEPTION-COUNT.
020408     PERFORM 9400-WRITE-SUSPENSE-RECORD THRU 9400-EXIT.
020409 7460-EXIT.
020410     EXIT.
020411
020412*----------------------------------------------------------------*
020413* 7500-CHECK-TOLERANCES - THE EXCEPTION PASS. ONLY RUN FOR A       *
020414* STATION THAT HAS ALREADY RECONCILED: EVERY READING IS CHECKED   *
020415* AGAINST THE PLAUSIBLE BAND, THE BATCH ZERO COUNT AGAINST ITS    *
020416* LIMIT, AND THE AVERAGE AGAINST THE PRIOR DAY'S ON THE MASTER.   *
020417* AN ODD READING IS A REVIEW ITEM, NOT A STOP-SHIP, SO FINDINGS   *
020418* PRINT ON THE EXCEPTION REPORT AND ONLY WARNING CODE 4 IS SET.   *
020419*----------------------------------------------------------------*
020420 7500-CHECK-TOLERANCES.
020421     IF TOLERANCES-NOT-LOADED
020422         GO TO 7500-EXIT
020423     END-IF.
020424
020425     SET STATION-NOT-HEADED TO TRUE.
020426     MOVE ZERO TO WS-ZERO-COUNT.
020427     MOVE ZERO TO WS-XS-SEQUENCE.
020430
020440*    A RERUN'S EXCEPTIONS REPLACE THE STATION/DATE'S EXISTING
020450*    SUSPENSE RECORDS OUTRIGHT, SO NOTHING FROM THE SUPERSEDED
020650     END-IF.
020660
020670     PERFORM 7600-CHECK-AVERAGE-SHIFT THRU 7600-EXIT.
020675     PERFORM 7750-CHECK-BASELINE THRU 7750-EXIT.
020680 7500-EXIT.
020690     EXIT.
020700
021730     SET STATION-HEADED TO TRUE.
021740 7700-EXIT.
021750     EXIT.
021751
021752*----------------------------------------------------------------*
021753* 7750-CHECK-BASELINE - EACH READING IS ALSO JUDGED AGAINST THE   *
021754* STATION'S OWN BASELINE FOR THE RUN DATE'S DAY OF THE WEEK, AS   *
021755* LEARNT BY THE BASELINE PROGRAM FROM ITS RECENT HISTORY. A       *
021756* READING OUTSIDE THE BASELINE BAND IS RAISED AS A 'B' EXCEPTION  *
021757* CARRYING HOW MANY STANDARD DEVIATIONS IT LIES FROM THE MEAN. A  *
021758* STATION OR WEEKDAY WITH NO BASELINE YET IS NOT CHECKED.         *
021759*----------------------------------------------------------------*
021760 7750-CHECK-BASELINE.
021761     IF BASELINE-NOT-OPEN
021762         GO TO 7750-EXIT
021763     END-IF.
021764
021765     MOVE WS-RUN-DATE TO WS-DN-DATE.
021766     PERFORM 7780-COMPUTE-DAY-NUMBER THRU 7780-EXIT.
021767
021768     MOVE WS-STATION TO BL-STATION.
021769     MOVE WS-DN-DAY-OF-WEEK TO BL-DAY-OF-WEEK.
021770
021771     READ STATION-BASELINE-FILE
021772         INVALID KEY
021773             GO TO 7750-EXIT
021774     END-READ.
021775
021776     IF BL-STD-DEV NOT > ZERO
021777         GO TO 7750-EXIT
021778     END-IF.
021779
021780     PERFORM 7760-CHECK-ONE-AGAINST-BASELINE THRU 7760-EXIT
021781         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
021782         UNTIL WS-SUBSCRIPT-I > WS-RECORD-COUNT.
021783 7750-EXIT.
021784     EXIT.
021785
021786 7760-CHECK-ONE-AGAINST-BASELINE.
021787     IF ARR-ITEM (WS-SUBSCRIPT-I) NOT < BL-LOW
021788             AND ARR-ITEM (WS-SUBSCRIPT-I) NOT > BL-HIGH
021789         GO TO 7760-EXIT
021790     END-IF.
021791
021792*    A READING TOO FAR OUT TO COUNT IN THE FIELD IS SHOWN AT THE
021793*    LIMIT, ON THE SIDE OF THE MEAN IT FELL.
021794     COMPUTE WS-XS-SIGMAS ROUNDED =
021795         (ARR-ITEM (WS-SUBSCRIPT-I) - BL-MEAN) / BL-STD-DEV
021796         ON SIZE ERROR
021797             IF ARR-ITEM (WS-SUBSCRIPT-I) < BL-MEAN
021798                 MOVE -999.99 TO WS-XS-SIGMAS
021799             ELSE
021800                 MOVE 999.99 TO WS-XS-SIGMAS
021801             END-IF
021802     END-COMPUTE.
021803
021804     PERFORM 7700-ENSURE-STATION-HEADER THRU 7700-EXIT.
021805     MOVE WS-SUBSCRIPT-I TO XRB-INDEX.
021806     MOVE ARR-ITEM (WS-SUBSCRIPT-I) TO XRB-VALUE.
021807     MOVE WS-XS-SIGMAS TO XRB-SIGMAS.
021808     MOVE BL-MEAN TO XRB-MEAN.
021809     WRITE XR-PRINT-LINE FROM WS-XR-BASELINE-LINE.
021810     ADD 1 TO WS-EXCEPTION-COUNT.
021811     MOVE "B" TO WS-XS-TYPE.
021812     MOVE WS-SUBSCRIPT-I TO WS-XS-INDEX.
021813     MOVE ARR-ITEM (WS-SUBSCRIPT-I) TO WS-XS-VALUE.
021814     MOVE BL-LOW TO WS-XS-LOW.
021815     MOVE BL-HIGH TO WS-XS-HIGH.
021816     PERFORM 9400-WRITE-SUSPENSE-RECORD THRU 9400-EXIT.
021817     MOVE ZERO TO WS-XS-SIGMAS.
021818 7760-EXIT.
021819     EXIT.
021820
021821*----------------------------------------------------------------*
021822* 7780-COMPUTE-DAY-NUMBER - WS-DN-DATE AS A JULIAN DAY NUMBER IN  *
021823* WS-DN-DAY-NUMBER, AND ITS DAY OF THE WEEK IN WS-DN-DAY-OF-WEEK  *
021824* (1 = SUNDAY ... 7 = SATURDAY). THE YEAR IS COUNTED FROM MARCH   *
021825* SO FEBRUARY'S LEAP DAY FALLS AT THE END OF IT.                  *
021826*----------------------------------------------------------------*
021827 7780-COMPUTE-DAY-NUMBER.
021828     IF WS-DN-MONTH < 3
021829         MOVE 1 TO WS-DN-A
021830     ELSE
021831         MOVE 0 TO WS-DN-A
021832     END-IF.
021833
021834     COMPUTE WS-DN-Y = WS-DN-YEAR + 4800 - WS-DN-A.
021835     COMPUTE WS-DN-M = WS-DN-MONTH + 12 * WS-DN-A - 3.
021836
021837     COMPUTE WS-DN-MONTH-DAYS = (153 * WS-DN-M + 2) / 5.
021838     DIVIDE 4 INTO WS-DN-Y GIVING WS-DN-Y4.
021839     DIVIDE 100 INTO WS-DN-Y GIVING WS-DN-Y100.
021840     DIVIDE 400 INTO WS-DN-Y GIVING WS-DN-Y400.
021841
021842     COMPUTE WS-DN-DAY-NUMBER = WS-DN-DAY + WS-DN-MONTH-DAYS
021843         + 365 * WS-DN-Y + WS-DN-Y4 - WS-DN-Y100 + WS-DN-Y400
021844         - 32045.
021845
021846     COMPUTE WS-DN-DAYS-SINCE = WS-DN-DAY-NUMBER + 1.
021847     DIVIDE 7 INTO WS-DN-DAYS-SINCE
021848         GIVING WS-DN-WEEKS REMAINDER WS-DN-REMAINDER.
021849     COMPUTE WS-DN-DAY-OF-WEEK = WS-DN-REMAINDER + 1.
021850 7780-EXIT.
021851     EXIT.
021852
021853*----------------------------------------------------------------*
021854* 7800-PRINT-TIME-PROFILE - BUCKET THE STATION'S READINGS BY THE  *
021855* HOUR OF THEIR CAPTURE TIME AND PRINT ONE PROFILE SECTION ON    *
021856* THE TIME-OF-DAY REPORT: A LINE PER HOUR WITH READINGS, THEN    *
021857* THE PEAK AND TROUGH WINDOWS BY HOURLY AVERAGE. SKIPPED WHEN    *
021858* THE PROFILE FILE COULD NOT BE OPENED.                          *
021859*----------------------------------------------------------------*
021860 7800-PRINT-TIME-PROFILE.
021861     IF PROFILE-NOT-OPEN
021862         GO TO 7800-EXIT
021870     END-IF.
021880
021890     PERFORM 7810-CLEAR-ONE-BUCKET THRU 7810-EXIT
023950*----------------------------------------------------------------*
023960 8840-FIND-STATION-NAME.
023970     MOVE SPACES TO WS-STATION-NAME.
023973     MOVE ZERO TO WS-STN-INTERVAL.
023976     MOVE ZERO TO WS-STN-FLAT-LIMIT.
023980
023990     PERFORM 8845-MATCH-ONE-NAME THRU 8845-EXIT
024000         VARYING WS-NAME-SUBSCRIPT FROM 1 BY 1
024060     IF WS-NAME-STATION (WS-NAME-SUBSCRIPT) = WS-LOOKUP-STATION
024070         MOVE WS-NAME-TEXT (WS-NAME-SUBSCRIPT)
024080             TO WS-STATION-NAME
024082         MOVE WS-NAME-INTERVAL (WS-NAME-SUBSCRIPT)
024084             TO WS-STN-INTERVAL
024086         MOVE WS-NAME-FLAT-LIMIT (WS-NAME-SUBSCRIPT)
024088             TO WS-STN-FLAT-LIMIT
024090     END-IF.
024100 8845-EXIT.
024110     EXIT.
024460     MOVE WS-AVERAGE TO RPT-VALUE.
024470     MOVE WS-RP-STAT-LINE TO WS-RP-LINE.
024480     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
024481
024482     IF WS-METER-ADJUSTED > ZERO
024483         MOVE WS-METER-ADJUSTED TO RPE-COUNT
024484         MOVE WS-LM-DATE TO RPE-DATE
024485         MOVE WS-LM-TIME TO RPE-TIME
024486         MOVE WS-RP-METER-LINE TO WS-RP-LINE
024487         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
024488     END-IF.
024490 8850-EXIT.
024500     EXIT.
024510
025020*----------------------------------------------------------------*
025030 9000-WRITE-AUDIT-TRAIL.
025040     PERFORM 9150-OPEN-AUDIT-TRAIL-FOR-APPEND THRU 9150-EXIT.
025041
025042*    AN AUTHORISED CHANGE TO A CLOSED MONTH IS ANNOUNCED AHEAD
025043*    OF THE DAY'S OWN RECORDS, SO MONTHEND KEEPS THE CLOSED
025044*    FIGURES AND REPORTS THE CHANGE AS A PRIOR-PERIOD ITEM.
025045     IF PERIOD-CLOSED-AUTHORISED
025046         PERFORM 9080-WRITE-ADJUSTMENT-RECORD THRU 9080-EXIT
025047     END-IF.
025050
025060*    A CORRECTION REVERSES THE ORIGINAL DAY AHEAD OF ITS OWN
025070*    FIGURES, SO THE TRAIL SHOWS ORIGINAL, REVERSAL AND
025440     MOVE WS-SUBSCRIPT-I TO AR-VALUE-INDEX.
025450     MOVE ARR-ITEM (WS-SUBSCRIPT-I) TO AR-VALUE.
025460     MOVE ARR-TIME (WS-SUBSCRIPT-I) TO AR-VALUE-TIME.
025462     MOVE ARR-RAW (WS-SUBSCRIPT-I) TO AR-RAW-VALUE.
025464     MOVE ARR-METER-DATE (WS-SUBSCRIPT-I) TO AR-METER-DATE.
025466     MOVE ARR-METER-TIME (WS-SUBSCRIPT-I) TO AR-METER-TIME.
025470     WRITE AR-RECORD.
025480 9050-EXIT.
025490     EXIT.
025820     WRITE AR-RECORD.
025830 9070-EXIT.
025840     EXIT.
025841
025842*----------------------------------------------------------------*
025843* 9080-WRITE-ADJUSTMENT-RECORD - THE 'P' PRIOR-PERIOD ADJUSTMENT  *
025844* FOR AN AUTHORISED CHANGE TO A CLOSED MONTH: THE DAY'S TOTAL AS  *
025845* HEAD OFFICE HAS IT (ZERO WHEN THE DAY WAS NEVER ON THE MASTER), *
025846* THE NEW TOTAL, THE DIFFERENCE AND WHO AUTHORISED IT.            *
025847*----------------------------------------------------------------*
025848 9080-WRITE-ADJUSTMENT-RECORD.
025849     MOVE SPACES TO AR-RECORD.
025850     MOVE "P" TO AR-REC-TYPE.
025851     MOVE WS-STATION TO AR-STATION.
025852     MOVE WS-RUN-DATE TO AR-ADJ-RUN-DATE.
025853     MOVE WS-CHECK-YEAR-MONTH TO AR-ADJ-YEAR-MONTH.
025854
025855     IF CORRECTION-RUN AND ORIGINAL-FOUND
025856         MOVE WS-ORIG-TOTAL TO AR-ADJ-ORIG-TOTAL
025857     ELSE
025858         MOVE ZERO TO AR-ADJ-ORIG-TOTAL
025859     END-IF.
025860
025861     MOVE WS-TOTAL TO AR-ADJ-NEW-TOTAL.
025862     COMPUTE AR-ADJ-AMOUNT = AR-ADJ-NEW-TOTAL - AR-ADJ-ORIG-TOTAL.
025863     MOVE WS-AUTHORISED-BY TO AR-ADJ-AUTH-BY.
025864     MOVE "ARRAY" TO AR-ADJ-PROGRAM.
025865     WRITE AR-RECORD.
025866 9080-EXIT.
025867     EXIT.
025868
025869*----------------------------------------------------------------*
025870* 9100-RESET-CHECKPOINT - A FULLY COMPLETED RUN HAS NO NEED OF THE *
025880* CHECKPOINT IT LEFT BEHIND, AND A REJECTED ONE MUST NOT BE LEFT   *
025890* FOR THE NEXT RUN TO TRUST, SO CLEAR IT FOR THE NEXT BATCH.       *
027000     MOVE 8 TO RETURN-CODE.
027010 9200-EXIT.
027020     EXIT.
027021
027022*----------------------------------------------------------------*
027023* 9250-CLOSED-PERIOD-REFUSAL - THE STATION'S RUN DATE IS IN A     *
027024* MONTH ALREADY CLOSED AND THE RUN CARRIES NO AUTHORITY TO CHANGE *
027025* IT. NOTHING IS WRITTEN FOR THE STATION; THE DAILY REPORT SAYS   *
027026* SO, AND THE COMPLETED STATIONS STAY MARKED ON THE CHECKPOINT SO *
027027* AN AUTHORISED RE-RUN SKIPS THEM.                                *
027028*----------------------------------------------------------------*
027029 9250-CLOSED-PERIOD-REFUSAL.
027030     DISPLAY "ARRAY: STATION " WS-STATION " DATE " WS-RUN-DATE
027031         " IS IN A MONTH CLOSED BY " WS-CLOSED-BY
027032         " - STATION NOT PROCESSED".
027033
027034     MOVE WS-STATION TO RPC-STATION.
027035     MOVE WS-RUN-DATE TO RPC-DATE.
027036     MOVE WS-CLOSED-BY TO RPC-CLOSED-BY.
027037     MOVE WS-RP-CLOSED-LINE TO WS-RP-LINE.
027038     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
027039     MOVE SPACES TO WS-RP-LINE.
027040     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
027041
027042     SET STATION-FAILED-THIS-RUN TO TRUE.
027043     PERFORM 9110-WRITE-COMPLETED-CHECKPOINT THRU 9110-EXIT.
027044
027045     MOVE 8 TO RETURN-CODE.
027046 9250-EXIT.
027047     EXIT.
027048
027049*----------------------------------------------------------------*
027050* 9300-WRITE-DAY-SUMMARY - WRITE OR REPLACE THIS STATION'S DAY ON  *
027060* THE KEYED DAILY-SUMMARY MASTER. THE FLAT AUDIT TRAIL STAYS THE   *
027070* LEGAL RECORD; THE MASTER IS THE FAST PATH FOR A SINGLE DAY'S     *
028240     MOVE WS-XS-VALUE TO XS-VALUE.
028250     MOVE WS-XS-LOW TO XS-LIMIT-LOW.
028260     MOVE WS-XS-HIGH TO XS-LIMIT-HIGH.
028265     MOVE WS-XS-SIGMAS TO XS-SIGMAS.
028270     SET XS-OPEN TO TRUE.
028280     MOVE SPACES TO XS-DISP-INITIALS.
028290     MOVE ZERO TO XS-DISP-DATE.
029720     IF SUSPENSE-OPEN
029730         CLOSE EXCEPTION-SUSPENSE-FILE
029740     END-IF.
029741
029742     IF PERIOD-CONTROL-OPEN
029743         CLOSE PERIOD-CLOSE-FILE
029744         SET PERIOD-CONTROL-NOT-OPEN TO TRUE
029745     END-IF.
029746
029747     IF BASELINE-OPEN
029748         CLOSE STATION-BASELINE-FILE
029749         SET BASELINE-NOT-OPEN TO TRUE
029750     END-IF.
029751 9900-EXIT.
029760     EXIT.
029770
029780*----------------------------------------------------------------*
