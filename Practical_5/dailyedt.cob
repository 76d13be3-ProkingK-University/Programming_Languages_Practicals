000530*                  IS NOT NUMERIC OR NOT A VALID CLOCK TIME IS    *
000540*                  REJECTED (REASON 15), SO THE AUDIT TRAIL'S     *
000550*                  TIME-OF-DAY PROFILE CAN BE TRUSTED.            *
000551* 10/15/2026 RN    EACH ACCEPTED DETAIL IS NOW STAMPED WITH THE   *
000552*                  METER EVENT (METEREVT) IN FORCE AT ITS CAPTURE *
000553*                  DATE AND TIME - THE ADJUSTED READING AND THE   *
000554*                  EVENT'S KEY - SO A METER EXCHANGE NO LONGER    *
000555*                  BREAKS THE STATION'S SERIES. A READING THE     *
000556*                  FACTORS PUSH PAST ITS FIELD IS REJECTED        *
000557*                  (REASON 16). A MISSING REGISTER PASSES THE     *
000558*                  READINGS UNADJUSTED WITH A CONSOLE NOTE.       *
000559* 10/15/2026 RN    A GROUP DATED IN A STATION-MONTH CLOSED ON THE *
000560*                  PERIOD-CLOSE FILE (PRDCLOSE) IS NOW REJECTED   *
000561*                  (REASON 17) UNLESS THE POST-CLOSE AUTHORITY    *
000562*                  FILE (ADJAUTH) AUTHORISES A CHANGE TO THAT     *
000563*                  STATION-MONTH, SO A CORRECTION CAN NO LONGER   *
000564*                  QUIETLY ALTER FIGURES HEAD OFFICE ALREADY HAS. *
000565*----------------------------------------------------------------*
000570* REJECT REASON CODES                                             *
000580*   01  FIRST RECORD ON FILE IS NOT A BATCH HEADER                *
000590*   02  HEADER RECORD COUNT IS NOT NUMERIC                        *
000700*   13  HEADER RECORD COUNT IS ZERO - NOTHING TO PROCESS          *
000710*   14  HEADER STATION IS NOT ACTIVE ON THE STATION MASTER        *
000720*   15  DETAIL READING TIME IS NOT A VALID HHMM CLOCK TIME        *
000725*   16  READING OVERFLOWS ONCE THE METER EVENT FACTORS APPLY      *
000727*   17  RUN DATE IS IN A CLOSED PERIOD AND NOT AUTHORISED         *
000730*----------------------------------------------------------------*
000740* RETURN CODES FOR THE OVERNIGHT SCHEDULE                         *
000750*   00  FILE CLEAN - ARRAY MAY RUN AGAINST VALIDRD                *
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS SM-STATION
001010         FILE STATUS IS WS-STATMAST-STATUS.
001011
001012     SELECT METER-EVENT-FILE ASSIGN TO "METEREVT"
001013         ORGANIZATION IS INDEXED
001014         ACCESS MODE IS DYNAMIC
001015         RECORD KEY IS ME-KEY
001016         FILE STATUS IS WS-METEREVT-STATUS.
001017
001018     SELECT PERIOD-CLOSE-FILE ASSIGN TO "PRDCLOSE"
001019         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001021         RECORD KEY IS PD-KEY
001022         FILE STATUS IS WS-PRDCLOSE-STATUS.
001023
001024     SELECT ADJUST-AUTHORITY-FILE ASSIGN TO "ADJAUTH"
001025         ORGANIZATION IS LINE SEQUENTIAL
001026         FILE STATUS IS WS-ADJAUTH-STATUS.
001027
001030     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-RUNLOG-STATUS.
001240 FD  STATION-MASTER-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY STATMREC.
001262
001264 FD  METER-EVENT-FILE
001266     LABEL RECORDS ARE STANDARD.
001268     COPY METEVREC.
001269
001270 FD  PERIOD-CLOSE-FILE
001271     LABEL RECORDS ARE STANDARD.
001272     COPY PRDCLREC.
001273
001274 FD  ADJUST-AUTHORITY-FILE
001275     LABEL RECORDS ARE STANDARD.
001276     COPY ADJAUREC.
001277
001280 FD  RUN-LOG-FILE
001290     LABEL RECORDS ARE STANDARD.
001300     COPY RUNLGREC.
001390     05  WS-REJECTS-STATUS       PIC X(02) VALUE SPACES.
001400     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
001410     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001415     05  WS-METEREVT-STATUS      PIC X(02) VALUE SPACES.
001416     05  WS-PRDCLOSE-STATUS      PIC X(02) VALUE SPACES.
001417     05  WS-ADJAUTH-STATUS       PIC X(02) VALUE SPACES.
001420
001430*----------------------------------------------------------------*
001440* EDIT COUNTERS - THE GROUP COUNTERS RESET AT EACH STATION HEADER  *
001500     05  WS-GROUPS-EDITED        PIC 9(03) VALUE ZERO.
001510     05  WS-DETAILS-ACCEPTED     PIC 9(05) VALUE ZERO.
001520     05  WS-HEADER-COUNT         PIC 9(05) VALUE ZERO.
001525     05  WS-DETAILS-ADJUSTED     PIC 9(05) VALUE ZERO.
001530
001540*----------------------------------------------------------------*
001550* MISCELLANEOUS SWITCHES                                           *
001790     05  WS-STATION-OK-SWITCH    PIC X(01) VALUE 'N'.
001800         88  STATION-IS-ACTIVE             VALUE 'Y'.
001810         88  STATION-NOT-ACTIVE            VALUE 'N'.
001811     05  WS-METER-SWITCH         PIC X(01) VALUE 'N'.
001812         88  METER-EVENTS-LOADED           VALUE 'Y'.
001813         88  METER-EVENTS-NOT-LOADED       VALUE 'N'.
001814     05  WS-METER-EOF-SWITCH     PIC X(01) VALUE 'N'.
001815         88  END-OF-METER-EVENTS           VALUE 'Y'.
001816         88  NOT-END-OF-METER-EVENTS       VALUE 'N'.
001817     05  WS-ADJUST-SWITCH        PIC X(01) VALUE 'Y'.
001818         88  ADJUST-OK                     VALUE 'Y'.
001819         88  ADJUST-OVERFLOW               VALUE 'N'.
001820     05  WS-PRDCLOSE-SWITCH      PIC X(01) VALUE 'N'.
001821         88  PERIOD-CONTROL-OPEN           VALUE 'Y'.
001822         88  PERIOD-CONTROL-NOT-OPEN       VALUE 'N'.
001823     05  WS-AUTH-EOF-SWITCH      PIC X(01) VALUE 'N'.
001824         88  END-OF-AUTHORITIES            VALUE 'Y'.
001825         88  NOT-END-OF-AUTHORITIES        VALUE 'N'.
001826     05  WS-PERIOD-SWITCH        PIC X(01) VALUE 'O'.
001827         88  PERIOD-OPEN                   VALUE 'O'.
001828         88  PERIOD-CLOSED-AUTHORISED      VALUE 'A'.
001829         88  PERIOD-CLOSED-REFUSED         VALUE 'R'.
001830
001831*----------------------------------------------------------------*
001840* ACTIVE STATIONS OFF THE STATION MASTER - A HEADER WHOSE STATION *
001850* IS NOT IN THIS LIST IS REJECTED. RETIRED STATIONS ARE NOT       *
001860* LOADED, SO THEY REJECT THE SAME WAY AN UNKNOWN CODE DOES.       *
001930                                 PIC X(04).
001940
001950 01  WS-ACTIVE-SUBSCRIPT         PIC 9(03) COMP.
001951
001952*----------------------------------------------------------------*
001953* METER EVENTS OFF THE REGISTER, IN KEY ORDER (STATION, THEN      *
001954* EFFECTIVE DATE AND TIME), SO THE LAST MATCH FOR A STATION AT    *
001955* OR BEFORE A READING'S CAPTURE STAMP IS THE EVENT IN FORCE.      *
001956*----------------------------------------------------------------*
001957 01  WS-MAX-METER-EVENTS         PIC 9(03) VALUE 200.
001958 01  WS-METER-EVENT-COUNT        PIC 9(03) VALUE ZERO.
001959
001960 01  WS-METER-EVENTS.
001961     05  WS-METER-EVENT OCCURS 200 TIMES.
001962         10  WS-MV-STATION       PIC X(04).
001963         10  WS-MV-STAMP.
001964             15  WS-MV-DATE      PIC 9(08).
001965             15  WS-MV-TIME      PIC 9(04).
001966         10  WS-MV-MULTIPLIER    PIC 9(03)V9(04).
001967         10  WS-MV-OFFSET        PIC S9(7)V99.
001968
001969 01  WS-METER-SUBSCRIPT          PIC 9(03) COMP.
001970 01  WS-METER-FOUND-SUB          PIC 9(03) COMP.
001971
001972 01  WS-READING-STAMP.
001973     05  WS-RS-DATE              PIC 9(08).
001974     05  WS-RS-TIME              PIC 9(04).
001975
001976 01  WS-ADJ-WORK                 PIC S9(7)V99.
001977
001978*----------------------------------------------------------------*
001979* POST-CLOSE AUTHORITIES OFF ADJAUTH - A GROUP DATED IN A CLOSED  *
001980* STATION-MONTH PASSES ONLY WHEN ITS STATION-MONTH IS LISTED.     *
001981*----------------------------------------------------------------*
001982 01  WS-MAX-AUTHORITIES          PIC 9(03) VALUE 050.
001983 01  WS-AUTHORITY-COUNT          PIC 9(03) VALUE ZERO.
001984
001985 01  WS-AUTHORITIES.
001986     05  WS-AUTHORITY OCCURS 50 TIMES.
001987         10  WS-AU-STATION       PIC X(04).
001988         10  WS-AU-YEAR-MONTH    PIC 9(06).
001989         10  WS-AU-AUTHORISED-BY PIC X(08).
001990
001991 01  WS-AUTH-SUBSCRIPT           PIC 9(03) COMP.
001992 01  WS-CHECK-YEAR-MONTH         PIC 9(06).
001993 01  WS-CHECK-DAY-PART           PIC 9(02).
001994 01  WS-AUTHORISED-BY            PIC X(08).
001995
001996*----------------------------------------------------------------*
001997* RUN-CONTROL LOG WORK FIELDS AND THE DISTINCT HEADER RUN DATES  *
001998* SEEN THIS RUN - ONE RUN-LOG RECORD IS APPENDED PER DATE SO A   *
002000* MULTI-DATE BACKLOG FILE LOGS EVERY BATCH DATE IT CARRIED.      *
002010*----------------------------------------------------------------*
002020 01  WS-RUN-LOG-WORK.
002290     05  WS-TC-MINUTE            PIC 9(02).
002300
002310 01  WS-GROUP-STATION            PIC X(04) VALUE SPACES.
002315 01  WS-GROUP-RUN-DATE           PIC 9(08) VALUE ZERO.
002320 01  WS-HEADER-IMAGE             PIC X(45).
002330 01  WS-HOLD-REASON              PIC X(02).
002340
003060     END-IF.
003070
003080     PERFORM 1200-LOAD-STATION-MASTER THRU 1200-EXIT.
003085     PERFORM 1300-LOAD-METER-EVENTS THRU 1300-EXIT.
003086     PERFORM 1400-OPEN-PERIOD-CONTROL THRU 1400-EXIT.
003087     PERFORM 1450-LOAD-ADJUST-AUTHORITY THRU 1450-EXIT.
003090 1000-EXIT.
003100     EXIT.
003110
003570     MOVE SM-STATION TO WS-ACTIVE-STATION (WS-ACTIVE-COUNT).
003580 1250-EXIT.
003590     EXIT.
003591
003592*----------------------------------------------------------------*
003593* 1300-LOAD-METER-EVENTS - LOAD THE METER EXCHANGE REGISTER SO    *
003594* EACH ACCEPTED READING CAN BE CARRIED ACROSS A METER CHANGE. A   *
003595* REGISTER THAT IS MISSING OR UNREADABLE IS REPORTED AND THE      *
003596* READINGS PASS UNADJUSTED RATHER THAN HOLDING UP THE BATCH.      *
003597*----------------------------------------------------------------*
003598 1300-LOAD-METER-EVENTS.
003599     OPEN INPUT METER-EVENT-FILE.
003600
003601     IF WS-METEREVT-STATUS NOT = "00"
003602         DISPLAY "DAILYEDT: METER EVENT REGISTER NOT AVAILABLE, "
003603             "STATUS " WS-METEREVT-STATUS
003604             " - READINGS NOT ADJUSTED"
003605         GO TO 1300-EXIT
003606     END-IF.
003607
003608     SET NOT-END-OF-METER-EVENTS TO TRUE.
003609     PERFORM 1350-LOAD-ONE-METER-EVENT THRU 1350-EXIT
003610         UNTIL END-OF-METER-EVENTS.
003611
003612     CLOSE METER-EVENT-FILE.
003613     SET METER-EVENTS-LOADED TO TRUE.
003614 1300-EXIT.
003615     EXIT.
003616
003617 1350-LOAD-ONE-METER-EVENT.
003618     READ METER-EVENT-FILE NEXT RECORD
003619         AT END
003620             SET END-OF-METER-EVENTS TO TRUE
003621             GO TO 1350-EXIT
003622     END-READ.
003623
003624     IF ME-EFFECTIVE-DATE NOT NUMERIC
003625             OR ME-EFFECTIVE-TIME NOT NUMERIC
003626             OR ME-MULTIPLIER NOT NUMERIC
003627             OR ME-OFFSET NOT NUMERIC
003628         DISPLAY "DAILYEDT: METER EVENT " ME-STATION " "
003629             ME-EFFECTIVE-DATE " NOT NUMERIC - IGNORED"
003630         GO TO 1350-EXIT
003631     END-IF.
003632
003633     IF WS-METER-EVENT-COUNT = WS-MAX-METER-EVENTS
003634         DISPLAY "DAILYEDT: METER EVENT TABLE FULL AT "
003635             WS-MAX-METER-EVENTS " - REST DROPPED"
003636         SET END-OF-METER-EVENTS TO TRUE
003637         GO TO 1350-EXIT
003638     END-IF.
003639
003640     ADD 1 TO WS-METER-EVENT-COUNT.
003641     MOVE ME-STATION TO WS-MV-STATION (WS-METER-EVENT-COUNT).
003642     MOVE ME-EFFECTIVE-DATE TO WS-MV-DATE (WS-METER-EVENT-COUNT).
003643     MOVE ME-EFFECTIVE-TIME TO WS-MV-TIME (WS-METER-EVENT-COUNT).
003644     MOVE ME-MULTIPLIER
003645         TO WS-MV-MULTIPLIER (WS-METER-EVENT-COUNT).
003646     MOVE ME-OFFSET TO WS-MV-OFFSET (WS-METER-EVENT-COUNT).
003647 1350-EXIT.
003648     EXIT.
003649
003650*----------------------------------------------------------------*
003651* 1400-OPEN-PERIOD-CONTROL - THE PERIOD-CLOSE FILE STAYS OPEN FOR *
003652* A KEYED READ PER GROUP HEADER. A FILE NOT YET CREATED MEANS NO  *
003653* MONTH HAS BEEN CLOSED; ONE THAT CANNOT BE READ IS REPORTED AND  *
003654* THE CLOSED-PERIOD CHECK IS SKIPPED FOR THE RUN.                 *
003655*----------------------------------------------------------------*
003656 1400-OPEN-PERIOD-CONTROL.
003657     OPEN INPUT PERIOD-CLOSE-FILE.
003658
003659     IF WS-PRDCLOSE-STATUS = "35"
003660         GO TO 1400-EXIT
003661     END-IF.
003662
003663     IF WS-PRDCLOSE-STATUS NOT = "00"
003664         DISPLAY "DAILYEDT: PERIOD-CLOSE FILE NOT AVAILABLE, "
003665             "STATUS " WS-PRDCLOSE-STATUS
003666             " - CLOSED-PERIOD CHECK SKIPPED"
003667         GO TO 1400-EXIT
003668     END-IF.
003669
003670     SET PERIOD-CONTROL-OPEN TO TRUE.
003671 1400-EXIT.
003672     EXIT.
003673
003674*----------------------------------------------------------------*
003675* 1450-LOAD-ADJUST-AUTHORITY - LOAD THE POST-CLOSE AUTHORITIES    *
003676* PREPARED FOR THIS RUN. NO FILE MEANS NOTHING IS AUTHORISED.     *
003677*----------------------------------------------------------------*
003678 1450-LOAD-ADJUST-AUTHORITY.
003679     OPEN INPUT ADJUST-AUTHORITY-FILE.
003680
003681     IF WS-ADJAUTH-STATUS NOT = "00"
003682         GO TO 1450-EXIT
003683     END-IF.
003684
003685     SET NOT-END-OF-AUTHORITIES TO TRUE.
003686     PERFORM 1470-LOAD-ONE-AUTHORITY THRU 1470-EXIT
003687         UNTIL END-OF-AUTHORITIES.
003688
003689     CLOSE ADJUST-AUTHORITY-FILE.
003690 1450-EXIT.
003691     EXIT.
003692
003693 1470-LOAD-ONE-AUTHORITY.
003694     READ ADJUST-AUTHORITY-FILE
003695         AT END
003696             SET END-OF-AUTHORITIES TO TRUE
003697             GO TO 1470-EXIT
003698     END-READ.
003699
003700     IF AA-YEAR-MONTH NOT NUMERIC OR AA-AUTHORISED-BY = SPACES
003701         DISPLAY "DAILYEDT: POST-CLOSE AUTHORITY " AA-STATION " "
003702             AA-YEAR-MONTH " INCOMPLETE - IGNORED"
003703         GO TO 1470-EXIT
003704     END-IF.
003705
003706     IF WS-AUTHORITY-COUNT = WS-MAX-AUTHORITIES
003707         DISPLAY "DAILYEDT: POST-CLOSE AUTHORITY TABLE FULL AT "
003708             WS-MAX-AUTHORITIES " - REST DROPPED"
003709         SET END-OF-AUTHORITIES TO TRUE
003710         GO TO 1470-EXIT
003711     END-IF.
003712
003713     ADD 1 TO WS-AUTHORITY-COUNT.
003714     MOVE AA-STATION TO WS-AU-STATION (WS-AUTHORITY-COUNT).
003715     MOVE AA-YEAR-MONTH TO WS-AU-YEAR-MONTH (WS-AUTHORITY-COUNT).
003716     MOVE AA-AUTHORISED-BY
003717         TO WS-AU-AUTHORISED-BY (WS-AUTHORITY-COUNT).
003718 1470-EXIT.
003719     EXIT.
003720
003721*----------------------------------------------------------------*
003722* 1500-READ-FIRST-RECORD - THE FILE MUST OPEN WITH A STATION       *
003723* HEADER. AN EMPTY FILE OR A FILE THAT STARTS MID-BATCH IS         *
003724* UNUSABLE AS A WHOLE AND THE RUN ENDS WITH CODE 16.               *
003725*----------------------------------------------------------------*
003726 1500-READ-FIRST-RECORD.
003727     READ DAILY-READINGS-FILE INTO DR-RECORD
003728         AT END
003729             DISPLAY "DAILYEDT: DAILY-READINGS FILE IS EMPTY"
003730             PERFORM 5100-CLOSE-ALL-FILES THRU 5100-EXIT
003731             MOVE 16 TO RETURN-CODE
003732             GO TO 9999-EXIT-PROGRAM
003733     END-READ.
003740
003750     ADD 1 TO WS-RECORDS-READ.
003760
004000     SET HEADER-NOT-PENDING TO TRUE.
004010     SET GROUP-CLEAN TO TRUE.
004020     MOVE DR-STATION TO WS-GROUP-STATION.
004025     MOVE ZERO TO WS-GROUP-RUN-DATE.
004030     MOVE DR-RECORD TO WS-HEADER-IMAGE.
004040
004050     PERFORM 2050-EDIT-HEADER THRU 2050-EXIT.
004550     END-IF.
004560
004570     PERFORM 2085-REGISTER-RUN-DATE THRU 2085-EXIT.
004575     MOVE DR-RUN-DATE TO WS-GROUP-RUN-DATE.
004580
004590     IF DR-CORRECTION-FLAG NOT = SPACE
004600             AND DR-CORRECTION-FLAG NOT = "C"
004730             GO TO 2050-EXIT
004740         END-IF
004750     END-IF.
004751
004752*    FIGURES HEAD OFFICE ALREADY HAS ARE NOT CHANGED BY AN
004753*    ORDINARY RUN - ONLY ONE AUTHORISED AS A POST-CLOSE CHANGE.
004754     IF PERIOD-CONTROL-OPEN
004755         PERFORM 2080-CHECK-PERIOD-OPEN THRU 2080-EXIT
004756         IF PERIOD-CLOSED-REFUSED
004757             MOVE "17" TO RJ-REASON-CODE
004758             PERFORM 6100-REJECT-CURRENT-RECORD THRU 6100-EXIT
004759             GO TO 2050-EXIT
004760         END-IF
004761     END-IF.
004762
004770     MOVE DR-RECORD-COUNT TO WS-HEADER-COUNT.
004780     PERFORM 6200-BUFFER-VALID-RECORD THRU 6200-EXIT.
004790 2050-EXIT.
004980     END-IF.
004990 2075-EXIT.
005000     EXIT.
005001
005002*----------------------------------------------------------------*
005003* 2080-CHECK-PERIOD-OPEN - IS THE HEADER'S STATION-MONTH CLOSED,  *
005004* AND IF SO IS THIS RUN AUTHORISED TO CHANGE IT?                  *
005005*----------------------------------------------------------------*
005006 2080-CHECK-PERIOD-OPEN.
005007     SET PERIOD-OPEN TO TRUE.
005008     DIVIDE DR-RUN-DATE BY 100
005009         GIVING WS-CHECK-YEAR-MONTH REMAINDER WS-CHECK-DAY-PART.
005010     MOVE DR-STATION TO PD-STATION.
005011     MOVE WS-CHECK-YEAR-MONTH TO PD-YEAR-MONTH.
005012
005013     READ PERIOD-CLOSE-FILE
005014         INVALID KEY
005015             GO TO 2080-EXIT
005016     END-READ.
005017
005018     IF NOT PD-CLOSED
005019         GO TO 2080-EXIT
005020     END-IF.
005021
005022     SET PERIOD-CLOSED-REFUSED TO TRUE.
005023     MOVE SPACES TO WS-AUTHORISED-BY.
005024
005025     PERFORM 2082-MATCH-ONE-AUTHORITY THRU 2082-EXIT
005026         VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1
005027         UNTIL WS-AUTH-SUBSCRIPT > WS-AUTHORITY-COUNT.
005028
005029     IF PERIOD-CLOSED-AUTHORISED
005030         DISPLAY "DAILYEDT: STATION " DR-STATION " DATE "
005031             DR-RUN-DATE " IS IN A CLOSED MONTH - POST-CLOSE "
005032             "CHANGE AUTHORISED BY " WS-AUTHORISED-BY
005033     ELSE
005034         DISPLAY "DAILYEDT: STATION " DR-STATION " DATE "
005035             DR-RUN-DATE " IS IN A MONTH CLOSED BY " PD-CLOSED-BY
005036             " - GROUP HELD"
005037     END-IF.
005038 2080-EXIT.
005039     EXIT.
005040
005041 2082-MATCH-ONE-AUTHORITY.
005042     IF WS-AU-STATION (WS-AUTH-SUBSCRIPT) = DR-STATION
005043             AND WS-AU-YEAR-MONTH (WS-AUTH-SUBSCRIPT)
005044                 = WS-CHECK-YEAR-MONTH
005045         SET PERIOD-CLOSED-AUTHORISED TO TRUE
005046         MOVE WS-AU-AUTHORISED-BY (WS-AUTH-SUBSCRIPT)
005047             TO WS-AUTHORISED-BY
005048     END-IF.
005049 2082-EXIT.
005050     EXIT.
005051
005052*----------------------------------------------------------------*
005053* 2085-REGISTER-RUN-DATE - NOTE EACH DISTINCT HEADER RUN DATE SO  *
005054* THE RUN-CONTROL LOG GETS ONE RECORD PER BATCH DATE THE FILE     *
005055* CARRIED.                                                        *
005060*----------------------------------------------------------------*
005070 2085-REGISTER-RUN-DATE.
005080     SET DATE-NOT-LISTED TO TRUE.
006400         PERFORM 6100-REJECT-CURRENT-RECORD THRU 6100-EXIT
006410         GO TO 3100-EXIT
006420     END-IF.
006421
006422     PERFORM 3150-APPLY-METER-EVENT THRU 3150-EXIT.
006423
006424     IF ADJUST-OVERFLOW
006425         MOVE "16" TO RJ-REASON-CODE
006426         PERFORM 6100-REJECT-CURRENT-RECORD THRU 6100-EXIT
006427         GO TO 3100-EXIT
006428     END-IF.
006430
006440     ADD 1 TO WS-DETAILS-ACCEPTED.
006450     PERFORM 6200-BUFFER-VALID-RECORD THRU 6200-EXIT.
006460 3100-EXIT.
006470     EXIT.
006471
006472*----------------------------------------------------------------*
006473* 3150-APPLY-METER-EVENT - FIND THE STATION'S LATEST METER EVENT  *
006474* AT OR BEFORE THE GROUP RUN DATE AND THE DETAIL'S CAPTURE TIME   *
006475* AND STAMP THE DETAIL WITH THE ADJUSTED READING AND THAT         *
006476* EVENT'S KEY. NO EVENT IN FORCE LEAVES THE READING AS READ WITH  *
006477* A ZERO EVENT KEY. THE DETAIL IS ONLY CHANGED ONCE THE FACTORS   *
006478* HAVE APPLIED CLEANLY, SO A REJECT CARRIES THE RECORD AS KEYED.  *
006479*----------------------------------------------------------------*
006480 3150-APPLY-METER-EVENT.
006481     SET ADJUST-OK TO TRUE.
006482     MOVE ZERO TO WS-METER-FOUND-SUB.
006483     MOVE WS-GROUP-RUN-DATE TO WS-RS-DATE.
006484     MOVE DR-READING-TIME TO WS-RS-TIME.
006485
006486     IF METER-EVENTS-LOADED
006487         PERFORM 3160-MATCH-ONE-METER-EVENT THRU 3160-EXIT
006488             VARYING WS-METER-SUBSCRIPT FROM 1 BY 1
006489             UNTIL WS-METER-SUBSCRIPT > WS-METER-EVENT-COUNT
006490     END-IF.
006491
006492     IF WS-METER-FOUND-SUB = ZERO
006493         MOVE DR-READING TO DR-ADJ-READING
006494         MOVE ZERO TO DR-METER-DATE
006495         MOVE ZERO TO DR-METER-TIME
006496         GO TO 3150-EXIT
006497     END-IF.
006498
006499     COMPUTE WS-ADJ-WORK ROUNDED =
006500         DR-READING * WS-MV-MULTIPLIER (WS-METER-FOUND-SUB)
006501             + WS-MV-OFFSET (WS-METER-FOUND-SUB)
006502         ON SIZE ERROR
006503             SET ADJUST-OVERFLOW TO TRUE
006504             GO TO 3150-EXIT
006505     END-COMPUTE.
006506
006507     MOVE WS-ADJ-WORK TO DR-ADJ-READING.
006508     MOVE WS-MV-DATE (WS-METER-FOUND-SUB) TO DR-METER-DATE.
006509     MOVE WS-MV-TIME (WS-METER-FOUND-SUB) TO DR-METER-TIME.
006510     ADD 1 TO WS-DETAILS-ADJUSTED.
006511 3150-EXIT.
006512     EXIT.
006513
006514 3160-MATCH-ONE-METER-EVENT.
006515     IF WS-MV-STATION (WS-METER-SUBSCRIPT) = DR-STATION
006516             AND WS-MV-STAMP (WS-METER-SUBSCRIPT)
006517                 NOT > WS-READING-STAMP
006518         MOVE WS-METER-SUBSCRIPT TO WS-METER-FOUND-SUB
006519     END-IF.
006520 3160-EXIT.
006521     EXIT.
006522
006523 3200-EDIT-TRAILER.
006524     IF DR-STATION NOT = WS-GROUP-STATION
006525         MOVE "10" TO RJ-REASON-CODE
006526         PERFORM 6100-REJECT-CURRENT-RECORD THRU 6100-EXIT
006530         GO TO 3200-EXIT
006540     END-IF.
006550
006760     DISPLAY "DAILYEDT: RECORDS READ     " WS-RECORDS-READ.
006770     DISPLAY "DAILYEDT: RECORDS WRITTEN  " WS-RECORDS-WRITTEN.
006780     DISPLAY "DAILYEDT: RECORDS REJECTED " WS-RECORDS-REJECTED.
006785     DISPLAY "DAILYEDT: METER ADJUSTED   " WS-DETAILS-ADJUSTED.
006790
006800     IF BATCH-DIRTY
006810         DISPLAY "DAILYEDT: BATCH HELD - SEE REJECTS FILE"
006910     CLOSE DAILY-READINGS-FILE.
006920     CLOSE VALID-READINGS-FILE.
006930     CLOSE REJECT-FILE.
006931
006932     IF PERIOD-CONTROL-OPEN
006933         CLOSE PERIOD-CLOSE-FILE
006934         SET PERIOD-CONTROL-NOT-OPEN TO TRUE
006935     END-IF.
006940 5100-EXIT.
006950     EXIT.
006960
