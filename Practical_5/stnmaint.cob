000250*                  WHOSE HEADER STATION IS NOT ACTIVE ON THIS     *
000260*                  MASTER, SO A MIS-KEYED CODE CAN NO LONGER      *
000270*                  GROW ITS OWN AUDIT TRAIL AND SUMMARY HISTORY.  *
000271* 10/15/2026 RN    NEW ACTION I(NTERVALS) SETS A STATION'S        *
000272*                  EXPECTED MINUTES BETWEEN CAPTURE TIMES AND ITS *
000273*                  FLATLINE LIMIT, WHICH ARRAY'S INTERVAL-        *
000274*                  INTEGRITY PASS CHECKS AGAINST. A NEW STATION   *
000275*                  STARTS AT ZERO (NOT CHECKED) UNTIL SET.        *
000276* 10/15/2026 RN    NEW ACTION M(ETER EVENT) RECORDS A METER       *
000277*                  EXCHANGE OR RECALIBRATION ON THE KEYED METER   *
000278*                  EVENT REGISTER (METEREVT) - EFFECTIVE DATE AND *
000279*                  TIME, OLD AND NEW SERIAL, MULTIPLIER AND       *
000280*                  OFFSET - WHICH DAILYEDT AND ARRAY APPLY TO     *
000281*                  KEEP THE STATION'S SERIES CONTINUOUS.          *
000282* 10/15/2026 RN    NEW ACTION P(ARENT) NAMES THE BULK STATION A   *
000283*                  STATION FEEDS OFF, BUILDING THE ZONE HIERARCHY *
000284*                  ZONEBAL BALANCES. A PARENT MUST BE ON THE      *
000285*                  MASTER AND MAY NOT LEAD BACK TO THE STATION    *
000286*                  ITSELF; A BLANK PARENT TAKES THE STATION OUT.  *
000287* 10/15/2026 RN    THE OPERATOR NOW SIGNS ON WITH AN ID OFF THE   *
000288*                  KEYED OPERATOR FILE (OPERAUTH) AND EACH ACTION *
000289*                  IS REFUSED UNLESS THE ID HOLDS THAT FUNCTION.  *
000290*                  EVERY CHANGE TO THE STATION MASTER OR METER    *
000291*                  REGISTER GOES TO THE SHARED CHANGE JOURNAL     *
000292*                  (CHGJRNL) WITH THE OPERATOR, THE TIME AND THE  *
000293*                  RECORD AS IT STOOD BEFORE AND AFTER.           *
000294*----------------------------------------------------------------*
000295* RETURN CODES                                                    *
000300*   00  REQUESTED MAINTENANCE APPLIED                             *
000306*   08  ONE OR MORE ACTIONS COULD NOT BE APPLIED OR WERE NOT      *
000312*       AUTHORISED - SEE CONSOLE                                  *
000318*   16  STATION MASTER, METER REGISTER, OPERATOR FILE OR CHANGE   *
000324*       JOURNAL COULD NOT BE OPENED, OR SIGN-ON WAS REFUSED       *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SM-STATION
000440         FILE STATUS IS WS-STATMAST-STATUS.
000441
000442     SELECT METER-EVENT-FILE ASSIGN TO "METEREVT"
000443         ORGANIZATION IS INDEXED
000444         ACCESS MODE IS DYNAMIC
000445         RECORD KEY IS ME-KEY
000446         FILE STATUS IS WS-METEREVT-STATUS.
000447
000448     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000449         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000451         RECORD KEY IS OA-OPERATOR-ID
000452         FILE STATUS IS WS-OPERAUTH-STATUS.
000453
000454     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS WS-CHGJRNL-STATUS.
000457
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  STATION-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY STATMREC.
000502
000504 FD  METER-EVENT-FILE
000506     LABEL RECORDS ARE STANDARD.
000508     COPY METEVREC.
000509
000510 FD  OPERATOR-FILE
000511     LABEL RECORDS ARE STANDARD.
000512     COPY OPERREC.
000513
000514 FD  CHANGE-JOURNAL-FILE
000515     LABEL RECORDS ARE STANDARD.
000516     COPY CHGJREC.
000517
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------*
000540* FILE STATUS SWITCHES                                             *
000550*----------------------------------------------------------------*
000560 01  WS-FILE-STATUSES.
000570     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
000575     05  WS-METEREVT-STATUS      PIC X(02) VALUE SPACES.
000576     05  WS-OPERAUTH-STATUS      PIC X(02) VALUE SPACES.
000577     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000580
000590*----------------------------------------------------------------*
000600* OPERATOR INPUT                                                   *
000660     05  WS-IN-DATE              PIC X(08) VALUE SPACES.
000670     05  WS-IN-DATE-NUM REDEFINES WS-IN-DATE
000680                                 PIC 9(08).
000681     05  WS-IN-INTERVAL          PIC X(04) VALUE SPACES.
000682     05  WS-IN-INTERVAL-NUM REDEFINES WS-IN-INTERVAL
000683                                 PIC 9(04).
000684     05  WS-IN-FLAT-LIMIT        PIC X(03) VALUE SPACES.
000685     05  WS-IN-FLAT-LIMIT-NUM REDEFINES WS-IN-FLAT-LIMIT
000686                                 PIC 9(03).
000687     05  WS-IN-TIME              PIC X(04) VALUE SPACES.
000688     05  WS-IN-TIME-NUM REDEFINES WS-IN-TIME
000689                                 PIC 9(04).
000690     05  WS-IN-TIME-SPLIT REDEFINES WS-IN-TIME.
000691         10  WS-IN-HOUR          PIC 9(02).
000692         10  WS-IN-MINUTE        PIC 9(02).
000693     05  WS-IN-EVENT-TYPE        PIC X(01) VALUE SPACES.
000694     05  WS-IN-OLD-SERIAL        PIC X(12) VALUE SPACES.
000695     05  WS-IN-NEW-SERIAL        PIC X(12) VALUE SPACES.
000696     05  WS-IN-MULTIPLIER        PIC X(07) VALUE SPACES.
000697     05  WS-IN-MULTIPLIER-NUM REDEFINES WS-IN-MULTIPLIER
000698                                 PIC 9(03)V9(04).
000699     05  WS-IN-OFFSET            PIC X(10) VALUE SPACES.
000700     05  WS-IN-OFFSET-NUM REDEFINES WS-IN-OFFSET
000701                                 PIC S9(7)V99
000702             SIGN IS TRAILING SEPARATE.
000703     05  WS-IN-PARENT            PIC X(04) VALUE SPACES.
000704
000705*----------------------------------------------------------------*
000710* WORK COUNTERS AND SWITCHES                                       *
000720*----------------------------------------------------------------*
000730 01  WS-ACTIONS-APPLIED          PIC 9(03) VALUE ZERO.
000770     05  WS-SESSION-SWITCH       PIC X(01) VALUE 'N'.
000780         88  SESSION-OVER                  VALUE 'Y'.
000790         88  SESSION-RUNNING               VALUE 'N'.
000791     05  WS-CHAIN-SWITCH         PIC X(01) VALUE 'W'.
000792         88  CHAIN-WALKING                 VALUE 'W'.
000793         88  CHAIN-ENDED                   VALUE 'E'.
000794         88  CHAIN-LOOPS                   VALUE 'L'.
000795
000796*----------------------------------------------------------------*
000797* PARENT-CHAIN WALK FOR THE ZONE HIERARCHY - THE CHAIN IS          *
000798* FOLLOWED UPWARD NO MORE THAN WS-MAX-CHAIN-STEPS LEVELS, SO A     *
000799* DAMAGED MASTER CANNOT HOLD THE SESSION IN A LOOP.                *
000800*----------------------------------------------------------------*
000801 01  WS-MAX-CHAIN-STEPS          PIC 9(03) VALUE 050.
000802 01  WS-CHAIN-STEPS              PIC 9(03) COMP.
000803 01  WS-CHAIN-STATION            PIC X(04).
000804
000805*----------------------------------------------------------------*
000806* SIGNED-ON OPERATOR AND CHANGE-JOURNAL WORK FIELDS - THE BEFORE  *
000807* IMAGE IS TAKEN AS THE RECORD IS READ, AHEAD OF ANY CHANGE.      *
000808*----------------------------------------------------------------*
000809 01  WS-JOURNAL-WORK.
000810     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
000811     05  WS-BEFORE-IMAGE         PIC X(140) VALUE SPACES.
000812     05  WS-JR-TIME-RAW          PIC 9(08) VALUE ZERO.
000813     05  WS-JR-TIME-SPLIT REDEFINES WS-JR-TIME-RAW.
000814         10  WS-JR-TIME-HHMMSS   PIC 9(06).
000815         10  FILLER              PIC 9(02).
000816
000817
000820 PROCEDURE DIVISION.
000830*----------------------------------------------------------------*
000840* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE MAINTENANCE     *
000860*----------------------------------------------------------------*
000870 0000-MAIN-PROCESS.
000880     PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
000882     PERFORM 1100-OPEN-METER-EVENTS THRU 1100-EXIT.
000884     PERFORM 1200-SIGN-ON-OPERATOR THRU 1200-EXIT.
000886     PERFORM 1300-OPEN-JOURNAL THRU 1300-EXIT.
000890
000900     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
000910         UNTIL SESSION-OVER.
000920
000930     CLOSE STATION-MASTER-FILE.
000935     CLOSE METER-EVENT-FILE.
000940     CLOSE OPERATOR-FILE.
000945     CLOSE CHANGE-JOURNAL-FILE.
000950
000955     DISPLAY "STNMAINT: ACTIONS APPLIED " WS-ACTIONS-APPLIED.
000960
000970     IF WS-ACTIONS-FAILED > ZERO
000980         DISPLAY "STNMAINT: ACTIONS FAILED  " WS-ACTIONS-FAILED
001260     END-IF.
001270 1000-EXIT.
001280     EXIT.
001281
001282*----------------------------------------------------------------*
001283* 1100-OPEN-METER-EVENTS - OPEN THE METER EVENT REGISTER FOR      *
001284* UPDATE, CREATING IT ON FIRST USE LIKE THE STATION MASTER.       *
001285*----------------------------------------------------------------*
001286 1100-OPEN-METER-EVENTS.
001287     OPEN I-O METER-EVENT-FILE.
001288
001289     IF WS-METEREVT-STATUS = "35"
001290         OPEN OUTPUT METER-EVENT-FILE
001291         CLOSE METER-EVENT-FILE
001292         OPEN I-O METER-EVENT-FILE
001293     END-IF.
001294
001295     IF WS-METEREVT-STATUS NOT = "00"
001296         DISPLAY "STNMAINT: CANNOT OPEN METER EVENT REGISTER, "
001297             "STATUS " WS-METEREVT-STATUS
001298         CLOSE STATION-MASTER-FILE
001299         MOVE 16 TO RETURN-CODE
001300         GO TO 9999-EXIT-PROGRAM
001301     END-IF.
001302 1100-EXIT.
001303     EXIT.
001304
001305*----------------------------------------------------------------*
001306* 1200-SIGN-ON-OPERATOR - THE OPERATOR KEYS THEIR ID, WHICH MUST  *
001307* BE ACTIVE ON THE OPERATOR FILE AND HOLD A FUNCTION THIS         *
001308* PROGRAM PERFORMS. EVERY CHANGE IN THE SESSION IS JOURNALED      *
001309* UNDER THIS ID.                                                  *
001310*----------------------------------------------------------------*
001311 1200-SIGN-ON-OPERATOR.
001312     OPEN INPUT OPERATOR-FILE.
001313
001314     IF WS-OPERAUTH-STATUS NOT = "00"
001315         DISPLAY "STNMAINT: CANNOT OPEN OPERATOR FILE, STATUS "
001316             WS-OPERAUTH-STATUS " - NO ONE CAN SIGN ON"
001317         CLOSE STATION-MASTER-FILE
001318         CLOSE METER-EVENT-FILE
001319         MOVE 16 TO RETURN-CODE
001320         GO TO 9999-EXIT-PROGRAM
001321     END-IF.
001322
001323     DISPLAY "STNMAINT: ENTER OPERATOR ID:".
001324     ACCEPT WS-OPERATOR-ID.
001325     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
001326
001327     READ OPERATOR-FILE
001328         INVALID KEY
001329             DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
001330                 " IS NOT ON THE OPERATOR FILE"
001331             GO TO 1200-REFUSE-SIGN-ON
001332     END-READ.
001333
001334     IF NOT OA-ACTIVE
001335         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
001336             " HAS BEEN REVOKED"
001337         GO TO 1200-REFUSE-SIGN-ON
001338     END-IF.
001339
001340     IF NOT OA-MAY-ADD-STATION
001341             AND NOT OA-MAY-RETIRE-STATION
001342             AND NOT OA-MAY-SET-STATION
001343             AND NOT OA-MAY-RECORD-METER-EVENT
001344         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
001345             " HOLDS NO FUNCTION IN THIS PROGRAM"
001346         GO TO 1200-REFUSE-SIGN-ON
001347     END-IF.
001348
001349     DISPLAY "STNMAINT: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
001350     GO TO 1200-EXIT.
001351
001352 1200-REFUSE-SIGN-ON.
001353     DISPLAY "STNMAINT: SIGN-ON REFUSED - NOTHING CHANGED".
001354     CLOSE OPERATOR-FILE.
001355     CLOSE STATION-MASTER-FILE.
001356     CLOSE METER-EVENT-FILE.
001357     MOVE 16 TO RETURN-CODE.
001358     GO TO 9999-EXIT-PROGRAM.
001359 1200-EXIT.
001360     EXIT.
001361
001362*----------------------------------------------------------------*
001363* 1300-OPEN-JOURNAL - APPEND TO THE SHARED CHANGE JOURNAL,        *
001364* STARTING IT ON FIRST USE. A SESSION THAT CANNOT JOURNAL ITS     *
001365* CHANGES MAKES NONE.                                             *
001366*----------------------------------------------------------------*
001367 1300-OPEN-JOURNAL.
001368     OPEN EXTEND CHANGE-JOURNAL-FILE.
001369
001370     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
001371         CLOSE CHANGE-JOURNAL-FILE
001372         OPEN OUTPUT CHANGE-JOURNAL-FILE
001373     END-IF.
001374
001375     IF WS-CHGJRNL-STATUS NOT = "00"
001376         DISPLAY "STNMAINT: CANNOT OPEN CHANGE JOURNAL, STATUS "
001377             WS-CHGJRNL-STATUS " - NOTHING CHANGED"
001378         CLOSE STATION-MASTER-FILE
001379         CLOSE METER-EVENT-FILE
001380         CLOSE OPERATOR-FILE
001381         MOVE 16 TO RETURN-CODE
001382         GO TO 9999-EXIT-PROGRAM
001383     END-IF.
001384 1300-EXIT.
001385     EXIT.
001386
001387*----------------------------------------------------------------*
001388* 2000-PROCESS-ONE-ACTION - PROMPT FOR ONE ACTION AND ROUTE IT.    *
001389* ANYTHING OTHER THAN A, R, I, M, P OR E IS REPORTED AND          *
001390* PROMPTED AGAIN.                                                 *
001391*----------------------------------------------------------------*
001392 2000-PROCESS-ONE-ACTION.
001393     DISPLAY "STNMAINT: ACTION - A(DD), R(ETIRE), I(NTERVALS), "
001394         "M(ETER EVENT), P(ARENT), E(ND):".
001395     ACCEPT WS-ACTION.
001396
001397     EVALUATE WS-ACTION
001398         WHEN "A"
001400             PERFORM 3000-ADD-STATION THRU 3000-EXIT
001410         WHEN "R"
001420             PERFORM 4000-RETIRE-STATION THRU 4000-EXIT
001423         WHEN "I"
001426             PERFORM 5000-SET-INTERVALS THRU 5000-EXIT
001427         WHEN "M"
001428             PERFORM 6000-ADD-METER-EVENT THRU 6000-EXIT
001429         WHEN "P"
001430             PERFORM 7000-SET-PARENT THRU 7000-EXIT
001431         WHEN "E"
001440             SET SESSION-OVER TO TRUE
001450         WHEN OTHER
001460             DISPLAY "STNMAINT: UNKNOWN ACTION '" WS-ACTION "'"
001540* RATHER THAN SILENTLY OVERWRITTEN.                                *
001550*----------------------------------------------------------------*
001560 3000-ADD-STATION.
001561     IF NOT OA-MAY-ADD-STATION
001562         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
001563             " MAY NOT ADD STATIONS"
001564         ADD 1 TO WS-ACTIONS-FAILED
001565         GO TO 3000-EXIT
001566     END-IF.
001568
001570     DISPLAY "STNMAINT: ENTER STATION CODE:".
001580     ACCEPT WS-IN-STATION.
001590
001810     MOVE WS-IN-NAME TO SM-NAME.
001820     SET SM-ACTIVE TO TRUE.
001830     MOVE WS-IN-DATE-NUM TO SM-COMMISSION-DATE.
001833     MOVE ZERO TO SM-READ-INTERVAL.
001836     MOVE ZERO TO SM-FLAT-LIMIT.
001838     MOVE SPACES TO SM-PARENT-STATION.
001840
001850     WRITE SM-RECORD
001860         INVALID KEY
001900             GO TO 3000-EXIT
001910     END-WRITE.
001920
001923     ADD 1 TO WS-ACTIONS-APPLIED.
001926     DISPLAY "STNMAINT: STATION " WS-IN-STATION " ADDED".
001929     MOVE SPACES TO CJ-RECORD.
001932     MOVE "ADD" TO CJ-ACTION.
001935     MOVE "STATMAST" TO CJ-FILE.
001938     MOVE WS-IN-STATION TO CJ-STATION.
001941     MOVE SPACES TO CJ-BEFORE-IMAGE.
001944     MOVE SM-RECORD TO CJ-AFTER-IMAGE.
001947     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
001950 3000-EXIT.
001960     EXIT.
001970
002010* NEW READINGS FOR IT.                                             *
002020*----------------------------------------------------------------*
002030 4000-RETIRE-STATION.
002031     IF NOT OA-MAY-RETIRE-STATION
002032         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
002033             " MAY NOT RETIRE STATIONS"
002034         ADD 1 TO WS-ACTIONS-FAILED
002035         GO TO 4000-EXIT
002036     END-IF.
002038
002040     DISPLAY "STNMAINT: ENTER STATION CODE TO RETIRE:".
002050     ACCEPT WS-IN-STATION.
002060
002210         GO TO 4000-EXIT
002220     END-IF.
002230
002236     MOVE SM-RECORD TO WS-BEFORE-IMAGE.
002242     SET SM-RETIRED TO TRUE.
002250
002260     REWRITE SM-RECORD
002270         INVALID KEY
002310             GO TO 4000-EXIT
002320     END-REWRITE.
002330
002333     ADD 1 TO WS-ACTIONS-APPLIED.
002336     DISPLAY "STNMAINT: STATION " WS-IN-STATION " RETIRED".
002339     MOVE SPACES TO CJ-RECORD.
002342     MOVE "RETIRE" TO CJ-ACTION.
002345     MOVE "STATMAST" TO CJ-FILE.
002348     MOVE WS-IN-STATION TO CJ-STATION.
002351     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
002354     MOVE SM-RECORD TO CJ-AFTER-IMAGE.
002357     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
002360 4000-EXIT.
002370     EXIT.
002371
002372*----------------------------------------------------------------*
002373* 5000-SET-INTERVALS - THE MINUTES EXPECTED BETWEEN CAPTURE TIMES *
002374* AND THE MOST INTERVALS ONE READING MAY HOLD UNCHANGED. ZERO     *
002375* TURNS THAT CHECK OFF FOR THE STATION.                           *
002376*----------------------------------------------------------------*
002377 5000-SET-INTERVALS.
002378     IF NOT OA-MAY-SET-STATION
002379         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
002380             " MAY NOT CHANGE STATION SETTINGS"
002381         ADD 1 TO WS-ACTIONS-FAILED
002382         GO TO 5000-EXIT
002383     END-IF.
002384
002385     DISPLAY "STNMAINT: ENTER STATION CODE:".
002386     ACCEPT WS-IN-STATION.
002387
002388     MOVE WS-IN-STATION TO SM-STATION.
002389
002390     READ STATION-MASTER-FILE
002391         INVALID KEY
002392             DISPLAY "STNMAINT: STATION " WS-IN-STATION
002393                 " NOT ON THE MASTER"
002394             ADD 1 TO WS-ACTIONS-FAILED
002395             GO TO 5000-EXIT
002396     END-READ.
002397
002398     DISPLAY "STNMAINT: ENTER EXPECTED INTERVAL IN MINUTES "
002399         "(NNNN, 0000 = NOT CHECKED):".
002400     ACCEPT WS-IN-INTERVAL.
002401
002402     IF WS-IN-INTERVAL NOT NUMERIC
002403         DISPLAY "STNMAINT: INTERVAL MUST BE FOUR DIGITS"
002404         ADD 1 TO WS-ACTIONS-FAILED
002405         GO TO 5000-EXIT
002406     END-IF.
002407
002408     DISPLAY "STNMAINT: ENTER FLATLINE LIMIT IN INTERVALS "
002409         "(NNN, 000 = NOT CHECKED):".
002410     ACCEPT WS-IN-FLAT-LIMIT.
002411
002412     IF WS-IN-FLAT-LIMIT NOT NUMERIC
002413         DISPLAY "STNMAINT: FLATLINE LIMIT MUST BE THREE DIGITS"
002414         ADD 1 TO WS-ACTIONS-FAILED
002415         GO TO 5000-EXIT
002416     END-IF.
002417
002418     MOVE SM-RECORD TO WS-BEFORE-IMAGE.
002419     MOVE WS-IN-INTERVAL-NUM TO SM-READ-INTERVAL.
002420     MOVE WS-IN-FLAT-LIMIT-NUM TO SM-FLAT-LIMIT.
002421
002422     REWRITE SM-RECORD
002423         INVALID KEY
002424             DISPLAY "STNMAINT: STATION MASTER REWRITE FAILED, "
002425                 "STATUS " WS-STATMAST-STATUS
002426             ADD 1 TO WS-ACTIONS-FAILED
002427             GO TO 5000-EXIT
002428     END-REWRITE.
002429
002430     ADD 1 TO WS-ACTIONS-APPLIED.
002431     DISPLAY "STNMAINT: STATION " WS-IN-STATION " INTERVALS SET".
002432     MOVE SPACES TO CJ-RECORD.
002433     MOVE "INTERVALS" TO CJ-ACTION.
002434     MOVE "STATMAST" TO CJ-FILE.
002435     MOVE WS-IN-STATION TO CJ-STATION.
002436     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
002437     MOVE SM-RECORD TO CJ-AFTER-IMAGE.
002438     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
002439 5000-EXIT.
002440     EXIT.
002441
002442*----------------------------------------------------------------*
002443* 6000-ADD-METER-EVENT - RECORD A METER EXCHANGE OR               *
002444* RECALIBRATION AGAINST A STATION ON THE MASTER. THE MULTIPLIER   *
002445* AND OFFSET ARE THE WHOLE CONVERSION FROM THE NEW METER'S        *
002446* READINGS TO THE STATION'S SERIES. AN EVENT ALREADY REGISTERED   *
002447* AT THE SAME DATE AND TIME IS REFUSED RATHER THAN OVERWRITTEN.   *
002448*----------------------------------------------------------------*
002449 6000-ADD-METER-EVENT.
002450     IF NOT OA-MAY-RECORD-METER-EVENT
002451         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
002452             " MAY NOT RECORD METER EVENTS"
002453         ADD 1 TO WS-ACTIONS-FAILED
002454         GO TO 6000-EXIT
002455     END-IF.
002456
002457     DISPLAY "STNMAINT: ENTER STATION CODE:".
002458     ACCEPT WS-IN-STATION.
002459
002460     MOVE WS-IN-STATION TO SM-STATION.
002461
002462     READ STATION-MASTER-FILE
002463         INVALID KEY
002464             DISPLAY "STNMAINT: STATION " WS-IN-STATION
002465                 " NOT ON THE MASTER"
002466             ADD 1 TO WS-ACTIONS-FAILED
002467             GO TO 6000-EXIT
002468     END-READ.
002469
002470     DISPLAY "STNMAINT: ENTER EFFECTIVE DATE (CCYYMMDD):".
002471     ACCEPT WS-IN-DATE.
002472
002473     IF WS-IN-DATE NOT NUMERIC
002474         DISPLAY "STNMAINT: EFFECTIVE DATE MUST BE NUMERIC "
002475             "CCYYMMDD"
002476         ADD 1 TO WS-ACTIONS-FAILED
002477         GO TO 6000-EXIT
002478     END-IF.
002479
002480     DISPLAY "STNMAINT: ENTER EFFECTIVE TIME (HHMM, 24-HOUR):".
002481     ACCEPT WS-IN-TIME.
002482
002483     IF WS-IN-TIME NOT NUMERIC
002484         DISPLAY "STNMAINT: EFFECTIVE TIME MUST BE FOUR DIGITS"
002485         ADD 1 TO WS-ACTIONS-FAILED
002486         GO TO 6000-EXIT
002487     END-IF.
002488
002489     IF WS-IN-HOUR > 23 OR WS-IN-MINUTE > 59
002490         DISPLAY "STNMAINT: EFFECTIVE TIME IS NOT A CLOCK TIME"
002491         ADD 1 TO WS-ACTIONS-FAILED
002492         GO TO 6000-EXIT
002493     END-IF.
002494
002495     DISPLAY "STNMAINT: ENTER EVENT TYPE - X(CHANGE) OR "
002496         "C(ALIBRATION):".
002497     ACCEPT WS-IN-EVENT-TYPE.
002498
002499     IF WS-IN-EVENT-TYPE NOT = "X"
002500             AND WS-IN-EVENT-TYPE NOT = "C"
002501         DISPLAY "STNMAINT: EVENT TYPE MUST BE X OR C"
002502         ADD 1 TO WS-ACTIONS-FAILED
002503         GO TO 6000-EXIT
002504     END-IF.
002505
002506     DISPLAY "STNMAINT: ENTER OLD METER SERIAL:".
002507     ACCEPT WS-IN-OLD-SERIAL.
002508     DISPLAY "STNMAINT: ENTER NEW METER SERIAL:".
002509     ACCEPT WS-IN-NEW-SERIAL.
002510
002511     DISPLAY "STNMAINT: ENTER MULTIPLIER "
002512         "(NNNNNNN, 4 DECIMALS IMPLIED - 0010000 = 1):".
002513     ACCEPT WS-IN-MULTIPLIER.
002514
002515     IF WS-IN-MULTIPLIER NOT NUMERIC
002516         DISPLAY "STNMAINT: MULTIPLIER MUST BE SEVEN DIGITS"
002517         ADD 1 TO WS-ACTIONS-FAILED
002518         GO TO 6000-EXIT
002519     END-IF.
002520
002521     IF WS-IN-MULTIPLIER-NUM = ZERO
002522         DISPLAY "STNMAINT: MULTIPLIER MAY NOT BE ZERO"
002523         ADD 1 TO WS-ACTIONS-FAILED
002524         GO TO 6000-EXIT
002525     END-IF.
002526
002527     DISPLAY "STNMAINT: ENTER OFFSET "
002528         "(NNNNNNNNN+ OR -, 2 DECIMALS IMPLIED):".
002529     ACCEPT WS-IN-OFFSET.
002530
002531     IF WS-IN-OFFSET-NUM NOT NUMERIC
002532         DISPLAY "STNMAINT: OFFSET MUST BE NINE DIGITS AND A SIGN"
002533         ADD 1 TO WS-ACTIONS-FAILED
002534         GO TO 6000-EXIT
002535     END-IF.
002536
002537     MOVE SPACES TO ME-RECORD.
002538     MOVE WS-IN-STATION TO ME-STATION.
002539     MOVE WS-IN-DATE-NUM TO ME-EFFECTIVE-DATE.
002540     MOVE WS-IN-TIME-NUM TO ME-EFFECTIVE-TIME.
002541     MOVE WS-IN-EVENT-TYPE TO ME-EVENT-TYPE.
002542     MOVE WS-IN-OLD-SERIAL TO ME-OLD-SERIAL.
002543     MOVE WS-IN-NEW-SERIAL TO ME-NEW-SERIAL.
002544     MOVE WS-IN-MULTIPLIER-NUM TO ME-MULTIPLIER.
002545     MOVE WS-IN-OFFSET-NUM TO ME-OFFSET.
002546     ACCEPT ME-RECORDED-DATE FROM DATE YYYYMMDD.
002547
002548     WRITE ME-RECORD
002549         INVALID KEY
002550             DISPLAY "STNMAINT: STATION " WS-IN-STATION
002551                 " ALREADY HAS AN EVENT AT " WS-IN-DATE " "
002552                 WS-IN-TIME " - NOT ADDED"
002553             ADD 1 TO WS-ACTIONS-FAILED
002554             GO TO 6000-EXIT
002555     END-WRITE.
002556
002557     ADD 1 TO WS-ACTIONS-APPLIED.
002558     DISPLAY "STNMAINT: STATION " WS-IN-STATION
002559         " METER EVENT RECORDED".
002560     MOVE SPACES TO CJ-RECORD.
002561     MOVE "METER EVT" TO CJ-ACTION.
002562     MOVE "METEREVT" TO CJ-FILE.
002563     MOVE WS-IN-STATION TO CJ-STATION.
002564     MOVE SPACES TO CJ-BEFORE-IMAGE.
002565     MOVE ME-RECORD TO CJ-AFTER-IMAGE.
002566     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
002567 6000-EXIT.
002568     EXIT.
002569
002570*----------------------------------------------------------------*
002571* 7000-SET-PARENT - NAME THE BULK STATION THIS STATION FEEDS OFF. *
002572* THE PARENT MUST BE ON THE MASTER AND NOT THE STATION ITSELF,    *
002573* AND ITS OWN CHAIN OF PARENTS MAY NOT LEAD BACK TO THE STATION - *
002574* A LOOP WOULD LEAVE THE ZONE BALANCE WITH NO HEAD. A BLANK       *
002575* PARENT TAKES THE STATION OUT OF ITS ZONE.                       *
002576*----------------------------------------------------------------*
002577 7000-SET-PARENT.
002578     IF NOT OA-MAY-SET-STATION
002579         DISPLAY "STNMAINT: OPERATOR " WS-OPERATOR-ID
002580             " MAY NOT CHANGE STATION SETTINGS"
002581         ADD 1 TO WS-ACTIONS-FAILED
002582         GO TO 7000-EXIT
002583     END-IF.
002584
002585     DISPLAY "STNMAINT: ENTER STATION CODE:".
002586     ACCEPT WS-IN-STATION.
002587
002588     MOVE WS-IN-STATION TO SM-STATION.
002589
002590     READ STATION-MASTER-FILE
002591         INVALID KEY
002592             DISPLAY "STNMAINT: STATION " WS-IN-STATION
002593                 " NOT ON THE MASTER"
002594             ADD 1 TO WS-ACTIONS-FAILED
002595             GO TO 7000-EXIT
002596     END-READ.
002597
002598     DISPLAY "STNMAINT: ENTER PARENT STATION CODE "
002599         "(BLANK = NO PARENT):".
002600     ACCEPT WS-IN-PARENT.
002601
002602     IF WS-IN-PARENT = SPACES
002603         GO TO 7000-REWRITE
002604     END-IF.
002605
002606     IF WS-IN-PARENT = WS-IN-STATION
002607         DISPLAY "STNMAINT: A STATION CANNOT BE ITS OWN PARENT"
002608         ADD 1 TO WS-ACTIONS-FAILED
002609         GO TO 7000-EXIT
002610     END-IF.
002611
002612     MOVE WS-IN-PARENT TO WS-CHAIN-STATION.
002613     MOVE ZERO TO WS-CHAIN-STEPS.
002614     SET CHAIN-WALKING TO TRUE.
002615
002616     PERFORM 7100-CLIMB-ONE-LEVEL THRU 7100-EXIT
002617         UNTIL NOT CHAIN-WALKING.
002618
002619     IF CHAIN-LOOPS
002620         ADD 1 TO WS-ACTIONS-FAILED
002621         GO TO 7000-EXIT
002622     END-IF.
002623
002624*    THE CHAIN WALK LEFT THE RECORD AREA ON ANOTHER STATION, SO THE
002625*    STATION BEING CHANGED IS READ AGAIN BEFORE IT IS REWRITTEN.
002626     MOVE WS-IN-STATION TO SM-STATION.
002627
002628     READ STATION-MASTER-FILE
002629         INVALID KEY
002630             DISPLAY "STNMAINT: STATION " WS-IN-STATION
002631                 " NOT ON THE MASTER"
002632             ADD 1 TO WS-ACTIONS-FAILED
002633             GO TO 7000-EXIT
002634     END-READ.
002635
002636 7000-REWRITE.
002637     MOVE SM-RECORD TO WS-BEFORE-IMAGE.
002638     MOVE WS-IN-PARENT TO SM-PARENT-STATION.
002639
002640     REWRITE SM-RECORD
002641         INVALID KEY
002642             DISPLAY "STNMAINT: STATION MASTER REWRITE FAILED, "
002643                 "STATUS " WS-STATMAST-STATUS
002644             ADD 1 TO WS-ACTIONS-FAILED
002645             GO TO 7000-EXIT
002646     END-REWRITE.
002647
002648     ADD 1 TO WS-ACTIONS-APPLIED.
002649
002650     IF WS-IN-PARENT = SPACES
002651         DISPLAY "STNMAINT: STATION " WS-IN-STATION
002652             " PARENT CLEARED"
002653     ELSE
002654         DISPLAY "STNMAINT: STATION " WS-IN-STATION
002655             " PARENT SET TO " WS-IN-PARENT
002656     END-IF.
002657     MOVE SPACES TO CJ-RECORD.
002658     MOVE "PARENT" TO CJ-ACTION.
002659     MOVE "STATMAST" TO CJ-FILE.
002660     MOVE WS-IN-STATION TO CJ-STATION.
002661     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
002662     MOVE SM-RECORD TO CJ-AFTER-IMAGE.
002663     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
002664 7000-EXIT.
002665     EXIT.
002666
002667*----------------------------------------------------------------*
002668* 7100-CLIMB-ONE-LEVEL - READ THE STATION IN WS-CHAIN-STATION AND *
002669* STEP UP TO ITS PARENT. THE WALK ENDS AT A STATION WITH NO       *
002670* PARENT; REACHING THE STATION BEING CHANGED, A PARENT NOT ON     *
002671* THE MASTER OR THE STEP LIMIT REFUSES THE CHANGE.                *
002672*----------------------------------------------------------------*
002673 7100-CLIMB-ONE-LEVEL.
002674     IF WS-CHAIN-STEPS = WS-MAX-CHAIN-STEPS
002675         DISPLAY "STNMAINT: PARENT CHAIN DEEPER THAN "
002676             WS-MAX-CHAIN-STEPS " LEVELS - PARENT NOT SET"
002677         SET CHAIN-LOOPS TO TRUE
002678         GO TO 7100-EXIT
002679     END-IF.
002680
002681     ADD 1 TO WS-CHAIN-STEPS.
002682     MOVE WS-CHAIN-STATION TO SM-STATION.
002683
002684     READ STATION-MASTER-FILE
002685         INVALID KEY
002686             DISPLAY "STNMAINT: PARENT STATION " WS-CHAIN-STATION
002687                 " NOT ON THE MASTER - PARENT NOT SET"
002688             SET CHAIN-LOOPS TO TRUE
002689             GO TO 7100-EXIT
002690     END-READ.
002691
002692     IF SM-PARENT-STATION = SPACES
002693         SET CHAIN-ENDED TO TRUE
002694         GO TO 7100-EXIT
002695     END-IF.
002696
002697     IF SM-PARENT-STATION = WS-IN-STATION
002698         DISPLAY "STNMAINT: " WS-IN-PARENT " ALREADY FEEDS OFF "
002699             WS-IN-STATION " - PARENT NOT SET"
002700         SET CHAIN-LOOPS TO TRUE
002701         GO TO 7100-EXIT
002702     END-IF.
002703
002704     MOVE SM-PARENT-STATION TO WS-CHAIN-STATION.
002705 7100-EXIT.
002706     EXIT.
002707
002708*----------------------------------------------------------------*
002709* 8500-WRITE-JOURNAL-ENTRY - STAMP THE ENTRY BUILT IN CJ-RECORD   *
002710* WITH THE PROGRAM, THE SIGNED-ON OPERATOR AND THE TIME, AND      *
002711* APPEND IT TO THE CHANGE JOURNAL.                                *
002712*----------------------------------------------------------------*
002713 8500-WRITE-JOURNAL-ENTRY.
002714     MOVE "STNMAINT" TO CJ-PROGRAM.
002715     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
002716     ACCEPT CJ-DATE FROM DATE YYYYMMDD.
002717     ACCEPT WS-JR-TIME-RAW FROM TIME.
002718     MOVE WS-JR-TIME-HHMMSS TO CJ-TIME.
002719     WRITE CJ-RECORD.
002720
002721     IF WS-CHGJRNL-STATUS NOT = "00"
002722         DISPLAY "STNMAINT: CHANGE JOURNAL WRITE FAILED, STATUS "
002723             WS-CHGJRNL-STATUS
002724     END-IF.
002725 8500-EXIT.
002726     EXIT.
002727
002728*----------------------------------------------------------------*
002729* 9999-EXIT-PROGRAM                                                *
002730*----------------------------------------------------------------*
002731 9999-EXIT-PROGRAM.
002732     STOP RUN.
