000300*                  CONSOLE SCROLL. WHERE A PROGRAM LOGGED MORE    *
000310*                  THAN ONCE FOR THE DATE, THE LATEST RUN IS THE  *
000320*                  ONE JUDGED.                                    *
000321* 10/15/2026 RN    THE CHAIN NOW STARTS WITH THE FEED MERGE       *
000322*                  (FEEDMRG), AND A COLLECTOR FEEDS SECTION SHOWS *
000323*                  WHAT EACH COLLECTION SYSTEM DELIVERED FOR THE  *
000324*                  DATE - FEEDMRG LOGS EACH FEED UNDER ITS OWN    *
000325*                  NAME - AND FLAGS ANY FEED THAT DID NOT         *
000326*                  DELIVER.                                       *
000330*----------------------------------------------------------------*
000340* RETURN CODES                                                    *
000350*   00  FULL CHAIN PRESENT, CLEAN AND IN ORDER                    *
000800* THE EXPECTED OVERNIGHT CHAIN, IN RUN ORDER, AND THE LATEST     *
000810* LOGGED RUN FOUND FOR EACH STEP                                  *
000820*----------------------------------------------------------------*
000830 01  WS-CHAIN-SIZE               PIC 9(01) VALUE 7.
000840
000850 01  WS-CHAIN-NAME-VALUES.
000855     05  FILLER                  PIC X(08) VALUE "FEEDMRG ".
000860     05  FILLER                  PIC X(08) VALUE "DAILYEDT".
000870     05  FILLER                  PIC X(08) VALUE "ARRAY   ".
000880     05  FILLER                  PIC X(08) VALUE "CALCHECK".
000910     05  FILLER                  PIC X(08) VALUE "EXTRACT ".
000920
000930 01  WS-CHAIN-NAMES REDEFINES WS-CHAIN-NAME-VALUES.
000940     05  WS-CHAIN-NAME OCCURS 7 TIMES
000950                                 PIC X(08).
000960
000970 01  WS-CHAIN-RESULTS.
000980     05  WS-CHAIN-ENTRY OCCURS 7 TIMES.
000990         10  WS-CH-FOUND-FLAG    PIC X(01).
001000         10  WS-CH-RC            PIC 9(02).
001010         10  WS-CH-START-DATE    PIC 9(08).
001050         10  WS-CH-RECORDS-IN    PIC 9(07).
001060         10  WS-CH-RECORDS-OUT   PIC 9(07).
001070
001071*----------------------------------------------------------------*
001072* THE COLLECTOR FEEDS THE MERGE EXPECTS EVERY NIGHT, AS FEEDMRG   *
001073* LOGS THEM, AND WHAT EACH DELIVERED FOR THE DATE                 *
001074*----------------------------------------------------------------*
001075 01  WS-FEED-SIZE                PIC 9(01) VALUE 3.
001076
001077 01  WS-FEED-NAME-VALUES.
001078     05  FILLER                  PIC X(08) VALUE "FEEDTEL ".
001079     05  FILLER                  PIC X(08) VALUE "FEEDHHD ".
001080     05  FILLER                  PIC X(08) VALUE "FEEDMAN ".
001081
001082 01  WS-FEED-NAMES REDEFINES WS-FEED-NAME-VALUES.
001083     05  WS-FEED-NAME OCCURS 3 TIMES
001084                                 PIC X(08).
001085
001086 01  WS-FEED-RESULTS.
001087     05  WS-FEED-ENTRY OCCURS 3 TIMES.
001088         10  WS-FE-FOUND-FLAG    PIC X(01).
001089         10  WS-FE-RC            PIC 9(02).
001090         10  WS-FE-RECORDS-IN    PIC 9(07).
001091         10  WS-FE-RECORDS-OUT   PIC 9(07).
001092*----------------------------------------------------------------*
001093* OTHER PROGRAMS THAT LOGGED AGAINST THE DATE (ARCPURGE, DAYINQ, *
001100* RE-RUNS OF UTILITIES AND SO ON) - LISTED AFTER THE CHAIN       *
001110*----------------------------------------------------------------*
001120 01  WS-MAX-OTHERS               PIC 9(02) VALUE 20.
002070     05  FILLER                  PIC X(01) VALUE "/".
002080     05  OPO-START-TIME          PIC 9(06).
002090
002091 01  WS-OP-FEED-HEAD-LINE.
002092     05  FILLER                  PIC X(16) VALUE
002093         "COLLECTOR FEEDS ".
002094
002095 01  WS-OP-FEED-LINE.
002096     05  OPF-PROGRAM             PIC X(08).
002097     05  FILLER                  PIC X(01) VALUE SPACES.
002098     05  OPF-STATUS              PIC X(15).
002099     05  FILLER                  PIC X(09) VALUE " RECORDS ".
002100     05  OPF-IN                  PIC 9(07).
002101     05  FILLER                  PIC X(13) VALUE " GROUPS KEPT ".
002102     05  OPF-OUT                 PIC 9(07).
002103
002104 01  WS-OP-NO-FEED-LINE.
002105     05  OPN-PROGRAM             PIC X(08).
002106     05  FILLER                  PIC X(40) VALUE
002107         " NOT DELIVERED - NOT LOGGED FOR THE DATE".
002108
002109 01  WS-OP-CLEAN-LINE.
002110     05  FILLER                  PIC X(42) VALUE
002120         "FULL CHAIN PRESENT, CLEAN AND IN ORDER    ".
002130
002200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002210     PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
002220     PERFORM 3000-PRINT-CHAIN THRU 3000-EXIT.
002225     PERFORM 3500-PRINT-FEEDS THRU 3500-EXIT.
002230     PERFORM 4000-PRINT-OTHERS THRU 4000-EXIT.
002240
002250     IF WS-FLAGGED-COUNT = ZERO
002790     PERFORM 1100-CLEAR-ONE-CHAIN-ENTRY THRU 1100-EXIT
002800         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
002810         UNTIL WS-SUBSCRIPT-I > WS-CHAIN-SIZE.
002812
002814     PERFORM 1150-CLEAR-ONE-FEED-ENTRY THRU 1150-EXIT
002816         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
002818         UNTIL WS-SUBSCRIPT-I > WS-FEED-SIZE.
002820 1000-EXIT.
002830     EXIT.
002840
002940 1100-EXIT.
002950     EXIT.
002960
002961 1150-CLEAR-ONE-FEED-ENTRY.
002962     MOVE "N" TO WS-FE-FOUND-FLAG (WS-SUBSCRIPT-I).
002963     MOVE ZERO TO WS-FE-RC (WS-SUBSCRIPT-I).
002964     MOVE ZERO TO WS-FE-RECORDS-IN (WS-SUBSCRIPT-I).
002965     MOVE ZERO TO WS-FE-RECORDS-OUT (WS-SUBSCRIPT-I).
002966 1150-EXIT.
002967     EXIT.
002970*----------------------------------------------------------------*
002980* 2000-LOAD-RUN-LOG - KEEP THE LATEST LOGGED RUN PER CHAIN STEP    *
002990* FOR THE BATCH DATE, AND NOTE EVERY OTHER PROGRAM THAT LOGGED    *
003230         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
003240         UNTIL WS-SUBSCRIPT-I > WS-CHAIN-SIZE.
003250
003254     IF WS-ENTRY-FOUND > ZERO
003258         PERFORM 2300-STORE-CHAIN-RUN THRU 2300-EXIT
003262         GO TO 2100-EXIT
003266     END-IF.
003270
003274     PERFORM 2250-MATCH-ONE-FEED-NAME THRU 2250-EXIT
003278         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
003282         UNTIL WS-SUBSCRIPT-I > WS-FEED-SIZE.
003286
003290     IF WS-ENTRY-FOUND > ZERO
003294         PERFORM 2350-STORE-FEED-RUN THRU 2350-EXIT
003298     ELSE
003302         PERFORM 2400-STORE-OTHER-RUN THRU 2400-EXIT
003306     END-IF.
003310 2100-EXIT.
003320     EXIT.
003330
003370     END-IF.
003380 2200-EXIT.
003390     EXIT.
003391
003392 2250-MATCH-ONE-FEED-NAME.
003393     IF WS-FEED-NAME (WS-SUBSCRIPT-I) = RL-PROGRAM
003394         MOVE WS-SUBSCRIPT-I TO WS-ENTRY-FOUND
003395     END-IF.
003396 2250-EXIT.
003397     EXIT.
003400
003410*----------------------------------------------------------------*
003420* 2300-STORE-CHAIN-RUN - A LATER LOG RECORD FOR THE SAME STEP      *
003550 2300-EXIT.
003560     EXIT.
003570
003571*----------------------------------------------------------------*
003572* 2350-STORE-FEED-RUN - A FEED LOGGED BY A LATER MERGE RUN FOR    *
003573* THE SAME DATE REPLACES THE EARLIER FIGURES.                     *
003574*----------------------------------------------------------------*
003575 2350-STORE-FEED-RUN.
003576     MOVE "Y" TO WS-FE-FOUND-FLAG (WS-ENTRY-FOUND).
003577     MOVE RL-RETURN-CODE TO WS-FE-RC (WS-ENTRY-FOUND).
003578     MOVE RL-RECORDS-IN TO WS-FE-RECORDS-IN (WS-ENTRY-FOUND).
003579     MOVE RL-RECORDS-OUT TO WS-FE-RECORDS-OUT (WS-ENTRY-FOUND).
003580 2350-EXIT.
003581     EXIT.
003582
003583 2400-STORE-OTHER-RUN.
003590     IF WS-OTHER-COUNT = WS-MAX-OTHERS
003600         GO TO 2400-EXIT
003610     END-IF.
004320 3100-EXIT.
004330     EXIT.
004340
004341*----------------------------------------------------------------*
004342* 3500-PRINT-FEEDS - ONE LINE PER COLLECTOR FEED. A FEED THE      *
004343* MERGE DID NOT LOG FOR THE DATE DID NOT DELIVER AND IS FLAGGED;  *
004344* ONE WITH GROUPS HELD AS DUPLICATES IS NOTED.                    *
004345*----------------------------------------------------------------*
004346 3500-PRINT-FEEDS.
004347     MOVE SPACES TO WS-OP-LINE.
004348     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
004349     MOVE WS-OP-FEED-HEAD-LINE TO WS-OP-LINE.
004350     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
004351
004352     PERFORM 3600-PRINT-ONE-FEED THRU 3600-EXIT
004353         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
004354         UNTIL WS-SUBSCRIPT-I > WS-FEED-SIZE.
004355
004356     MOVE SPACES TO WS-OP-LINE.
004357     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
004358 3500-EXIT.
004359     EXIT.
004360
004361 3600-PRINT-ONE-FEED.
004362     IF WS-FE-FOUND-FLAG (WS-SUBSCRIPT-I) = "N"
004363         MOVE WS-FEED-NAME (WS-SUBSCRIPT-I) TO OPN-PROGRAM
004364         MOVE WS-OP-NO-FEED-LINE TO WS-OP-LINE
004365         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
004366         ADD 1 TO WS-FLAGGED-COUNT
004367         GO TO 3600-EXIT
004368     END-IF.
004369
004370     MOVE WS-FEED-NAME (WS-SUBSCRIPT-I) TO OPF-PROGRAM.
004371
004372     IF WS-FE-RC (WS-SUBSCRIPT-I) > ZERO
004373         MOVE "DUPLICATES HELD" TO OPF-STATUS
004374     ELSE
004375         MOVE "DELIVERED" TO OPF-STATUS
004376     END-IF.
004377
004378     MOVE WS-FE-RECORDS-IN (WS-SUBSCRIPT-I) TO OPF-IN.
004379     MOVE WS-FE-RECORDS-OUT (WS-SUBSCRIPT-I) TO OPF-OUT.
004380     MOVE WS-OP-FEED-LINE TO WS-OP-LINE.
004381     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
004382 3600-EXIT.
004383     EXIT.
004384
004385*----------------------------------------------------------------*
004386* 4000-PRINT-OTHERS - EVERY NON-CHAIN PROGRAM THAT LOGGED          *
004387* AGAINST THE BATCH DATE, FOR THE FULL PICTURE OF THE NIGHT.      *
004388*----------------------------------------------------------------*
004390 4000-PRINT-OTHERS.
004400     PERFORM 4100-PRINT-ONE-OTHER THRU 4100-EXIT
004410         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
