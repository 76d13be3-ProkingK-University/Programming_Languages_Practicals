000280*                  SHRUG. AN EXCEPTION STAYS ON SUSPENSE UNTIL    *
000290*                  IT IS ACCEPTED - THE EXCAGE REPORT CARRIES     *
000300*                  THE REST FORWARD RUN AFTER RUN.                *
000302* 10/15/2026 RN    SHOWS ARRAY'S INTERVAL-INTEGRITY EXCEPTIONS -  *
000304*                  'G' GAP, 'T' TIME BACKWARDS OR REPEATED        *
000306*                  AND 'F' FLATLINE - WITH MINUTES, CAPTURE TIMES *
000308*                  AND INTERVAL COUNTS IN THEIR OWN TERMS.        *
000309* 10/15/2026 RN    THE ANALYST NOW SIGNS ON WITH AN ID OFF THE    *
000310*                  KEYED OPERATOR FILE (OPERAUTH) THAT MUST HOLD  *
000311*                  THE EXCEPTION FUNCTION. THE INITIALS STAMPED   *
000312*                  ON A DISPOSITION COME FROM THAT OPERATOR       *
000313*                  RECORD INSTEAD OF BEING TYPED, AND EVERY       *
000314*                  DISPOSITION GOES TO THE SHARED CHANGE JOURNAL  *
000315*                  (CHGJRNL) WITH THE OPERATOR ID, THE TIME AND   *
000316*                  THE SUSPENSE RECORD BEFORE AND AFTER.          *
000317* 10/15/2026 RN    SHOWS ARRAY'S 'B' BASELINE DEVIATION - THE     *
000318*                  READING, HOW MANY STANDARD DEVIATIONS IT LIES  *
000319*                  FROM THE STATION'S OWN BASELINE MEAN, AND THE  *
000320*                  BASELINE BAND IT FELL OUTSIDE.                 *
000321*----------------------------------------------------------------*
000322* RETURN CODES                                                    *
000330*   00  SESSION COMPLETE                                          *
000340*   04  NOTHING UNRESOLVED ON THE SUSPENSE FILE                   *
000346*   16  THE SUSPENSE FILE, OPERATOR FILE OR CHANGE JOURNAL COULD  *
000352*       NOT BE OPENED, OR SIGN-ON WAS REFUSED                     *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS XS-KEY
000470         FILE STATUS IS WS-EXCSUSP-STATUS.
000471
000472     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000473         ORGANIZATION IS INDEXED
000474         ACCESS MODE IS DYNAMIC
000475         RECORD KEY IS OA-OPERATOR-ID
000476         FILE STATUS IS WS-OPERAUTH-STATUS.
000477
000478     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000479         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CHGJRNL-STATUS.
000481
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EXCEPTION-SUSPENSE-FILE
000520     LABEL RECORDS ARE STANDARD.
000530     COPY EXCSUREC.
000531
000532 FD  OPERATOR-FILE
000533     LABEL RECORDS ARE STANDARD.
000534     COPY OPERREC.
000535
000536 FD  CHANGE-JOURNAL-FILE
000537     LABEL RECORDS ARE STANDARD.
000538     COPY CHGJREC.
000540
000550 WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------*
000580*----------------------------------------------------------------*
000590 01  WS-FILE-STATUSES.
000600     05  WS-EXCSUSP-STATUS       PIC X(02) VALUE SPACES.
000603     05  WS-OPERAUTH-STATUS      PIC X(02) VALUE SPACES.
000606     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000610
000620*----------------------------------------------------------------*
000630* OPERATOR INPUT                                                   *
000640*----------------------------------------------------------------*
000650 01  WS-OPERATOR-INPUT.
000665     05  WS-ACTION               PIC X(01) VALUE SPACES.
000680
000690*----------------------------------------------------------------*
000700* WORK COUNTERS, TODAY'S DATE FOR THE DISPOSITION STAMP, AND      *
000970*----------------------------------------------------------------*
000980 01  WS-DISPLAY-EDIT             PIC -(7)9.99.
000990 01  WS-DISPLAY-EDIT-2           PIC -(7)9.99.
000991 01  WS-DISPLAY-SIGMAS           PIC -(3)9.99.
000992*----------------------------------------------------------------*
000993* THE INTERVAL-INTEGRITY CLASS CARRIES MINUTES, HHMM CAPTURE      *
000994* TIMES AND INTERVAL COUNTS IN THE SAME FIELDS, SHOWN AS WHOLE    *
000995* NUMBERS THROUGH THESE.                                          *
000996*----------------------------------------------------------------*
000997 01  WS-DISPLAY-MINUTES          PIC ZZZ9.
000998 01  WS-DISPLAY-TIME             PIC 9(04).
000999 01  WS-DISPLAY-TIME-2           PIC 9(04).
001000 01  WS-DISPLAY-COUNT            PIC ZZZZ9.
001001 01  WS-DISPLAY-COUNT-2          PIC ZZZZ9.
001002
001003*----------------------------------------------------------------*
001004* SIGNED-ON OPERATOR AND CHANGE-JOURNAL WORK FIELDS - THE BEFORE  *
001005* IMAGE IS TAKEN AS THE RECORD IS READ, AHEAD OF ANY CHANGE.      *
001006*----------------------------------------------------------------*
001007 01  WS-JOURNAL-WORK.
001008     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001009     05  WS-BEFORE-IMAGE         PIC X(140) VALUE SPACES.
001010     05  WS-JR-TIME-RAW          PIC 9(08) VALUE ZERO.
001011     05  WS-JR-TIME-SPLIT REDEFINES WS-JR-TIME-RAW.
001012         10  WS-JR-TIME-HHMMSS   PIC 9(06).
001013         10  FILLER              PIC 9(02).
001014
001015
001020 PROCEDURE DIVISION.
001030*----------------------------------------------------------------*
001040* 0000-MAIN-PROCESS - WALK THE SUSPENSE FILE IN KEY ORDER AND      *
001060*----------------------------------------------------------------*
001070 0000-MAIN-PROCESS.
001080     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001085     PERFORM 1000-OPEN-SUSPENSE THRU 1000-EXIT.
001090     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
001095     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
001100
001110     PERFORM 2000-PROCESS-ONE-EXCEPTION THRU 2000-EXIT
001120         UNTIL END-OF-SUSPENSE OR SESSION-OVER.
001130
001136     CLOSE EXCEPTION-SUSPENSE-FILE.
001142     CLOSE OPERATOR-FILE.
001148     CLOSE CHANGE-JOURNAL-FILE.
001154
001160     DISPLAY "EXCDISP: SHOWN         " WS-SHOWN-COUNT.
001170     DISPLAY "EXCDISP: ACCEPTED      " WS-ACCEPTED-COUNT.
001180     DISPLAY "EXCDISP: INVESTIGATING " WS-INVESTIGATE-COUNT.
001420     END-IF.
001430 1000-EXIT.
001440     EXIT.
001441
001442*----------------------------------------------------------------*
001443* 1100-SIGN-ON-OPERATOR - THE OPERATOR KEYS THEIR ID, WHICH MUST  *
001444* BE ACTIVE ON THE OPERATOR FILE AND HOLD A FUNCTION THIS         *
001445* PROGRAM PERFORMS. EVERY CHANGE IN THE SESSION IS JOURNALED      *
001446* UNDER THIS ID.                                                  *
001447*----------------------------------------------------------------*
001448 1100-SIGN-ON-OPERATOR.
001449     OPEN INPUT OPERATOR-FILE.
001450
001451     IF WS-OPERAUTH-STATUS NOT = "00"
001452         DISPLAY "EXCDISP: CANNOT OPEN OPERATOR FILE, STATUS "
001453             WS-OPERAUTH-STATUS " - NO ONE CAN SIGN ON"
001454         CLOSE EXCEPTION-SUSPENSE-FILE
001455         MOVE 16 TO RETURN-CODE
001456         GO TO 9999-EXIT-PROGRAM
001457     END-IF.
001458
001459     DISPLAY "EXCDISP: ENTER OPERATOR ID:".
001460     ACCEPT WS-OPERATOR-ID.
001461     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
001462
001463     READ OPERATOR-FILE
001464         INVALID KEY
001465             DISPLAY "EXCDISP: OPERATOR " WS-OPERATOR-ID
001466                 " IS NOT ON THE OPERATOR FILE"
001467             GO TO 1100-REFUSE-SIGN-ON
001468     END-READ.
001469
001470     IF NOT OA-ACTIVE
001471         DISPLAY "EXCDISP: OPERATOR " WS-OPERATOR-ID
001472             " HAS BEEN REVOKED"
001473         GO TO 1100-REFUSE-SIGN-ON
001474     END-IF.
001475
001476     IF NOT OA-MAY-DISPOSE-EXCEPTION
001477         DISPLAY "EXCDISP: OPERATOR " WS-OPERATOR-ID
001478             " HOLDS NO FUNCTION IN THIS PROGRAM"
001479         GO TO 1100-REFUSE-SIGN-ON
001480     END-IF.
001481
001482     DISPLAY "EXCDISP: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
001483     GO TO 1100-EXIT.
001484
001485 1100-REFUSE-SIGN-ON.
001486     DISPLAY "EXCDISP: SIGN-ON REFUSED - NOTHING CHANGED".
001487     CLOSE OPERATOR-FILE.
001488     CLOSE EXCEPTION-SUSPENSE-FILE.
001489     MOVE 16 TO RETURN-CODE.
001490     GO TO 9999-EXIT-PROGRAM.
001491 1100-EXIT.
001492     EXIT.
001493
001494*----------------------------------------------------------------*
001495* 1200-OPEN-JOURNAL - APPEND TO THE SHARED CHANGE JOURNAL,        *
001496* STARTING IT ON FIRST USE. A SESSION THAT CANNOT JOURNAL ITS     *
001497* CHANGES MAKES NONE.                                             *
001498*----------------------------------------------------------------*
001499 1200-OPEN-JOURNAL.
001500     OPEN EXTEND CHANGE-JOURNAL-FILE.
001501
001502     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
001503         CLOSE CHANGE-JOURNAL-FILE
001504         OPEN OUTPUT CHANGE-JOURNAL-FILE
001505     END-IF.
001506
001507     IF WS-CHGJRNL-STATUS NOT = "00"
001508         DISPLAY "EXCDISP: CANNOT OPEN CHANGE JOURNAL, STATUS "
001509             WS-CHGJRNL-STATUS " - NOTHING CHANGED"
001510         CLOSE EXCEPTION-SUSPENSE-FILE
001511         CLOSE OPERATOR-FILE
001512         MOVE 16 TO RETURN-CODE
001513         GO TO 9999-EXIT-PROGRAM
001514     END-IF.
001515 1200-EXIT.
001516     EXIT.
001517
001518*----------------------------------------------------------------*
001519* 2000-PROCESS-ONE-EXCEPTION - READ THE NEXT SUSPENSE RECORD;      *
001520* ACCEPTED ONES PASS STRAIGHT BY, EVERYTHING ELSE GOES TO THE     *
001521* ANALYST FOR A DISPOSITION.                                      *
001522*----------------------------------------------------------------*
001523 2000-PROCESS-ONE-EXCEPTION.
001524     READ EXCEPTION-SUSPENSE-FILE NEXT RECORD
001530         AT END
001540             SET END-OF-SUSPENSE TO TRUE
001550             GO TO 2000-EXIT
001970             MOVE XS-LIMIT-HIGH TO WS-DISPLAY-EDIT-2
001980             DISPLAY "  AVERAGE SHIFT " WS-DISPLAY-EDIT
001990                 " EXCEEDS LIMIT " WS-DISPLAY-EDIT-2
001991         WHEN XS-INTERVAL-GAP
001992             MOVE XS-VALUE TO WS-DISPLAY-MINUTES
001993             MOVE XS-LIMIT-LOW TO WS-DISPLAY-TIME
001994             MOVE XS-LIMIT-HIGH TO WS-DISPLAY-COUNT
001995             DISPLAY "  GAP OF " WS-DISPLAY-MINUTES
001996                 " MIN BEFORE READING NO. " XS-VALUE-INDEX
001997                 " AFTER " WS-DISPLAY-TIME
001998                 " - INTERVAL " WS-DISPLAY-COUNT
001999         WHEN XS-TIME-FAULT
002000             MOVE XS-VALUE TO WS-DISPLAY-TIME
002001             MOVE XS-LIMIT-LOW TO WS-DISPLAY-TIME-2
002002             DISPLAY "  READING NO. " XS-VALUE-INDEX
002003                 " AT " WS-DISPLAY-TIME
002004                 " NOT AFTER PRIOR TIME " WS-DISPLAY-TIME-2
002005         WHEN XS-FLATLINE
002006             MOVE XS-LIMIT-LOW TO WS-DISPLAY-COUNT
002007             MOVE XS-LIMIT-HIGH TO WS-DISPLAY-COUNT-2
002008             DISPLAY "  READING NO. " XS-VALUE-INDEX
002009                 " HELD AT " WS-DISPLAY-EDIT
002010                 " FOR " WS-DISPLAY-COUNT
002011                 " INTERVALS, LIMIT " WS-DISPLAY-COUNT-2
002012         WHEN XS-BASELINE-DEVIATION
002013             MOVE XS-SIGMAS TO WS-DISPLAY-SIGMAS
002014             DISPLAY "  READING NO. " XS-VALUE-INDEX
002015                 " VALUE " WS-DISPLAY-EDIT
002016                 " IS " WS-DISPLAY-SIGMAS " SD FROM MEAN"
002017             MOVE XS-LIMIT-LOW TO WS-DISPLAY-EDIT-2
002018             DISPLAY "  BASELINE BAND " WS-DISPLAY-EDIT-2
002019                 WITH NO ADVANCING
002020             MOVE XS-LIMIT-HIGH TO WS-DISPLAY-EDIT-2
002021             DISPLAY " TO " WS-DISPLAY-EDIT-2
002022         WHEN OTHER
002023             DISPLAY "  VALUE " WS-DISPLAY-EDIT
002024     END-EVALUATE.
002030
002040     IF XS-INVESTIGATING
002050         DISPLAY "  UNDER INVESTIGATION BY " XS-DISP-INITIALS
002090     EXIT.
002100
002110*----------------------------------------------------------------*
002120* 2200-PROMPT-DISPOSITION - A(CCEPT) OR I(NVESTIGATE) STAMP THE   *
002130* RECORD FOR THE SIGNED-ON ANALYST; S(KIP) LEAVES IT FOR          *
002140* THE NEXT SESSION AND E(ND) CLOSES THE SESSION. AN UNKNOWN       *
002150* ACTION PROMPTS AGAIN.                                           *
002160*----------------------------------------------------------------*
002370
002380*----------------------------------------------------------------*
002390* 2300-APPLY-DISPOSITION - STAMP THE RECORD WITH THE STATUS, THE   *
002400* SIGNED-ON ANALYST'S INITIALS OFF THE OPERATOR FILE AND TODAY'S  *
002410* DATE, REWRITE IT AND JOURNAL IT UNDER THE ANALYST'S ID.         *
002420*----------------------------------------------------------------*
002463 2300-APPLY-DISPOSITION.
002506     MOVE XS-RECORD TO WS-BEFORE-IMAGE.
002550
002560     IF WS-ACTION = "A"
002570         SET XS-ACCEPTED TO TRUE
002610         ADD 1 TO WS-INVESTIGATE-COUNT
002620     END-IF.
002630
002640     MOVE OA-INITIALS TO XS-DISP-INITIALS.
002650     MOVE WS-TODAY-DATE TO XS-DISP-DATE.
002660
002663     SET ACTION-TAKEN TO TRUE.
002666
002669     REWRITE XS-RECORD
002672         INVALID KEY
002675             DISPLAY "EXCDISP: SUSPENSE REWRITE FAILED, STATUS "
002678                 WS-EXCSUSP-STATUS
002681             GO TO 2300-EXIT
002684     END-REWRITE.
002687
002690     MOVE SPACES TO CJ-RECORD.
002693
002696     IF XS-ACCEPTED
002699         MOVE "ACCEPT" TO CJ-ACTION
002702     ELSE
002705         MOVE "INVESTIGATE" TO CJ-ACTION
002708     END-IF.
002711
002714     MOVE "EXCSUSP" TO CJ-FILE.
002717     MOVE XS-STATION TO CJ-STATION.
002720     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
002723     MOVE XS-RECORD TO CJ-AFTER-IMAGE.
002726     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
002740 2300-EXIT.
002750     EXIT.
002760
002761*----------------------------------------------------------------*
002762* 8500-WRITE-JOURNAL-ENTRY - STAMP THE ENTRY BUILT IN CJ-RECORD   *
002763* WITH THE PROGRAM, THE SIGNED-ON OPERATOR AND THE TIME, AND      *
002764* APPEND IT TO THE CHANGE JOURNAL.                                *
002765*----------------------------------------------------------------*
002766 8500-WRITE-JOURNAL-ENTRY.
002767     MOVE "EXCDISP" TO CJ-PROGRAM.
002768     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
002769     ACCEPT CJ-DATE FROM DATE YYYYMMDD.
002770     ACCEPT WS-JR-TIME-RAW FROM TIME.
002771     MOVE WS-JR-TIME-HHMMSS TO CJ-TIME.
002772     WRITE CJ-RECORD.
002773
002774     IF WS-CHGJRNL-STATUS NOT = "00"
002775         DISPLAY "EXCDISP: CHANGE JOURNAL WRITE FAILED, STATUS "
002776             WS-CHGJRNL-STATUS
002777     END-IF.
002778 8500-EXIT.
002779     EXIT.
002780
002781*----------------------------------------------------------------*
002782* 9999-EXIT-PROGRAM                                                *
002790*----------------------------------------------------------------*
002800 9999-EXIT-PROGRAM.
002810     STOP RUN.
