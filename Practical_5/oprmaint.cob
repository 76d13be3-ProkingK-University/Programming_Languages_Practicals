000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. OPRMAINT.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - MAINTENANCE OF THE KEYED    *
000210*                  OPERATOR AUTHORITY FILE (OPERAUTH) THAT        *
000220*                  STNMAINT, EXCDISP, REJREPR, ESTIMATE AND       *
000230*                  MTHCLOSE CHECK AT SIGN-ON. THE OPERATOR ADDS   *
000240*                  AN OPERATOR, CHANGES THE FUNCTIONS ONE HOLDS   *
000250*                  OR REVOKES ONE, AND EVERY CHANGE GOES TO THE   *
000260*                  SHARED CHANGE JOURNAL (CHGJRNL) WITH THE       *
000270*                  RECORD BEFORE AND AFTER. A REVOKED OPERATOR    *
000280*                  STAYS ON FILE SO THE JOURNAL STILL NAMES WHO   *
000290*                  AN ID BELONGED TO. WHILE THE FILE IS EMPTY THE *
000300*                  FIRST ID TO SIGN ON IS ADDED WITH EVERY        *
000310*                  FUNCTION, SO THE FILE CAN BE STARTED.          *
000320*----------------------------------------------------------------*
000330* RETURN CODES                                                    *
000340*   00  REQUESTED MAINTENANCE APPLIED                             *
000350*   08  ONE OR MORE ACTIONS COULD NOT BE APPLIED - SEE CONSOLE    *
000360*   16  OPERATOR FILE OR CHANGE JOURNAL COULD NOT BE OPENED, OR   *
000370*       SIGN-ON WAS REFUSED                                       *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS OA-OPERATOR-ID
000490         FILE STATUS IS WS-OPERAUTH-STATUS.
000500
000510     SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-CHGJRNL-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  OPERATOR-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY OPERREC.
000600
000610 FD  CHANGE-JOURNAL-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY CHGJREC.
000640
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------*
000670* FILE STATUS SWITCHES                                             *
000680*----------------------------------------------------------------*
000690 01  WS-FILE-STATUSES.
000700     05  WS-OPERAUTH-STATUS      PIC X(02) VALUE SPACES.
000710     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000720
000730*----------------------------------------------------------------*
000740* OPERATOR INPUT - THE FUNCTIONS ARE KEYED AS ONE Y/N FLAG PER     *
000750* FUNCTION IN OPERREC ORDER.                                       *
000760*----------------------------------------------------------------*
000770 01  WS-OPERATOR-INPUT.
000780     05  WS-ACTION               PIC X(01) VALUE SPACES.
000790     05  WS-IN-OPERATOR          PIC X(08) VALUE SPACES.
000800     05  WS-IN-NAME              PIC X(20) VALUE SPACES.
000810     05  WS-IN-INITIALS          PIC X(03) VALUE SPACES.
000820     05  WS-IN-FUNCTIONS         PIC X(09) VALUE SPACES.
000830     05  WS-IN-FUNCTION-FLAGS REDEFINES WS-IN-FUNCTIONS.
000840         10  WS-IN-FUNCTION-FLAG PIC X(01) OCCURS 9 TIMES.
000850
000860*----------------------------------------------------------------*
000870* WORK COUNTERS AND SWITCHES                                       *
000880*----------------------------------------------------------------*
000890 01  WS-ACTIONS-APPLIED          PIC 9(03) VALUE ZERO.
000900 01  WS-ACTIONS-FAILED           PIC 9(03) VALUE ZERO.
000910 01  WS-MAX-FUNCTIONS            PIC 9(02) VALUE 09.
000920 01  WS-SUBSCRIPT-F              PIC 9(02) COMP.
000930 01  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
000940
000950 01  WS-SWITCHES.
000960     05  WS-SESSION-SWITCH       PIC X(01) VALUE 'N'.
000970         88  SESSION-OVER                  VALUE 'Y'.
000980         88  SESSION-RUNNING               VALUE 'N'.
000990     05  WS-EMPTY-FILE-SWITCH    PIC X(01) VALUE 'N'.
001000         88  OPERATOR-FILE-EMPTY           VALUE 'Y'.
001010         88  OPERATOR-FILE-HAS-RECORDS     VALUE 'N'.
001020     05  WS-FUNCTIONS-SWITCH     PIC X(01) VALUE 'Y'.
001030         88  FUNCTIONS-VALID               VALUE 'Y'.
001040         88  FUNCTIONS-INVALID             VALUE 'N'.
001050
001060*----------------------------------------------------------------*
001070* SIGNED-ON OPERATOR AND CHANGE-JOURNAL WORK FIELDS - THE BEFORE   *
001080* IMAGE IS TAKEN AS THE RECORD IS READ, AHEAD OF ANY CHANGE.       *
001090*----------------------------------------------------------------*
001100 01  WS-JOURNAL-WORK.
001110     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001120     05  WS-BEFORE-IMAGE         PIC X(140) VALUE SPACES.
001130     05  WS-JR-TIME-RAW          PIC 9(08) VALUE ZERO.
001140     05  WS-JR-TIME-SPLIT REDEFINES WS-JR-TIME-RAW.
001150         10  WS-JR-TIME-HHMMSS   PIC 9(06).
001160         10  FILLER              PIC 9(02).
001170
001180 PROCEDURE DIVISION.
001190*----------------------------------------------------------------*
001200* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE MAINTENANCE     *
001210* SESSION. ONE ACTION PER PASS UNTIL THE OPERATOR KEYS 'E'.        *
001220*----------------------------------------------------------------*
001230 0000-MAIN-PROCESS.
001240     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001250     PERFORM 1000-OPEN-OPERATOR-FILE THRU 1000-EXIT.
001260     PERFORM 1100-OPEN-JOURNAL THRU 1100-EXIT.
001270     PERFORM 1200-SIGN-ON-OPERATOR THRU 1200-EXIT.
001280
001290     PERFORM 2000-PROCESS-ONE-ACTION THRU 2000-EXIT
001300         UNTIL SESSION-OVER.
001310
001320     CLOSE OPERATOR-FILE.
001330     CLOSE CHANGE-JOURNAL-FILE.
001340
001350     DISPLAY "OPRMAINT: ACTIONS APPLIED " WS-ACTIONS-APPLIED.
001360
001370     IF WS-ACTIONS-FAILED > ZERO
001380         DISPLAY "OPRMAINT: ACTIONS FAILED  " WS-ACTIONS-FAILED
001390         MOVE 8 TO RETURN-CODE
001400     END-IF.
001410
001420     GO TO 9999-EXIT-PROGRAM.
001430
001440 0000-EXIT.
001450     EXIT.
001460
001470*----------------------------------------------------------------*
001480* 1000-OPEN-OPERATOR-FILE - OPEN THE OPERATOR FILE FOR UPDATE,     *
001490* CREATING IT ON FIRST USE THE SAME WAY STNMAINT CREATES THE       *
001500* STATION MASTER, AND NOTE WHETHER IT HOLDS ANY OPERATOR YET.      *
001510*----------------------------------------------------------------*
001520 1000-OPEN-OPERATOR-FILE.
001530     OPEN I-O OPERATOR-FILE.
001540
001550     IF WS-OPERAUTH-STATUS = "35"
001560         OPEN OUTPUT OPERATOR-FILE
001570         CLOSE OPERATOR-FILE
001580         OPEN I-O OPERATOR-FILE
001590     END-IF.
001600
001610     IF WS-OPERAUTH-STATUS NOT = "00"
001620         DISPLAY "OPRMAINT: CANNOT OPEN OPERATOR FILE, STATUS "
001630             WS-OPERAUTH-STATUS
001640         MOVE 16 TO RETURN-CODE
001650         GO TO 9999-EXIT-PROGRAM
001660     END-IF.
001670
001680     READ OPERATOR-FILE NEXT RECORD
001690         AT END
001700             SET OPERATOR-FILE-EMPTY TO TRUE
001710     END-READ.
001720 1000-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------------*
001760* 1100-OPEN-JOURNAL - APPEND TO THE SHARED CHANGE JOURNAL,         *
001770* STARTING IT ON FIRST USE. A SESSION THAT CANNOT JOURNAL ITS      *
001780* CHANGES MAKES NONE.                                              *
001790*----------------------------------------------------------------*
001800 1100-OPEN-JOURNAL.
001810     OPEN EXTEND CHANGE-JOURNAL-FILE.
001820
001830     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
001840         CLOSE CHANGE-JOURNAL-FILE
001850         OPEN OUTPUT CHANGE-JOURNAL-FILE
001860     END-IF.
001870
001880     IF WS-CHGJRNL-STATUS NOT = "00"
001890         DISPLAY "OPRMAINT: CANNOT OPEN CHANGE JOURNAL, STATUS "
001900             WS-CHGJRNL-STATUS " - NOTHING CHANGED"
001910         CLOSE OPERATOR-FILE
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT-PROGRAM
001940     END-IF.
001950 1100-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------------*
001990* 1200-SIGN-ON-OPERATOR - THE OPERATOR KEYS THEIR ID, WHICH MUST   *
002000* BE ACTIVE AND HOLD THE OPERATOR-MAINTENANCE FUNCTION. WHILE THE  *
002010* FILE IS STILL EMPTY THE ID KEYED IS ADDED AS ITS FIRST OPERATOR  *
002020* WITH EVERY FUNCTION, AND THAT ADD IS JOURNALED LIKE ANY OTHER.   *
002030*----------------------------------------------------------------*
002040 1200-SIGN-ON-OPERATOR.
002050     DISPLAY "OPRMAINT: ENTER OPERATOR ID:".
002060     ACCEPT WS-OPERATOR-ID.
002070
002080     IF WS-OPERATOR-ID = SPACES
002090         DISPLAY "OPRMAINT: OPERATOR ID MAY NOT BE BLANK"
002100         GO TO 1200-REFUSE-SIGN-ON
002110     END-IF.
002120
002130     IF OPERATOR-FILE-EMPTY
002140         GO TO 1200-FIRST-OPERATOR
002150     END-IF.
002160
002170     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002180
002190     READ OPERATOR-FILE
002200         INVALID KEY
002210             DISPLAY "OPRMAINT: OPERATOR " WS-OPERATOR-ID
002220                 " IS NOT ON THE OPERATOR FILE"
002230             GO TO 1200-REFUSE-SIGN-ON
002240     END-READ.
002250
002260     IF NOT OA-ACTIVE
002270         DISPLAY "OPRMAINT: OPERATOR " WS-OPERATOR-ID
002280             " HAS BEEN REVOKED"
002290         GO TO 1200-REFUSE-SIGN-ON
002300     END-IF.
002310
002320     IF NOT OA-MAY-MAINTAIN-OPERATORS
002330         DISPLAY "OPRMAINT: OPERATOR " WS-OPERATOR-ID
002340             " HOLDS NO FUNCTION IN THIS PROGRAM"
002350         GO TO 1200-REFUSE-SIGN-ON
002360     END-IF.
002370
002380     DISPLAY "OPRMAINT: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
002390     GO TO 1200-EXIT.
002400
002410 1200-FIRST-OPERATOR.
002420     DISPLAY "OPRMAINT: OPERATOR FILE IS EMPTY - " WS-OPERATOR-ID
002430         " IS ADDED AS ITS FIRST OPERATOR WITH EVERY FUNCTION".
002440     DISPLAY "OPRMAINT: ENTER YOUR NAME:".
002450     MOVE SPACES TO WS-IN-NAME.
002460     ACCEPT WS-IN-NAME.
002470     DISPLAY "OPRMAINT: ENTER YOUR INITIALS:".
002480     MOVE SPACES TO WS-IN-INITIALS.
002490     ACCEPT WS-IN-INITIALS.
002500
002510     IF WS-IN-INITIALS = SPACES
002520         DISPLAY "OPRMAINT: INITIALS MAY NOT BE BLANK"
002530         GO TO 1200-REFUSE-SIGN-ON
002540     END-IF.
002550
002560     MOVE SPACES TO OA-RECORD.
002570     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002580     MOVE WS-IN-NAME TO OA-NAME.
002590     MOVE WS-IN-INITIALS TO OA-INITIALS.
002600     SET OA-ACTIVE TO TRUE.
002610     MOVE "YYYYYYYYY" TO OA-FUNCTIONS.
002620     MOVE WS-TODAY-DATE TO OA-ADDED-DATE.
002630     MOVE WS-TODAY-DATE TO OA-CHANGED-DATE.
002640
002650     WRITE OA-RECORD
002660         INVALID KEY
002670             DISPLAY "OPRMAINT: FIRST OPERATOR WRITE FAILED, "
002680                 "STATUS " WS-OPERAUTH-STATUS
002690             GO TO 1200-REFUSE-SIGN-ON
002700     END-WRITE.
002710
002720     SET OPERATOR-FILE-HAS-RECORDS TO TRUE.
002730     ADD 1 TO WS-ACTIONS-APPLIED.
002740     MOVE SPACES TO CJ-RECORD.
002750     MOVE "ADD" TO CJ-ACTION.
002760     MOVE "OPERAUTH" TO CJ-FILE.
002770     MOVE SPACES TO CJ-BEFORE-IMAGE.
002780     MOVE OA-RECORD TO CJ-AFTER-IMAGE.
002790     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
002800
002810     DISPLAY "OPRMAINT: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
002820     GO TO 1200-EXIT.
002830
002840 1200-REFUSE-SIGN-ON.
002850     DISPLAY "OPRMAINT: SIGN-ON REFUSED - NOTHING CHANGED".
002860     CLOSE OPERATOR-FILE.
002870     CLOSE CHANGE-JOURNAL-FILE.
002880     MOVE 16 TO RETURN-CODE.
002890     GO TO 9999-EXIT-PROGRAM.
002900 1200-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------------*
002940* 2000-PROCESS-ONE-ACTION - PROMPT FOR ONE ACTION AND ROUTE IT.    *
002950* ANYTHING OTHER THAN A, F, R OR E IS REPORTED AND PROMPTED AGAIN. *
002960*----------------------------------------------------------------*
002970 2000-PROCESS-ONE-ACTION.
002980     DISPLAY "OPRMAINT: ACTION - A(DD), F(UNCTIONS), R(EVOKE), "
002990         "E(ND):".
003000     ACCEPT WS-ACTION.
003010
003020     EVALUATE WS-ACTION
003030         WHEN "A"
003040             PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
003050         WHEN "F"
003060             PERFORM 4000-CHANGE-FUNCTIONS THRU 4000-EXIT
003070         WHEN "R"
003080             PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
003090         WHEN "E"
003100             SET SESSION-OVER TO TRUE
003110         WHEN OTHER
003120             DISPLAY "OPRMAINT: UNKNOWN ACTION '" WS-ACTION "'"
003130     END-EVALUATE.
003140 2000-EXIT.
003150     EXIT.
003160
003170*----------------------------------------------------------------*
003180* 3000-ADD-OPERATOR - A NEW OPERATOR NEEDS AN ID, NAME, INITIALS   *
003190* AND THE FUNCTIONS THEY MAY PERFORM. AN ID ALREADY ON FILE -      *
003200* REVOKED OR NOT - IS REFUSED, SO NO ID IS EVER REUSED.            *
003210*----------------------------------------------------------------*
003220 3000-ADD-OPERATOR.
003230     DISPLAY "OPRMAINT: ENTER NEW OPERATOR ID:".
003240     MOVE SPACES TO WS-IN-OPERATOR.
003250     ACCEPT WS-IN-OPERATOR.
003260
003270     IF WS-IN-OPERATOR = SPACES
003280         DISPLAY "OPRMAINT: OPERATOR ID MAY NOT BE BLANK"
003290         ADD 1 TO WS-ACTIONS-FAILED
003300         GO TO 3000-EXIT
003310     END-IF.
003320
003330     DISPLAY "OPRMAINT: ENTER OPERATOR NAME:".
003340     MOVE SPACES TO WS-IN-NAME.
003350     ACCEPT WS-IN-NAME.
003360     DISPLAY "OPRMAINT: ENTER OPERATOR INITIALS:".
003370     MOVE SPACES TO WS-IN-INITIALS.
003380     ACCEPT WS-IN-INITIALS.
003390
003400     IF WS-IN-INITIALS = SPACES
003410         DISPLAY "OPRMAINT: INITIALS MAY NOT BE BLANK"
003420         ADD 1 TO WS-ACTIONS-FAILED
003430         GO TO 3000-EXIT
003440     END-IF.
003450
003460     PERFORM 3800-PROMPT-FUNCTIONS THRU 3800-EXIT.
003470
003480     IF FUNCTIONS-INVALID
003490         ADD 1 TO WS-ACTIONS-FAILED
003500         GO TO 3000-EXIT
003510     END-IF.
003520
003530     MOVE SPACES TO OA-RECORD.
003540     MOVE WS-IN-OPERATOR TO OA-OPERATOR-ID.
003550     MOVE WS-IN-NAME TO OA-NAME.
003560     MOVE WS-IN-INITIALS TO OA-INITIALS.
003570     SET OA-ACTIVE TO TRUE.
003580     MOVE WS-IN-FUNCTIONS TO OA-FUNCTIONS.
003590     MOVE WS-TODAY-DATE TO OA-ADDED-DATE.
003600     MOVE WS-TODAY-DATE TO OA-CHANGED-DATE.
003610
003620     WRITE OA-RECORD
003630         INVALID KEY
003640             DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR
003650                 " ALREADY ON FILE - NOT ADDED"
003660             ADD 1 TO WS-ACTIONS-FAILED
003670             GO TO 3000-EXIT
003680     END-WRITE.
003690
003700     ADD 1 TO WS-ACTIONS-APPLIED.
003710     DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR " ADDED".
003720     MOVE SPACES TO CJ-RECORD.
003730     MOVE "ADD" TO CJ-ACTION.
003740     MOVE "OPERAUTH" TO CJ-FILE.
003750     MOVE SPACES TO CJ-BEFORE-IMAGE.
003760     MOVE OA-RECORD TO CJ-AFTER-IMAGE.
003770     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
003780 3000-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------------*
003820* 3800-PROMPT-FUNCTIONS - ONE Y/N FLAG PER FUNCTION IN OPERREC     *
003830* ORDER. ANY FLAG THAT IS NEITHER Y NOR N REFUSES THE WHOLE ENTRY. *
003840*----------------------------------------------------------------*
003850 3800-PROMPT-FUNCTIONS.
003860     DISPLAY "OPRMAINT: ENTER FUNCTIONS AS 9 Y/N FLAGS IN THIS "
003870         "ORDER -".
003880     DISPLAY "  ADD STATION, RETIRE STATION, STATION SETTINGS, "
003890         "METER EVENT,".
003900     DISPLAY "  EXCEPTIONS, REJECTS, ESTIMATE, PERIOD CLOSE, "
003910         "OPERATORS:".
003920     MOVE SPACES TO WS-IN-FUNCTIONS.
003930     ACCEPT WS-IN-FUNCTIONS.
003940
003950     SET FUNCTIONS-VALID TO TRUE.
003960     PERFORM 3900-CHECK-ONE-FLAG THRU 3900-EXIT
003970         VARYING WS-SUBSCRIPT-F FROM 1 BY 1
003980         UNTIL WS-SUBSCRIPT-F > WS-MAX-FUNCTIONS.
003990
004000     IF FUNCTIONS-INVALID
004010         DISPLAY "OPRMAINT: FUNCTIONS '" WS-IN-FUNCTIONS
004020             "' MUST BE 9 FLAGS, EACH Y OR N"
004030     END-IF.
004040 3800-EXIT.
004050     EXIT.
004060
004070 3900-CHECK-ONE-FLAG.
004080     IF WS-IN-FUNCTION-FLAG (WS-SUBSCRIPT-F) NOT = "Y"
004090             AND WS-IN-FUNCTION-FLAG (WS-SUBSCRIPT-F) NOT = "N"
004100         SET FUNCTIONS-INVALID TO TRUE
004110     END-IF.
004120 3900-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------------*
004160* 4000-CHANGE-FUNCTIONS - REPLACE THE FUNCTIONS AN ACTIVE OPERATOR *
004170* HOLDS. THE SIGNED-ON OPERATOR MAY NOT TAKE AWAY THEIR OWN        *
004180* OPERATOR-MAINTENANCE FUNCTION, SO THE FILE IS NEVER LEFT WITH    *
004190* NO ONE ABLE TO MAINTAIN IT.                                      *
004200*----------------------------------------------------------------*
004210 4000-CHANGE-FUNCTIONS.
004220     DISPLAY "OPRMAINT: ENTER OPERATOR ID:".
004230     MOVE SPACES TO WS-IN-OPERATOR.
004240     ACCEPT WS-IN-OPERATOR.
004250     MOVE WS-IN-OPERATOR TO OA-OPERATOR-ID.
004260
004270     READ OPERATOR-FILE
004280         INVALID KEY
004290             DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR
004300                 " NOT ON FILE"
004310             ADD 1 TO WS-ACTIONS-FAILED
004320             GO TO 4000-EXIT
004330     END-READ.
004340
004350     IF NOT OA-ACTIVE
004360         DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR
004370             " HAS BEEN REVOKED - FUNCTIONS NOT CHANGED"
004380         ADD 1 TO WS-ACTIONS-FAILED
004390         GO TO 4000-EXIT
004400     END-IF.
004410
004420     MOVE OA-RECORD TO WS-BEFORE-IMAGE.
004430     DISPLAY "OPRMAINT: " WS-IN-OPERATOR " " OA-NAME
004440         " NOW HOLDS " OA-FUNCTIONS.
004450
004460     PERFORM 3800-PROMPT-FUNCTIONS THRU 3800-EXIT.
004470
004480     IF FUNCTIONS-INVALID
004490         ADD 1 TO WS-ACTIONS-FAILED
004500         GO TO 4000-EXIT
004510     END-IF.
004520
004530     IF WS-IN-OPERATOR = WS-OPERATOR-ID
004540             AND WS-IN-FUNCTION-FLAG (9) NOT = "Y"
004550         DISPLAY "OPRMAINT: YOU MAY NOT TAKE AWAY YOUR OWN "
004560             "OPERATORS FUNCTION"
004570         ADD 1 TO WS-ACTIONS-FAILED
004580         GO TO 4000-EXIT
004590     END-IF.
004600
004610     MOVE WS-IN-FUNCTIONS TO OA-FUNCTIONS.
004620     MOVE WS-TODAY-DATE TO OA-CHANGED-DATE.
004630
004640     REWRITE OA-RECORD
004650         INVALID KEY
004660             DISPLAY "OPRMAINT: REWRITE FAILED FOR "
004670                 WS-IN-OPERATOR ", STATUS " WS-OPERAUTH-STATUS
004680             ADD 1 TO WS-ACTIONS-FAILED
004690             GO TO 4000-EXIT
004700     END-REWRITE.
004710
004720     ADD 1 TO WS-ACTIONS-APPLIED.
004730     DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR
004740         " FUNCTIONS CHANGED".
004750     MOVE SPACES TO CJ-RECORD.
004760     MOVE "FUNCTIONS" TO CJ-ACTION.
004770     MOVE "OPERAUTH" TO CJ-FILE.
004780     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
004790     MOVE OA-RECORD TO CJ-AFTER-IMAGE.
004800     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
004810 4000-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------*
004850* 5000-REVOKE-OPERATOR - MARK AN OPERATOR REVOKED. THE RECORD      *
004860* STAYS ON FILE AND THE ID CANNOT SIGN ON AGAIN. THE SIGNED-ON     *
004870* OPERATOR MAY NOT REVOKE THEMSELVES.                              *
004880*----------------------------------------------------------------*
004890 5000-REVOKE-OPERATOR.
004900     DISPLAY "OPRMAINT: ENTER OPERATOR ID TO REVOKE:".
004910     MOVE SPACES TO WS-IN-OPERATOR.
004920     ACCEPT WS-IN-OPERATOR.
004930
004940     IF WS-IN-OPERATOR = WS-OPERATOR-ID
004950         DISPLAY "OPRMAINT: YOU MAY NOT REVOKE YOURSELF"
004960         ADD 1 TO WS-ACTIONS-FAILED
004970         GO TO 5000-EXIT
004980     END-IF.
004990
005000     MOVE WS-IN-OPERATOR TO OA-OPERATOR-ID.
005010
005020     READ OPERATOR-FILE
005030         INVALID KEY
005040             DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR
005050                 " NOT ON FILE"
005060             ADD 1 TO WS-ACTIONS-FAILED
005070             GO TO 5000-EXIT
005080     END-READ.
005090
005100     IF OA-REVOKED
005110         DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR
005120             " ALREADY REVOKED"
005130         ADD 1 TO WS-ACTIONS-FAILED
005140         GO TO 5000-EXIT
005150     END-IF.
005160
005170     MOVE OA-RECORD TO WS-BEFORE-IMAGE.
005180     SET OA-REVOKED TO TRUE.
005190     MOVE WS-TODAY-DATE TO OA-CHANGED-DATE.
005200
005210     REWRITE OA-RECORD
005220         INVALID KEY
005230             DISPLAY "OPRMAINT: REWRITE FAILED FOR "
005240                 WS-IN-OPERATOR ", STATUS " WS-OPERAUTH-STATUS
005250             ADD 1 TO WS-ACTIONS-FAILED
005260             GO TO 5000-EXIT
005270     END-REWRITE.
005280
005290     ADD 1 TO WS-ACTIONS-APPLIED.
005300     DISPLAY "OPRMAINT: OPERATOR " WS-IN-OPERATOR " REVOKED".
005310     MOVE SPACES TO CJ-RECORD.
005320     MOVE "REVOKE" TO CJ-ACTION.
005330     MOVE "OPERAUTH" TO CJ-FILE.
005340     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
005350     MOVE OA-RECORD TO CJ-AFTER-IMAGE.
005360     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
005370 5000-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------------*
005410* 8500-WRITE-JOURNAL-ENTRY - STAMP THE ENTRY BUILT IN CJ-RECORD    *
005420* WITH THE PROGRAM, THE SIGNED-ON OPERATOR AND THE TIME, AND       *
005430* APPEND IT TO THE CHANGE JOURNAL.                                 *
005440*----------------------------------------------------------------*
005450 8500-WRITE-JOURNAL-ENTRY.
005460     MOVE "OPRMAINT" TO CJ-PROGRAM.
005470     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
005480     ACCEPT CJ-DATE FROM DATE YYYYMMDD.
005490     ACCEPT WS-JR-TIME-RAW FROM TIME.
005500     MOVE WS-JR-TIME-HHMMSS TO CJ-TIME.
005510     WRITE CJ-RECORD.
005520
005530     IF WS-CHGJRNL-STATUS NOT = "00"
005540         DISPLAY "OPRMAINT: CHANGE JOURNAL WRITE FAILED, STATUS "
005550             WS-CHGJRNL-STATUS
005560     END-IF.
005570 8500-EXIT.
005580     EXIT.
005590
005600*----------------------------------------------------------------*
005610* 9999-EXIT-PROGRAM                                                *
005620*----------------------------------------------------------------*
005630 9999-EXIT-PROGRAM.
005640     STOP RUN.
