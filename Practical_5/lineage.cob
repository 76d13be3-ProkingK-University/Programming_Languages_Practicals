000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LINEAGE.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - END-TO-END READING LINEAGE  *
000210*                  LEDGER FOR ONE BUSINESS DATE. EVERY STEP OF    *
000220*                  THE CHAIN BALANCES ITSELF, BUT NOTHING PROVED  *
000230*                  THAT EVERY READING KEYED INTO DAILYRD ENDED UP *
000240*                  SOMEWHERE. THIS RUN COUNTS AND TOTALS THE      *
000250*                  DATE'S READINGS ON DAILYRD, VALIDRD, REJECTS,  *
000260*                  THE RESUBMIT GROUPS FROM REJREPR, THE AUDIT    *
000270*                  TRAIL 'V' RECORDS THAT SURVIVE ANY 'R'         *
000280*                  REVERSAL, THE INTFEXT DETAILS AND THE ENGACK   *
000290*                  FIGURES, AND PRINTS ONE LEDGER PAGE PROVING    *
000300*                  IN = ACCEPTED + REJECTED, REJECTED =           *
000310*                  RESUBMITTED + DROPPED, AND ACCEPTED = ON       *
000320*                  TRAIL = SENT = ACKNOWLEDGED, WITH EVERY BREAK  *
000330*                  LISTED BY STATION AND A SIGN-OFF BLOCK FOR     *
000340*                  AUDIT. DROPPED IS WHAT REJREPR DID NOT SEND    *
000350*                  BACK; ESTIMATED DAYS ('E') ARE CARRIED ON      *
000360*                  THEIR OWN LINE SINCE THEY NEVER CAME IN ON     *
000370*                  THE FEED. ENGINEERING ACKNOWLEDGES A WHOLE     *
000380*                  DATE, SO THAT CHECK IS MADE FOR THE DAY ONLY.  *
000381* 10/15/2026 RN    THE AUDIT TRAIL NOW CARRIES READINGS CARRIED   *
000382*                  ACROSS A METER EXCHANGE, WHILE VALIDRD KEEPS   *
000383*                  THEM AS READ. THE DIFFERENCE IS LEDGERED AS    *
000384*                  ITS OWN METER ADJUSTMENT LINE AND TAKEN OFF    *
000385*                  THE TRAIL SIDE OF THE ACCEPTED = ON TRAIL      *
000386*                  CHECKS, SO AN EXCHANGE IS NOT A BREAK.         *
000390*----------------------------------------------------------------*
000400* RETURN CODES                                                    *
000410*   00  EVERY CHECK AGREES FOR THE DATE                           *
000420*   04  ONE OR MORE BREAKS REPORTED - SEE LINEAGE LEDGER          *
000430*   16  BAD DATE, OR A REQUIRED FILE COULD NOT BE OPENED          *
000440*----------------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DAILY-READINGS-FILE ASSIGN TO "DAILYRD"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DAILYRD-STATUS.
000540
000550     SELECT VALID-READINGS-FILE ASSIGN TO "VALIDRD"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-VALIDRD-STATUS.
000580
000590     SELECT REJECT-FILE ASSIGN TO "REJECTS"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-REJECTS-STATUS.
000620
000630     SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RESUBMIT-STATUS.
000660
000670     SELECT AUDIT-TRAIL-FILE ASSIGN TO "AUDITTRL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDITTRL-STATUS.
000700
000710     SELECT INTERFACE-FILE ASSIGN TO "INTFEXT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-INTFEXT-STATUS.
000740
000750     SELECT ACKNOWLEDGE-FILE ASSIGN TO "ENGACK"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ENGACK-STATUS.
000780
000790     SELECT LINEAGE-REPORT-FILE ASSIGN TO "LINREPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-LINREPT-STATUS.
000820
000830     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-RUNLOG-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  DAILY-READINGS-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY DAILYREC.
000920
000930 FD  VALID-READINGS-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  VR-RECORD                   PIC X(45).
000960
000970 FD  REJECT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  RJ-RECORD.
001000     05  RJ-REASON-CODE          PIC X(02).
001010     05  FILLER                  PIC X(01).
001020     05  RJ-IMAGE                PIC X(45).
001030
001040 FD  RESUBMIT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  RS-RECORD                   PIC X(45).
001070
001080 FD  AUDIT-TRAIL-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY AUDITREC.
001110
001120 FD  INTERFACE-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  IX-RECORD.
001150     05  IX-REC-TYPE             PIC X(01).
001160     05  IX-HEADER-DATA.
001170         10  IX-EXTRACT-DATE     PIC 9(08).
001180         10  IX-DATA-DATE        PIC 9(08).
001190         10  FILLER              PIC X(43).
001200     05  IX-DETAIL-DATA REDEFINES IX-HEADER-DATA.
001210         10  IX-STATION          PIC X(04).
001220         10  IX-VALUE-INDEX      PIC 9(05).
001230         10  IX-READING          PIC S9(7)V99
001240                 SIGN IS TRAILING SEPARATE.
001250         10  IX-ESTIMATE-FLAG    PIC X(01).
001260         10  FILLER              PIC X(39).
001270     05  IX-TRAILER-DATA REDEFINES IX-HEADER-DATA.
001280         10  IX-RECORD-COUNT     PIC 9(07).
001290         10  IX-HASH-TOTAL       PIC S9(13)V99
001300                 SIGN IS TRAILING SEPARATE.
001310         10  FILLER              PIC X(36).
001320
001330 FD  ACKNOWLEDGE-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  AK-RECORD.
001360     05  AK-DATA-DATE            PIC 9(08).
001370     05  FILLER                  PIC X(01).
001380     05  AK-RECORD-COUNT         PIC 9(07).
001390     05  FILLER                  PIC X(01).
001400     05  AK-HASH-TOTAL           PIC S9(13)V99
001410             SIGN IS TRAILING SEPARATE.
001420     05  FILLER                  PIC X(11).
001430
001440 FD  LINEAGE-REPORT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  LR-PRINT-LINE               PIC X(80).
001470
001480 FD  RUN-LOG-FILE
001490     LABEL RECORDS ARE STANDARD.
001500     COPY RUNLGREC.
001510
001520 WORKING-STORAGE SECTION.
001530*----------------------------------------------------------------*
001540* FILE STATUS SWITCHES                                            *
001550*----------------------------------------------------------------*
001560 01  WS-FILE-STATUSES.
001570     05  WS-DAILYRD-STATUS       PIC X(02) VALUE SPACES.
001580     05  WS-VALIDRD-STATUS       PIC X(02) VALUE SPACES.
001590     05  WS-REJECTS-STATUS       PIC X(02) VALUE SPACES.
001600     05  WS-RESUBMIT-STATUS      PIC X(02) VALUE SPACES.
001610     05  WS-AUDITTRL-STATUS      PIC X(02) VALUE SPACES.
001620     05  WS-INTFEXT-STATUS       PIC X(02) VALUE SPACES.
001630     05  WS-ENGACK-STATUS        PIC X(02) VALUE SPACES.
001640     05  WS-LINREPT-STATUS       PIC X(02) VALUE SPACES.
001650     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001660
001670*----------------------------------------------------------------*
001680* OPERATOR INPUT                                                  *
001690*----------------------------------------------------------------*
001700 01  WS-OPERATOR-INPUT.
001710     05  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
001720     05  WS-BUSINESS-DATE-NUM REDEFINES WS-BUSINESS-DATE
001730                                 PIC 9(08).
001740
001750*----------------------------------------------------------------*
001760* A DAILY-READINGS IMAGE PULLED APART WITHOUT DISTURBING ANY FILE *
001770* RECORD AREA - DAILYRD, VALIDRD, THE REJECT IMAGES AND RESUBMIT  *
001780* ALL SHARE THE DAILYREC LAYOUT                                   *
001790*----------------------------------------------------------------*
001800 01  WS-IMAGE-WORK.
001810     05  WS-IW-REC-TYPE          PIC X(01).
001820     05  WS-IW-STATION           PIC X(04).
001830     05  WS-IW-DATA              PIC X(40).
001840     05  WS-IW-HEADER-VIEW REDEFINES WS-IW-DATA.
001850         10  WS-IW-RECORD-COUNT  PIC 9(05).
001860         10  WS-IW-RUN-DATE      PIC 9(08).
001870         10  FILLER              PIC X(27).
001880     05  WS-IW-DETAIL-VIEW REDEFINES WS-IW-DATA.
001890         10  WS-IW-READING       PIC S9(7)V99
001900                 SIGN IS TRAILING SEPARATE.
001910         10  WS-IW-READING-TIME  PIC 9(04).
001920         10  FILLER              PIC X(26).
001930
001940*----------------------------------------------------------------*
001950* LEDGER STAGES - EACH STATION CARRIES A COUNT AND AMOUNT PER     *
001960* STAGE, AND THE DAY TOTALS ARE THE SAME STAGES SUMMED. DROPPED   *
001970* AND ACKNOWLEDGED ARE DERIVED AND DAY-LEVEL RESPECTIVELY, SO     *
001980* THEY ARE NOT STAGES OF THEIR OWN. METER ADJUSTMENT IS THE       *
001983* AMOUNT THE SURVIVING TRAIL READINGS WERE MOVED BY A METER       *
001986* EVENT, COUNTING THE READINGS IT MOVED.                          *
001990*----------------------------------------------------------------*
002000 01  WS-STAGE-NUMBERS.
002010     05  WS-STG-KEYED-IN         PIC 9(03) COMP VALUE 1.
002020     05  WS-STG-ACCEPTED         PIC 9(03) COMP VALUE 2.
002030     05  WS-STG-REJECTED         PIC 9(03) COMP VALUE 3.
002040     05  WS-STG-RESUBMITTED      PIC 9(03) COMP VALUE 4.
002050     05  WS-STG-ON-TRAIL         PIC 9(03) COMP VALUE 5.
002060     05  WS-STG-ESTIMATED        PIC 9(03) COMP VALUE 6.
002070     05  WS-STG-SENT             PIC 9(03) COMP VALUE 7.
002075     05  WS-STG-METER-ADJ        PIC 9(03) COMP VALUE 8.
002080     05  WS-STAGE-COUNT          PIC 9(03) COMP VALUE 8.
002090
002100 01  WS-MAX-STATIONS             PIC 9(03) VALUE 050.
002110 01  WS-STATION-COUNT            PIC 9(03) VALUE ZERO.
002120
002130 01  WS-STATION-TABLE.
002140     05  LS-ENTRY OCCURS 50 TIMES.
002150         10  LS-STATION          PIC X(04).
002160         10  LS-LAST-S-RECNO     PIC 9(07).
002170         10  LS-EST-FLAG         PIC X(01).
002180         10  LS-COLLECT-FLAG     PIC X(01).
002190         10  LS-STAGE OCCURS 8 TIMES.
002200             15  LS-COUNT        PIC 9(07).
002210             15  LS-AMOUNT       PIC S9(11)V99
002220                     SIGN IS TRAILING SEPARATE.
002230
002240 01  WS-DAY-TOTALS.
002250     05  DT-STAGE OCCURS 8 TIMES.
002260         10  DT-COUNT            PIC 9(07).
002270         10  DT-AMOUNT           PIC S9(11)V99
002280                 SIGN IS TRAILING SEPARATE.
002290
002300 01  WS-ACK-FIGURES.
002310     05  WS-ACK-COUNT            PIC 9(07) VALUE ZERO.
002320     05  WS-ACK-AMOUNT           PIC S9(13)V99
002330             SIGN IS TRAILING SEPARATE
002340             VALUE ZERO.
002350
002360*----------------------------------------------------------------*
002370* CHECK WORK - ONE LEFT/RIGHT PAIR IS COMPARED AT A TIME, FOR     *
002380* THE DAY OR FOR ONE STATION                                      *
002390*----------------------------------------------------------------*
002400 01  WS-CHECK-WORK.
002410     05  WS-CK-LEFT-COUNT        PIC 9(07).
002420     05  WS-CK-RIGHT-COUNT       PIC 9(07).
002430     05  WS-CK-LEFT-AMOUNT       PIC S9(13)V99
002440             SIGN IS TRAILING SEPARATE.
002450     05  WS-CK-RIGHT-AMOUNT      PIC S9(13)V99
002460             SIGN IS TRAILING SEPARATE.
002470     05  WS-CK-COUNT-DIFF        PIC S9(07)
002480             SIGN IS TRAILING SEPARATE.
002490     05  WS-CK-AMOUNT-DIFF       PIC S9(13)V99
002500             SIGN IS TRAILING SEPARATE.
002510     05  WS-DROPPED-COUNT        PIC 9(07).
002520     05  WS-DROPPED-AMOUNT       PIC S9(13)V99
002530             SIGN IS TRAILING SEPARATE.
002540
002550*----------------------------------------------------------------*
002560* SUBSCRIPTS, COUNTERS AND GROUP-DATE WORK FIELDS                 *
002570*----------------------------------------------------------------*
002580 01  WS-SUBSCRIPTS.
002590     05  WS-SUBSCRIPT-I          PIC 9(03) COMP.
002600     05  WS-ENTRY-FOUND          PIC 9(03) COMP.
002610     05  WS-STAGE                PIC 9(03) COMP.
002620
002630 01  WS-WORK-FIELDS.
002640     05  WS-RECNO                PIC 9(07) VALUE ZERO.
002650     05  WS-RECORDS-READ         PIC 9(07) VALUE ZERO.
002660     05  WS-BREAK-COUNT          PIC 9(05) VALUE ZERO.
002670     05  WS-LOOKUP-STATION       PIC X(04).
002680     05  WS-LOOKUP-AMOUNT        PIC S9(7)V99
002690             SIGN IS TRAILING SEPARATE.
002700*    THE RUN DATE A DETAIL BELONGS TO - SET BY EACH GROUP HEADER.
002710*    ON THE REJECTS FILE A DETAIL INHERITS THE DATE OF THE LAST
002720*    HEADER IMAGE SEEN, FALLING BACK TO THE BUSINESS DATE, THE
002730*    SAME RULE REJREPR USES, SO THE TWO AGREE ON WHAT WAS
002740*    REJECTED FOR THE DATE.
002750     05  WS-CURRENT-RUN-DATE     PIC 9(08) VALUE ZERO.
002760     05  WS-INTF-DATA-DATE       PIC 9(08) VALUE ZERO.
002770
002780*----------------------------------------------------------------*
002790* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE DATE     *
002800* THE LEDGER WAS REQUESTED FOR.                                   *
002810*----------------------------------------------------------------*
002820 01  WS-RUN-LOG-WORK.
002830     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
002840     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
002850     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
002860     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
002870         10  WS-RL-TIME-HHMMSS   PIC 9(06).
002880         10  FILLER              PIC 9(02).
002890     05  WS-RL-BUSINESS-DATE     PIC 9(08) VALUE ZERO.
002900
002910*----------------------------------------------------------------*
002920* MISCELLANEOUS SWITCHES                                          *
002930*----------------------------------------------------------------*
002940 01  WS-SWITCHES.
002950     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
002960         88  END-OF-INPUT                  VALUE 'Y'.
002970         88  NOT-END-OF-INPUT              VALUE 'N'.
002980     05  WS-CHECK-SWITCH         PIC X(01) VALUE 'Y'.
002990         88  CHECK-AGREES                  VALUE 'Y'.
003000         88  CHECK-BREAKS                  VALUE 'N'.
003010     05  WS-REJECTS-SWITCH       PIC X(01) VALUE 'Y'.
003020         88  REJECTS-READ                  VALUE 'Y'.
003030         88  REJECTS-NOT-READ              VALUE 'N'.
003040     05  WS-RESUBMIT-SWITCH      PIC X(01) VALUE 'Y'.
003050         88  RESUBMIT-READ                 VALUE 'Y'.
003060         88  RESUBMIT-NOT-READ             VALUE 'N'.
003070     05  WS-INTFEXT-SWITCH       PIC X(01) VALUE 'Y'.
003080         88  INTFEXT-READ                  VALUE 'Y'.
003090         88  INTFEXT-NOT-READ              VALUE 'N'.
003100         88  INTFEXT-OTHER-DATE            VALUE 'D'.
003110     05  WS-ENGACK-SWITCH        PIC X(01) VALUE 'N'.
003120         88  ACK-FOUND                     VALUE 'Y'.
003130         88  ACK-NOT-FOUND                 VALUE 'N'.
003140
003150*----------------------------------------------------------------*
003160* REPORT PAGE CONTROL AND PRINT LINES. WS-LR-LINE-COUNT STARTS    *
003170* PAST THE PAGE LIMIT SO THE FIRST LINE WRITTEN FORCES THE FIRST  *
003180* PAGE HEADING.                                                   *
003190*----------------------------------------------------------------*
003200 01  WS-LR-PAGE-CONTROL.
003210     05  WS-LR-LINES-PER-PAGE    PIC 9(03) VALUE 055.
003220     05  WS-LR-LINE-COUNT        PIC 9(03) VALUE 999.
003230     05  WS-LR-PAGE-NUMBER       PIC 9(04) VALUE ZERO.
003240
003250 01  WS-LR-LINE                  PIC X(80).
003260
003270 01  WS-LR-HEADING-1.
003280     05  FILLER                  PIC X(23) VALUE
003290         "READING LINEAGE LEDGER ".
003300     05  FILLER                  PIC X(14) VALUE
003310         "BUSINESS DATE ".
003320     05  LRH-DATE                PIC 9(08).
003330     05  FILLER                  PIC X(15) VALUE SPACES.
003340     05  FILLER                  PIC X(05) VALUE "PAGE ".
003350     05  LRH-PAGE                PIC ZZZ9.
003360
003370 01  WS-LR-STAGE-HEADING.
003380     05  FILLER                  PIC X(34) VALUE
003390         "STAGE                             ".
003400     05  FILLER                  PIC X(07) VALUE
003410         "  COUNT".
003420     05  FILLER                  PIC X(04) VALUE SPACES.
003430     05  FILLER                  PIC X(15) VALUE
003440         "         AMOUNT".
003450
003460 01  WS-LR-STAGE-LINE.
003470     05  LRS-STAGE               PIC X(34).
003480     05  LRS-COUNT               PIC Z(6)9.
003490     05  FILLER                  PIC X(04) VALUE SPACES.
003500     05  LRS-AMOUNT              PIC -(11)9.99.
003510
003520 01  WS-LR-CHECK-HEADING.
003530     05  FILLER                  PIC X(34) VALUE
003540         "CHECK                             ".
003550     05  FILLER                  PIC X(14) VALUE
003560         "RESULT        ".
003570     05  FILLER                  PIC X(07) VALUE
003580         "  COUNT".
003590     05  FILLER                  PIC X(01) VALUE SPACES.
003600     05  FILLER                  PIC X(15) VALUE
003610         "    AMOUNT DIFF".
003620
003630 01  WS-LR-CHECK-LINE.
003640     05  LRC-CHECK               PIC X(34).
003650     05  LRC-RESULT              PIC X(13).
003660     05  FILLER                  PIC X(01) VALUE SPACES.
003670     05  LRC-COUNT-DIFF          PIC -(6)9.
003680     05  FILLER                  PIC X(01) VALUE SPACES.
003690     05  LRC-AMOUNT-DIFF         PIC -(11)9.99.
003700
003710 01  WS-LR-BREAK-HEADING.
003720     05  FILLER                  PIC X(32) VALUE
003730         "STN   CHECK                     ".
003740     05  FILLER                  PIC X(18) VALUE
003750         "   LEFT    RIGHT  ".
003760     05  FILLER                  PIC X(15) VALUE
003770         "    AMOUNT DIFF".
003780
003790 01  WS-LR-BREAK-LINE.
003800     05  LRB-STATION             PIC X(04).
003810     05  FILLER                  PIC X(02) VALUE SPACES.
003820     05  LRB-CHECK               PIC X(26).
003830     05  LRB-LEFT-COUNT          PIC Z(6)9.
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  LRB-RIGHT-COUNT         PIC Z(6)9.
003860     05  FILLER                  PIC X(02) VALUE SPACES.
003870     05  LRB-AMOUNT-DIFF         PIC -(11)9.99.
003880
003890 01  WS-LR-SECTION-LINE.
003900     05  LRT-TEXT                PIC X(40).
003910
003920 01  WS-LR-NOTE-LINE.
003930     05  FILLER                  PIC X(06) VALUE "NOTE: ".
003940     05  LRN-TEXT                PIC X(60).
003950
003960 01  WS-LR-CLEAN-LINE.
003970     05  FILLER                  PIC X(40) VALUE
003980         "NO STATION BREAKS - EVERY STATION AGREES".
003990
004000 01  WS-LR-SIGN-OFF-1.
004010     05  FILLER                  PIC X(40) VALUE
004020         "RECONCILED BY ________________________  ".
004030     05  FILLER                  PIC X(20) VALUE
004040         "DATE ______________ ".
004050
004060 01  WS-LR-SIGN-OFF-2.
004070     05  FILLER                  PIC X(40) VALUE
004080         "AUDIT SIGN-OFF _______________________  ".
004090     05  FILLER                  PIC X(20) VALUE
004100         "DATE ______________ ".
004110
004120
004130 PROCEDURE DIVISION.
004140*----------------------------------------------------------------*
004150* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE LINEAGE RUN    *
004160*----------------------------------------------------------------*
004170 0000-MAIN-PROCESS.
004180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004190     PERFORM 2000-TALLY-DAILY-READINGS THRU 2000-EXIT.
004200     PERFORM 2200-TALLY-VALID-READINGS THRU 2200-EXIT.
004210     PERFORM 2400-TALLY-REJECTS THRU 2400-EXIT.
004220     PERFORM 2600-TALLY-RESUBMISSIONS THRU 2600-EXIT.
004230     PERFORM 3000-FIND-SURVIVING-SUMMARIES THRU 3000-EXIT.
004240     PERFORM 3200-TALLY-TRAIL-READINGS THRU 3200-EXIT.
004250     PERFORM 4000-TALLY-INTERFACE-FILE THRU 4000-EXIT.
004260     PERFORM 4500-FIND-ACKNOWLEDGEMENT THRU 4500-EXIT.
004270     PERFORM 5000-ADD-DAY-TOTALS THRU 5000-EXIT.
004280     PERFORM 6000-PRINT-LEDGER THRU 6000-EXIT.
004290     PERFORM 6500-PRINT-DAY-CHECKS THRU 6500-EXIT.
004300     PERFORM 7000-PRINT-STATION-BREAKS THRU 7000-EXIT.
004310     PERFORM 7500-PRINT-NOTES-AND-SIGN-OFF THRU 7500-EXIT.
004320
004330     CLOSE LINEAGE-REPORT-FILE.
004340
004350     DISPLAY "LINEAGE: STATIONS TRACED   " WS-STATION-COUNT.
004360     DISPLAY "LINEAGE: RECORDS READ      " WS-RECORDS-READ.
004370     DISPLAY "LINEAGE: BREAKS REPORTED   " WS-BREAK-COUNT.
004380
004390     IF WS-BREAK-COUNT > ZERO
004400         DISPLAY "LINEAGE: LINEAGE BREAKS FOR DATE "
004410             WS-BUSINESS-DATE " - SEE LINEAGE LEDGER"
004420         MOVE 4 TO RETURN-CODE
004430     ELSE
004440         DISPLAY "LINEAGE: EVERY READING ACCOUNTED FOR, DATE "
004450             WS-BUSINESS-DATE
004460     END-IF.
004470
004480     GO TO 9999-EXIT-PROGRAM.
004490
004500 0000-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------------*
004540* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND OPEN THE LEDGER.   *
004550*----------------------------------------------------------------*
004560 1000-INITIALIZE.
004570     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
004580     ACCEPT WS-RL-TIME-RAW FROM TIME.
004590     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
004600
004610     DISPLAY "LINEAGE: ENTER BUSINESS DATE (CCYYMMDD):".
004620     ACCEPT WS-BUSINESS-DATE.
004630
004640     IF WS-BUSINESS-DATE NOT NUMERIC
004650         DISPLAY "LINEAGE: BUSINESS DATE MUST BE NUMERIC CCYYMMDD"
004660         MOVE 16 TO RETURN-CODE
004670         GO TO 9999-EXIT-PROGRAM
004680     END-IF.
004690
004700     MOVE WS-BUSINESS-DATE-NUM TO WS-RL-BUSINESS-DATE.
004710
004720     OPEN OUTPUT LINEAGE-REPORT-FILE.
004730
004740     IF WS-LINREPT-STATUS NOT = "00"
004750         DISPLAY "LINEAGE: CANNOT OPEN LINEAGE LEDGER, STATUS "
004760             WS-LINREPT-STATUS
004770         MOVE 16 TO RETURN-CODE
004780         GO TO 9999-EXIT-PROGRAM
004790     END-IF.
004800
004810     PERFORM 1100-CLEAR-ONE-DAY-STAGE THRU 1100-EXIT
004820         VARYING WS-STAGE FROM 1 BY 1
004830         UNTIL WS-STAGE > WS-STAGE-COUNT.
004840 1000-EXIT.
004850     EXIT.
004860
004870 1100-CLEAR-ONE-DAY-STAGE.
004880     MOVE ZERO TO DT-COUNT (WS-STAGE).
004890     MOVE ZERO TO DT-AMOUNT (WS-STAGE).
004900 1100-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------*
004940* 2000-TALLY-DAILY-READINGS - EVERY DETAIL KEYED FOR THE DATE ON  *
004950* THE RAW FILE. A GROUP'S DATE COMES OFF ITS HEADER; A HEADER     *
004960* WHOSE DATE IS NOT NUMERIC BELONGS TO NO DATE.                   *
004970*----------------------------------------------------------------*
004980 2000-TALLY-DAILY-READINGS.
004990     OPEN INPUT DAILY-READINGS-FILE.
005000
005010     IF WS-DAILYRD-STATUS NOT = "00"
005020         DISPLAY "LINEAGE: CANNOT OPEN DAILY-READINGS FILE, "
005030             "STATUS " WS-DAILYRD-STATUS
005040         CLOSE LINEAGE-REPORT-FILE
005050         MOVE 16 TO RETURN-CODE
005060         GO TO 9999-EXIT-PROGRAM
005070     END-IF.
005080
005090     MOVE WS-STG-KEYED-IN TO WS-STAGE.
005100     MOVE ZERO TO WS-CURRENT-RUN-DATE.
005110     SET NOT-END-OF-INPUT TO TRUE.
005120
005130     PERFORM 2100-READ-ONE-DAILY-RECORD THRU 2100-EXIT
005140         UNTIL END-OF-INPUT.
005150
005160     CLOSE DAILY-READINGS-FILE.
005170 2000-EXIT.
005180     EXIT.
005190
005200 2100-READ-ONE-DAILY-RECORD.
005210     READ DAILY-READINGS-FILE INTO WS-IMAGE-WORK
005220         AT END
005230             SET END-OF-INPUT TO TRUE
005240             GO TO 2100-EXIT
005250     END-READ.
005260
005270     ADD 1 TO WS-RECORDS-READ.
005280     PERFORM 2900-TALLY-ONE-IMAGE THRU 2900-EXIT.
005290 2100-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330* 2200-TALLY-VALID-READINGS - EVERY DETAIL THE EDIT RELEASED FOR  *
005340* THE DATE.                                                       *
005350*----------------------------------------------------------------*
005360 2200-TALLY-VALID-READINGS.
005370     OPEN INPUT VALID-READINGS-FILE.
005380
005390     IF WS-VALIDRD-STATUS NOT = "00"
005400         DISPLAY "LINEAGE: CANNOT OPEN VALIDATED FILE, STATUS "
005410             WS-VALIDRD-STATUS
005420         CLOSE LINEAGE-REPORT-FILE
005430         MOVE 16 TO RETURN-CODE
005440         GO TO 9999-EXIT-PROGRAM
005450     END-IF.
005460
005470     MOVE WS-STG-ACCEPTED TO WS-STAGE.
005480     MOVE ZERO TO WS-CURRENT-RUN-DATE.
005490     SET NOT-END-OF-INPUT TO TRUE.
005500
005510     PERFORM 2300-READ-ONE-VALID-RECORD THRU 2300-EXIT
005520         UNTIL END-OF-INPUT.
005530
005540     CLOSE VALID-READINGS-FILE.
005550 2200-EXIT.
005560     EXIT.
005570
005580 2300-READ-ONE-VALID-RECORD.
005590     READ VALID-READINGS-FILE INTO WS-IMAGE-WORK
005600         AT END
005610             SET END-OF-INPUT TO TRUE
005620             GO TO 2300-EXIT
005630     END-READ.
005640
005650     ADD 1 TO WS-RECORDS-READ.
005660     PERFORM 2900-TALLY-ONE-IMAGE THRU 2900-EXIT.
005670 2300-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------------*
005710* 2400-TALLY-REJECTS - EVERY DETAIL IMAGE ON THE REJECTS FILE FOR *
005720* THE DATE. A REJECTS FILE THAT IS NOT THERE IS COUNTED AS ZERO   *
005730* AND NOTED ON THE LEDGER.                                        *
005740*----------------------------------------------------------------*
005750 2400-TALLY-REJECTS.
005760     OPEN INPUT REJECT-FILE.
005770
005780     IF WS-REJECTS-STATUS NOT = "00"
005790         DISPLAY "LINEAGE: REJECTS FILE NOT AVAILABLE, STATUS "
005800             WS-REJECTS-STATUS " - COUNTED AS ZERO"
005810         SET REJECTS-NOT-READ TO TRUE
005820         GO TO 2400-EXIT
005830     END-IF.
005840
005850     MOVE WS-STG-REJECTED TO WS-STAGE.
005860     MOVE WS-BUSINESS-DATE-NUM TO WS-CURRENT-RUN-DATE.
005870     SET NOT-END-OF-INPUT TO TRUE.
005880
005890     PERFORM 2500-READ-ONE-REJECT THRU 2500-EXIT
005900         UNTIL END-OF-INPUT.
005910
005920     CLOSE REJECT-FILE.
005930 2400-EXIT.
005940     EXIT.
005950
005960 2500-READ-ONE-REJECT.
005970     READ REJECT-FILE
005980         AT END
005990             SET END-OF-INPUT TO TRUE
006000             GO TO 2500-EXIT
006010     END-READ.
006020
006030     ADD 1 TO WS-RECORDS-READ.
006040     MOVE RJ-IMAGE TO WS-IMAGE-WORK.
006050     PERFORM 2900-TALLY-ONE-IMAGE THRU 2900-EXIT.
006060 2500-EXIT.
006070     EXIT.
006080
006090*----------------------------------------------------------------*
006100* 2600-TALLY-RESUBMISSIONS - EVERY DETAIL IN THE DATE'S GROUPS ON *
006110* THE RESUBMISSION FILE REJREPR BUILT. NO FILE MEANS NOTHING WAS  *
006120* RESUBMITTED.                                                    *
006130*----------------------------------------------------------------*
006140 2600-TALLY-RESUBMISSIONS.
006150     OPEN INPUT RESUBMIT-FILE.
006160
006170     IF WS-RESUBMIT-STATUS NOT = "00"
006180         DISPLAY "LINEAGE: RESUBMISSION FILE NOT AVAILABLE, "
006190             "STATUS " WS-RESUBMIT-STATUS " - COUNTED AS ZERO"
006200         SET RESUBMIT-NOT-READ TO TRUE
006210         GO TO 2600-EXIT
006220     END-IF.
006230
006240     MOVE WS-STG-RESUBMITTED TO WS-STAGE.
006250     MOVE ZERO TO WS-CURRENT-RUN-DATE.
006260     SET NOT-END-OF-INPUT TO TRUE.
006270
006280     PERFORM 2700-READ-ONE-RESUBMISSION THRU 2700-EXIT
006290         UNTIL END-OF-INPUT.
006300
006310     CLOSE RESUBMIT-FILE.
006320 2600-EXIT.
006330     EXIT.
006340
006350 2700-READ-ONE-RESUBMISSION.
006360     READ RESUBMIT-FILE INTO WS-IMAGE-WORK
006370         AT END
006380             SET END-OF-INPUT TO TRUE
006390             GO TO 2700-EXIT
006400     END-READ.
006410
006420     ADD 1 TO WS-RECORDS-READ.
006430     PERFORM 2900-TALLY-ONE-IMAGE THRU 2900-EXIT.
006440 2700-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------*
006480* 2900-TALLY-ONE-IMAGE - A HEADER SETS THE RUN DATE ITS GROUP'S   *
006490* DETAILS BELONG TO; A DETAIL FOR THE BUSINESS DATE IS COUNTED    *
006500* AGAINST ITS STATION UNDER THE STAGE IN WS-STAGE. A READING      *
006510* THAT IS NOT NUMERIC COUNTS BUT ADDS NOTHING TO THE AMOUNT, ON   *
006520* EVERY FILE ALIKE, SO THE AMOUNTS STILL BALANCE.                 *
006530*----------------------------------------------------------------*
006540 2900-TALLY-ONE-IMAGE.
006550     IF WS-IW-REC-TYPE = "H"
006560         IF WS-IW-RUN-DATE NUMERIC
006570             MOVE WS-IW-RUN-DATE TO WS-CURRENT-RUN-DATE
006580         ELSE
006590             IF WS-STAGE NOT = WS-STG-REJECTED
006600                 MOVE ZERO TO WS-CURRENT-RUN-DATE
006610             END-IF
006620         END-IF
006630         GO TO 2900-EXIT
006640     END-IF.
006650
006660     IF WS-IW-REC-TYPE NOT = "D"
006670         GO TO 2900-EXIT
006680     END-IF.
006690
006700     IF WS-CURRENT-RUN-DATE NOT = WS-BUSINESS-DATE-NUM
006710         GO TO 2900-EXIT
006720     END-IF.
006730
006740     MOVE WS-IW-STATION TO WS-LOOKUP-STATION.
006750
006760     IF WS-IW-READING NUMERIC
006770         MOVE WS-IW-READING TO WS-LOOKUP-AMOUNT
006780     ELSE
006790         MOVE ZERO TO WS-LOOKUP-AMOUNT
006800     END-IF.
006810
006820     PERFORM 8600-ADD-TO-STATION-STAGE THRU 8600-EXIT.
006830 2900-EXIT.
006840     EXIT.
006850
006860*----------------------------------------------------------------*
006870* 3000-FIND-SURVIVING-SUMMARIES - FIRST PASS OVER THE TRAIL: NOTE *
006880* THE LAST 'S' SUMMARY EACH STATION HAS FOR THE DATE. A CORRECTED *
006890* DAY'S 'R' REVERSAL IS FOLLOWED BY ITS CORRECTED SUMMARY, SO THE *
006900* LAST SUMMARY IS THE ONE THAT SURVIVES - THE SAME RULE EXTRACT   *
006910* USES TO DECIDE WHAT ENGINEERING IS SENT.                        *
006920*----------------------------------------------------------------*
006930 3000-FIND-SURVIVING-SUMMARIES.
006940     OPEN INPUT AUDIT-TRAIL-FILE.
006950
006960     IF WS-AUDITTRL-STATUS NOT = "00"
006970         DISPLAY "LINEAGE: CANNOT OPEN AUDIT TRAIL FILE, "
006980             "STATUS " WS-AUDITTRL-STATUS
006990         CLOSE LINEAGE-REPORT-FILE
007000         MOVE 16 TO RETURN-CODE
007010         GO TO 9999-EXIT-PROGRAM
007020     END-IF.
007030
007040     MOVE ZERO TO WS-RECNO.
007050     SET NOT-END-OF-INPUT TO TRUE.
007060
007070     PERFORM 3100-SCAN-ONE-TRAIL-RECORD THRU 3100-EXIT
007080         UNTIL END-OF-INPUT.
007090
007100     CLOSE AUDIT-TRAIL-FILE.
007110 3000-EXIT.
007120     EXIT.
007130
007140 3100-SCAN-ONE-TRAIL-RECORD.
007150     READ AUDIT-TRAIL-FILE INTO AR-RECORD
007160         AT END
007170             SET END-OF-INPUT TO TRUE
007180             GO TO 3100-EXIT
007190     END-READ.
007200
007210     ADD 1 TO WS-RECNO.
007220
007230     IF AR-REC-TYPE NOT = "S"
007240         GO TO 3100-EXIT
007250     END-IF.
007260
007270     IF AR-RUN-DATE NOT = WS-BUSINESS-DATE-NUM
007280         GO TO 3100-EXIT
007290     END-IF.
007300
007310     MOVE AR-STATION TO WS-LOOKUP-STATION.
007320     PERFORM 8500-FIND-STATION-ENTRY THRU 8500-EXIT.
007330
007340     IF WS-ENTRY-FOUND = ZERO
007350         GO TO 3100-EXIT
007360     END-IF.
007370
007380     MOVE WS-RECNO TO LS-LAST-S-RECNO (WS-ENTRY-FOUND).
007390     MOVE AR-ESTIMATE-FLAG TO LS-EST-FLAG (WS-ENTRY-FOUND).
007400 3100-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------*
007440* 3200-TALLY-TRAIL-READINGS - SECOND PASS: EACH STATION COLLECTS  *
007450* ITS 'V' READINGS FROM ITS SURVIVING SUMMARY UP TO ITS NEXT      *
007460* SUMMARY. AN ESTIMATED DAY'S READINGS GO TO THEIR OWN STAGE.     *
007470*----------------------------------------------------------------*
007480 3200-TALLY-TRAIL-READINGS.
007490     OPEN INPUT AUDIT-TRAIL-FILE.
007500
007510     IF WS-AUDITTRL-STATUS NOT = "00"
007520         DISPLAY "LINEAGE: CANNOT RE-OPEN AUDIT TRAIL FILE, "
007530             "STATUS " WS-AUDITTRL-STATUS
007540         CLOSE LINEAGE-REPORT-FILE
007550         MOVE 16 TO RETURN-CODE
007560         GO TO 9999-EXIT-PROGRAM
007570     END-IF.
007580
007590     MOVE ZERO TO WS-RECNO.
007600     SET NOT-END-OF-INPUT TO TRUE.
007610
007620     PERFORM 3250-CLEAR-ONE-COLLECT-FLAG THRU 3250-EXIT
007630         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
007640         UNTIL WS-SUBSCRIPT-I > WS-STATION-COUNT.
007650
007660     PERFORM 3300-READ-ONE-TRAIL-RECORD THRU 3300-EXIT
007670         UNTIL END-OF-INPUT.
007680
007690     CLOSE AUDIT-TRAIL-FILE.
007700 3200-EXIT.
007710     EXIT.
007720
007730 3250-CLEAR-ONE-COLLECT-FLAG.
007740     MOVE "N" TO LS-COLLECT-FLAG (WS-SUBSCRIPT-I).
007750 3250-EXIT.
007760     EXIT.
007770
007780 3300-READ-ONE-TRAIL-RECORD.
007790     READ AUDIT-TRAIL-FILE INTO AR-RECORD
007800         AT END
007810             SET END-OF-INPUT TO TRUE
007820             GO TO 3300-EXIT
007830     END-READ.
007840
007850     ADD 1 TO WS-RECNO.
007860     ADD 1 TO WS-RECORDS-READ.
007870
007880     IF AR-REC-TYPE = "S"
007890         PERFORM 3400-SET-COLLECT-STATE THRU 3400-EXIT
007900         GO TO 3300-EXIT
007910     END-IF.
007920
007930     IF AR-REC-TYPE = "V"
007940         PERFORM 3500-TALLY-ONE-TRAIL-READING THRU 3500-EXIT
007950     END-IF.
007960 3300-EXIT.
007970     EXIT.
007980
007990*----------------------------------------------------------------*
008000* 3400-SET-COLLECT-STATE - A STATION COLLECTS FROM ITS NOTED      *
008010* SURVIVING SUMMARY; ANY OTHER SUMMARY FOR THAT STATION TURNS ITS *
008020* COLLECTING OFF.                                                 *
008030*----------------------------------------------------------------*
008040 3400-SET-COLLECT-STATE.
008050     MOVE AR-STATION TO WS-LOOKUP-STATION.
008060     PERFORM 8550-LOCATE-STATION-ENTRY THRU 8550-EXIT.
008070
008080     IF WS-ENTRY-FOUND = ZERO
008090         GO TO 3400-EXIT
008100     END-IF.
008110
008120     IF WS-RECNO = LS-LAST-S-RECNO (WS-ENTRY-FOUND)
008130         MOVE "Y" TO LS-COLLECT-FLAG (WS-ENTRY-FOUND)
008140     ELSE
008150         MOVE "N" TO LS-COLLECT-FLAG (WS-ENTRY-FOUND)
008160     END-IF.
008170 3400-EXIT.
008180     EXIT.
008190
008200 3500-TALLY-ONE-TRAIL-READING.
008210     MOVE AR-STATION TO WS-LOOKUP-STATION.
008220     PERFORM 8550-LOCATE-STATION-ENTRY THRU 8550-EXIT.
008230
008240     IF WS-ENTRY-FOUND = ZERO
008250         GO TO 3500-EXIT
008260     END-IF.
008270
008280     IF LS-COLLECT-FLAG (WS-ENTRY-FOUND) NOT = "Y"
008290         GO TO 3500-EXIT
008300     END-IF.
008310
008320     IF LS-EST-FLAG (WS-ENTRY-FOUND) = "E"
008330         MOVE WS-STG-ESTIMATED TO WS-STAGE
008340     ELSE
008350         MOVE WS-STG-ON-TRAIL TO WS-STAGE
008360     END-IF.
008370
008380     MOVE AR-VALUE TO WS-LOOKUP-AMOUNT.
008390     PERFORM 8600-ADD-TO-STATION-STAGE THRU 8600-EXIT.
008391
008392*    A ZERO OR SPACE EVENT DATE MEANS THE READING WAS TAKEN AS
008393*    READ (OR PREDATES THE METER REGISTER) - NOTHING TO LEDGER.
008394     IF WS-STAGE NOT = WS-STG-ON-TRAIL
008395             OR AR-METER-DATE NOT NUMERIC
008396             OR AR-RAW-VALUE NOT NUMERIC
008397         GO TO 3500-EXIT
008398     END-IF.
008399
008400     IF AR-METER-DATE = ZERO
008401         GO TO 3500-EXIT
008402     END-IF.
008403
008404     COMPUTE WS-LOOKUP-AMOUNT = AR-VALUE - AR-RAW-VALUE
008405         ON SIZE ERROR
008406             DISPLAY "LINEAGE: METER ADJUSTMENT OVERFLOW, "
008407                 "STATION " AR-STATION " READING " AR-VALUE-INDEX
008408             GO TO 3500-EXIT
008409     END-COMPUTE.
008410
008411     MOVE WS-STG-METER-ADJ TO WS-STAGE.
008412     PERFORM 8600-ADD-TO-STATION-STAGE THRU 8600-EXIT.
008413 3500-EXIT.
008414     EXIT.
008420
008430*----------------------------------------------------------------*
008440* 4000-TALLY-INTERFACE-FILE - EVERY DETAIL SENT TO ENGINEERING.   *
008450* AN INTERFACE FILE BUILT FOR ANOTHER DATA DATE SENT NOTHING FOR  *
008460* THIS ONE; A MISSING FILE MEANS NOTHING WAS SENT. EITHER IS      *
008470* NOTED ON THE LEDGER.                                            *
008480*----------------------------------------------------------------*
008490 4000-TALLY-INTERFACE-FILE.
008500     OPEN INPUT INTERFACE-FILE.
008510
008520     IF WS-INTFEXT-STATUS NOT = "00"
008530         DISPLAY "LINEAGE: INTERFACE FILE NOT AVAILABLE, STATUS "
008540             WS-INTFEXT-STATUS " - COUNTED AS ZERO"
008550         SET INTFEXT-NOT-READ TO TRUE
008560         GO TO 4000-EXIT
008570     END-IF.
008580
008590     MOVE WS-STG-SENT TO WS-STAGE.
008600     SET NOT-END-OF-INPUT TO TRUE.
008610
008620     PERFORM 4100-READ-ONE-INTERFACE-RECORD THRU 4100-EXIT
008630         UNTIL END-OF-INPUT.
008640
008650     CLOSE INTERFACE-FILE.
008660 4000-EXIT.
008670     EXIT.
008680
008690 4100-READ-ONE-INTERFACE-RECORD.
008700     READ INTERFACE-FILE
008710         AT END
008720             SET END-OF-INPUT TO TRUE
008730             GO TO 4100-EXIT
008740     END-READ.
008750
008760     ADD 1 TO WS-RECORDS-READ.
008770
008780     IF IX-REC-TYPE = "H"
008790         MOVE IX-DATA-DATE TO WS-INTF-DATA-DATE
008800         IF IX-DATA-DATE NOT = WS-BUSINESS-DATE-NUM
008810             DISPLAY "LINEAGE: INTERFACE FILE IS FOR DATA DATE "
008820                 IX-DATA-DATE " - COUNTED AS ZERO"
008830             SET INTFEXT-OTHER-DATE TO TRUE
008840             SET END-OF-INPUT TO TRUE
008850         END-IF
008860         GO TO 4100-EXIT
008870     END-IF.
008880
008890     IF IX-REC-TYPE NOT = "D"
008900         GO TO 4100-EXIT
008910     END-IF.
008920
008930     MOVE IX-STATION TO WS-LOOKUP-STATION.
008940     MOVE IX-READING TO WS-LOOKUP-AMOUNT.
008950     PERFORM 8600-ADD-TO-STATION-STAGE THRU 8600-EXIT.
008960 4100-EXIT.
008970     EXIT.
008980
008990*----------------------------------------------------------------*
009000* 4500-FIND-ACKNOWLEDGEMENT - ENGINEERING'S FIGURES FOR THE DATE. *
009010* A LATER ACKNOWLEDGEMENT FOR THE SAME DATE (A RESEND) REPLACES   *
009020* AN EARLIER ONE.                                                 *
009030*----------------------------------------------------------------*
009040 4500-FIND-ACKNOWLEDGEMENT.
009050     OPEN INPUT ACKNOWLEDGE-FILE.
009060
009070     IF WS-ENGACK-STATUS NOT = "00"
009080         DISPLAY "LINEAGE: ACKNOWLEDGEMENT FILE NOT AVAILABLE, "
009090             "STATUS " WS-ENGACK-STATUS " - COUNTED AS ZERO"
009100         GO TO 4500-EXIT
009110     END-IF.
009120
009130     SET NOT-END-OF-INPUT TO TRUE.
009140
009150     PERFORM 4600-READ-ONE-ACK THRU 4600-EXIT
009160         UNTIL END-OF-INPUT.
009170
009180     CLOSE ACKNOWLEDGE-FILE.
009190 4500-EXIT.
009200     EXIT.
009210
009220 4600-READ-ONE-ACK.
009230     READ ACKNOWLEDGE-FILE
009240         AT END
009250             SET END-OF-INPUT TO TRUE
009260             GO TO 4600-EXIT
009270     END-READ.
009280
009290     ADD 1 TO WS-RECORDS-READ.
009300
009310     IF AK-DATA-DATE = WS-BUSINESS-DATE-NUM
009320         MOVE AK-RECORD-COUNT TO WS-ACK-COUNT
009330         MOVE AK-HASH-TOTAL TO WS-ACK-AMOUNT
009340         SET ACK-FOUND TO TRUE
009350     END-IF.
009360 4600-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------*
009400* 5000-ADD-DAY-TOTALS - THE DAY'S FIGURE FOR EACH STAGE IS THE    *
009410* SUM OF ITS STATIONS.                                            *
009420*----------------------------------------------------------------*
009430 5000-ADD-DAY-TOTALS.
009440     PERFORM 5100-ADD-ONE-STATION THRU 5100-EXIT
009450         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
009460         UNTIL WS-SUBSCRIPT-I > WS-STATION-COUNT.
009470 5000-EXIT.
009480     EXIT.
009490
009500 5100-ADD-ONE-STATION.
009510     PERFORM 5200-ADD-ONE-STAGE THRU 5200-EXIT
009520         VARYING WS-STAGE FROM 1 BY 1
009530         UNTIL WS-STAGE > WS-STAGE-COUNT.
009540 5100-EXIT.
009550     EXIT.
009560
009570 5200-ADD-ONE-STAGE.
009580     ADD LS-COUNT (WS-SUBSCRIPT-I, WS-STAGE)
009590         TO DT-COUNT (WS-STAGE).
009600     ADD LS-AMOUNT (WS-SUBSCRIPT-I, WS-STAGE)
009610         TO DT-AMOUNT (WS-STAGE).
009620 5200-EXIT.
009630     EXIT.
009640
009650*----------------------------------------------------------------*
009660* 6000-PRINT-LEDGER - THE DAY'S FIGURE AT EVERY STAGE OF THE      *
009670* CHAIN, IN THE ORDER A READING TRAVELS IT.                       *
009680*----------------------------------------------------------------*
009690 6000-PRINT-LEDGER.
009700     MOVE WS-LR-STAGE-HEADING TO WS-LR-LINE.
009710     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009720
009730     MOVE "KEYED IN (DAILYRD)" TO LRS-STAGE.
009740     MOVE WS-STG-KEYED-IN TO WS-STAGE.
009750     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
009760
009770     MOVE "ACCEPTED (VALIDRD)" TO LRS-STAGE.
009780     MOVE WS-STG-ACCEPTED TO WS-STAGE.
009790     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
009800
009810     MOVE "REJECTED (REJECTS)" TO LRS-STAGE.
009820     MOVE WS-STG-REJECTED TO WS-STAGE.
009830     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
009840
009850     MOVE "  RESUBMITTED (RESUBMIT)" TO LRS-STAGE.
009860     MOVE WS-STG-RESUBMITTED TO WS-STAGE.
009870     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
009880
009890     MOVE DT-COUNT (WS-STG-REJECTED) TO WS-CK-LEFT-COUNT.
009900     MOVE DT-COUNT (WS-STG-RESUBMITTED) TO WS-CK-RIGHT-COUNT.
009910     MOVE DT-AMOUNT (WS-STG-REJECTED) TO WS-CK-LEFT-AMOUNT.
009920     MOVE DT-AMOUNT (WS-STG-RESUBMITTED) TO WS-CK-RIGHT-AMOUNT.
009930     PERFORM 8400-DERIVE-DROPPED THRU 8400-EXIT.
009940     MOVE "  DROPPED (NOT RESUBMITTED)" TO LRS-STAGE.
009950     MOVE WS-DROPPED-COUNT TO LRS-COUNT.
009960     MOVE WS-DROPPED-AMOUNT TO LRS-AMOUNT.
009970     MOVE WS-LR-STAGE-LINE TO WS-LR-LINE.
009980     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
009990
010000     MOVE "ON AUDIT TRAIL (SURVIVING 'V')" TO LRS-STAGE.
010010     MOVE WS-STG-ON-TRAIL TO WS-STAGE.
010020     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
010022
010024     MOVE "  OF WHICH METER ADJUSTMENT" TO LRS-STAGE.
010026     MOVE WS-STG-METER-ADJ TO WS-STAGE.
010028     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
010030
010040     MOVE "  PLUS ESTIMATED DAYS ('E')" TO LRS-STAGE.
010050     MOVE WS-STG-ESTIMATED TO WS-STAGE.
010060     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
010070
010080     MOVE "SENT TO ENGINEERING (INTFEXT)" TO LRS-STAGE.
010090     MOVE WS-STG-SENT TO WS-STAGE.
010100     PERFORM 6100-PRINT-ONE-STAGE THRU 6100-EXIT.
010110
010120     MOVE "ACKNOWLEDGED (ENGACK)" TO LRS-STAGE.
010130     MOVE WS-ACK-COUNT TO LRS-COUNT.
010140     MOVE WS-ACK-AMOUNT TO LRS-AMOUNT.
010150     MOVE WS-LR-STAGE-LINE TO WS-LR-LINE.
010160     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010170
010180     MOVE SPACES TO WS-LR-LINE.
010190     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010200 6000-EXIT.
010210     EXIT.
010220
010230 6100-PRINT-ONE-STAGE.
010240     MOVE DT-COUNT (WS-STAGE) TO LRS-COUNT.
010250     MOVE DT-AMOUNT (WS-STAGE) TO LRS-AMOUNT.
010260     MOVE WS-LR-STAGE-LINE TO WS-LR-LINE.
010270     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010280 6100-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------------*
010320* 6500-PRINT-DAY-CHECKS - THE FIVE LINEAGE EQUATIONS FOR THE DAY, *
010330* EACH AGREEING OR BREAKING BY THE COUNT AND AMOUNT SHOWN.        *
010340*----------------------------------------------------------------*
010350 6500-PRINT-DAY-CHECKS.
010360     MOVE WS-LR-CHECK-HEADING TO WS-LR-LINE.
010370     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010380
010390     MOVE DT-COUNT (WS-STG-KEYED-IN) TO WS-CK-LEFT-COUNT.
010400     MOVE DT-AMOUNT (WS-STG-KEYED-IN) TO WS-CK-LEFT-AMOUNT.
010410     COMPUTE WS-CK-RIGHT-COUNT =
010420         DT-COUNT (WS-STG-ACCEPTED) + DT-COUNT (WS-STG-REJECTED).
010430     COMPUTE WS-CK-RIGHT-AMOUNT =
010440         DT-AMOUNT (WS-STG-ACCEPTED)
010450         + DT-AMOUNT (WS-STG-REJECTED).
010460     MOVE "IN = ACCEPTED + REJECTED" TO LRC-CHECK.
010470     PERFORM 6600-PRINT-ONE-DAY-CHECK THRU 6600-EXIT.
010480
010490     MOVE DT-COUNT (WS-STG-REJECTED) TO WS-CK-LEFT-COUNT.
010500     MOVE DT-COUNT (WS-STG-RESUBMITTED) TO WS-CK-RIGHT-COUNT.
010510     MOVE DT-AMOUNT (WS-STG-REJECTED) TO WS-CK-LEFT-AMOUNT.
010520     MOVE DT-AMOUNT (WS-STG-RESUBMITTED) TO WS-CK-RIGHT-AMOUNT.
010530     PERFORM 8400-DERIVE-DROPPED THRU 8400-EXIT.
010540     ADD WS-DROPPED-COUNT TO WS-CK-RIGHT-COUNT.
010550     ADD WS-DROPPED-AMOUNT TO WS-CK-RIGHT-AMOUNT.
010560     MOVE "REJECTED = RESUBMITTED + DROPPED" TO LRC-CHECK.
010570     PERFORM 6600-PRINT-ONE-DAY-CHECK THRU 6600-EXIT.
010580
010590     MOVE DT-COUNT (WS-STG-ACCEPTED) TO WS-CK-LEFT-COUNT.
010600     MOVE DT-AMOUNT (WS-STG-ACCEPTED) TO WS-CK-LEFT-AMOUNT.
010610     MOVE DT-COUNT (WS-STG-ON-TRAIL) TO WS-CK-RIGHT-COUNT.
010620     COMPUTE WS-CK-RIGHT-AMOUNT =
010623         DT-AMOUNT (WS-STG-ON-TRAIL)
010626         - DT-AMOUNT (WS-STG-METER-ADJ).
010630     MOVE "ACCEPTED = ON TRAIL LESS METER ADJ" TO LRC-CHECK.
010640     PERFORM 6600-PRINT-ONE-DAY-CHECK THRU 6600-EXIT.
010650
010660     COMPUTE WS-CK-LEFT-COUNT =
010670         DT-COUNT (WS-STG-ON-TRAIL)
010680         + DT-COUNT (WS-STG-ESTIMATED).
010690     COMPUTE WS-CK-LEFT-AMOUNT =
010700         DT-AMOUNT (WS-STG-ON-TRAIL)
010710         + DT-AMOUNT (WS-STG-ESTIMATED).
010720     MOVE DT-COUNT (WS-STG-SENT) TO WS-CK-RIGHT-COUNT.
010730     MOVE DT-AMOUNT (WS-STG-SENT) TO WS-CK-RIGHT-AMOUNT.
010740     MOVE "ON TRAIL (WITH ESTIMATES) = SENT" TO LRC-CHECK.
010750     PERFORM 6600-PRINT-ONE-DAY-CHECK THRU 6600-EXIT.
010760
010770     MOVE DT-COUNT (WS-STG-SENT) TO WS-CK-LEFT-COUNT.
010780     MOVE DT-AMOUNT (WS-STG-SENT) TO WS-CK-LEFT-AMOUNT.
010790     MOVE WS-ACK-COUNT TO WS-CK-RIGHT-COUNT.
010800     MOVE WS-ACK-AMOUNT TO WS-CK-RIGHT-AMOUNT.
010810     MOVE "SENT = ACKNOWLEDGED" TO LRC-CHECK.
010820     PERFORM 6600-PRINT-ONE-DAY-CHECK THRU 6600-EXIT.
010830
010840     MOVE SPACES TO WS-LR-LINE.
010850     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
010860 6500-EXIT.
010870     EXIT.
010880
010890 6600-PRINT-ONE-DAY-CHECK.
010900     PERFORM 8300-COMPARE-LEFT-RIGHT THRU 8300-EXIT.
010910
010920     IF CHECK-AGREES
010930         MOVE "AGREES" TO LRC-RESULT
010940     ELSE
010950         MOVE "*** BREAK ***" TO LRC-RESULT
010960         ADD 1 TO WS-BREAK-COUNT
010970     END-IF.
010980
010990     MOVE WS-CK-COUNT-DIFF TO LRC-COUNT-DIFF.
011000     MOVE WS-CK-AMOUNT-DIFF TO LRC-AMOUNT-DIFF.
011010     MOVE WS-LR-CHECK-LINE TO WS-LR-LINE.
011020     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011030 6600-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------*
011070* 7000-PRINT-STATION-BREAKS - THE SAME EQUATIONS STATION BY       *
011080* STATION (ACKNOWLEDGEMENT IS FOR THE WHOLE DATE, SO IT IS NOT    *
011090* REPEATED HERE), LISTING ONLY THE CHECKS THAT BREAK.             *
011100*----------------------------------------------------------------*
011110 7000-PRINT-STATION-BREAKS.
011120     MOVE "BREAKS BY STATION" TO LRT-TEXT.
011130     MOVE WS-LR-SECTION-LINE TO WS-LR-LINE.
011140     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011150
011160     MOVE WS-LR-BREAK-HEADING TO WS-LR-LINE.
011170     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011180
011190     MOVE WS-BREAK-COUNT TO WS-RECNO.
011200
011210     PERFORM 7100-CHECK-ONE-STATION THRU 7100-EXIT
011220         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
011230         UNTIL WS-SUBSCRIPT-I > WS-STATION-COUNT.
011240
011250     IF WS-BREAK-COUNT = WS-RECNO
011260         MOVE WS-LR-CLEAN-LINE TO WS-LR-LINE
011270         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
011280     END-IF.
011290
011300     MOVE SPACES TO WS-LR-LINE.
011310     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
011320 7000-EXIT.
011330     EXIT.
011340
011350 7100-CHECK-ONE-STATION.
011360     MOVE LS-STATION (WS-SUBSCRIPT-I) TO LRB-STATION.
011370
011380     MOVE LS-COUNT (WS-SUBSCRIPT-I, WS-STG-KEYED-IN)
011390         TO WS-CK-LEFT-COUNT.
011400     MOVE LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-KEYED-IN)
011410         TO WS-CK-LEFT-AMOUNT.
011420     COMPUTE WS-CK-RIGHT-COUNT =
011430         LS-COUNT (WS-SUBSCRIPT-I, WS-STG-ACCEPTED)
011440         + LS-COUNT (WS-SUBSCRIPT-I, WS-STG-REJECTED).
011450     COMPUTE WS-CK-RIGHT-AMOUNT =
011460         LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-ACCEPTED)
011470         + LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-REJECTED).
011480     MOVE "IN VS ACCEPTED+REJECTED" TO LRB-CHECK.
011490     PERFORM 7200-PRINT-ONE-BREAK THRU 7200-EXIT.
011500
011510     MOVE LS-COUNT (WS-SUBSCRIPT-I, WS-STG-REJECTED)
011520         TO WS-CK-LEFT-COUNT.
011530     MOVE LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-REJECTED)
011540         TO WS-CK-LEFT-AMOUNT.
011550     MOVE LS-COUNT (WS-SUBSCRIPT-I, WS-STG-RESUBMITTED)
011560         TO WS-CK-RIGHT-COUNT.
011570     MOVE LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-RESUBMITTED)
011580         TO WS-CK-RIGHT-AMOUNT.
011590     PERFORM 8400-DERIVE-DROPPED THRU 8400-EXIT.
011600     ADD WS-DROPPED-COUNT TO WS-CK-RIGHT-COUNT.
011610     ADD WS-DROPPED-AMOUNT TO WS-CK-RIGHT-AMOUNT.
011620     MOVE "REJECTED VS RESUB+DROPPED" TO LRB-CHECK.
011630     PERFORM 7200-PRINT-ONE-BREAK THRU 7200-EXIT.
011640
011650     MOVE LS-COUNT (WS-SUBSCRIPT-I, WS-STG-ACCEPTED)
011660         TO WS-CK-LEFT-COUNT.
011670     MOVE LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-ACCEPTED)
011680         TO WS-CK-LEFT-AMOUNT.
011690     MOVE LS-COUNT (WS-SUBSCRIPT-I, WS-STG-ON-TRAIL)
011700         TO WS-CK-RIGHT-COUNT.
011710     COMPUTE WS-CK-RIGHT-AMOUNT =
011720         LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-ON-TRAIL)
011725         - LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-METER-ADJ).
011730     MOVE "ACCEPTED VS TRAIL-METER" TO LRB-CHECK.
011740     PERFORM 7200-PRINT-ONE-BREAK THRU 7200-EXIT.
011750
011760     COMPUTE WS-CK-LEFT-COUNT =
011770         LS-COUNT (WS-SUBSCRIPT-I, WS-STG-ON-TRAIL)
011780         + LS-COUNT (WS-SUBSCRIPT-I, WS-STG-ESTIMATED).
011790     COMPUTE WS-CK-LEFT-AMOUNT =
011800         LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-ON-TRAIL)
011810         + LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-ESTIMATED).
011820     MOVE LS-COUNT (WS-SUBSCRIPT-I, WS-STG-SENT)
011830         TO WS-CK-RIGHT-COUNT.
011840     MOVE LS-AMOUNT (WS-SUBSCRIPT-I, WS-STG-SENT)
011850         TO WS-CK-RIGHT-AMOUNT.
011860     MOVE "ON TRAIL VS SENT" TO LRB-CHECK.
011870     PERFORM 7200-PRINT-ONE-BREAK THRU 7200-EXIT.
011880 7100-EXIT.
011890     EXIT.
011900
011910 7200-PRINT-ONE-BREAK.
011920     PERFORM 8300-COMPARE-LEFT-RIGHT THRU 8300-EXIT.
011930
011940     IF CHECK-AGREES
011950         GO TO 7200-EXIT
011960     END-IF.
011970
011980     ADD 1 TO WS-BREAK-COUNT.
011990     MOVE WS-CK-LEFT-COUNT TO LRB-LEFT-COUNT.
012000     MOVE WS-CK-RIGHT-COUNT TO LRB-RIGHT-COUNT.
012010     MOVE WS-CK-AMOUNT-DIFF TO LRB-AMOUNT-DIFF.
012020     MOVE WS-LR-BREAK-LINE TO WS-LR-LINE.
012030     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012040 7200-EXIT.
012050     EXIT.
012060
012070*----------------------------------------------------------------*
012080* 7500-PRINT-NOTES-AND-SIGN-OFF - ANY SOURCE THAT WAS NOT THERE   *
012090* TO BE COUNTED, THEN THE SIGN-OFF BLOCK FOR AUDIT.               *
012100*----------------------------------------------------------------*
012110 7500-PRINT-NOTES-AND-SIGN-OFF.
012120     IF REJECTS-NOT-READ
012130         MOVE "REJECTS FILE NOT AVAILABLE - REJECTED COUNTED AS ZE
012140-            "RO" TO LRN-TEXT
012150         MOVE WS-LR-NOTE-LINE TO WS-LR-LINE
012160         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
012170     END-IF.
012180
012190     IF RESUBMIT-NOT-READ
012200         MOVE "NO RESUBMISSION FILE - NOTHING COUNTED AS RESUBMITT
012210-            "ED" TO LRN-TEXT
012220         MOVE WS-LR-NOTE-LINE TO WS-LR-LINE
012230         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
012240     END-IF.
012250
012260     IF INTFEXT-NOT-READ
012270         MOVE "NO INTERFACE FILE - NOTHING COUNTED AS SENT"
012280             TO LRN-TEXT
012290         MOVE WS-LR-NOTE-LINE TO WS-LR-LINE
012300         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
012310     END-IF.
012320
012330     IF INTFEXT-OTHER-DATE
012340         MOVE "INTERFACE FILE IS FOR ANOTHER DATA DATE - NOTHING C
012350-            "OUNTED AS SENT" TO LRN-TEXT
012360         MOVE WS-LR-NOTE-LINE TO WS-LR-LINE
012370         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
012380     END-IF.
012390
012400     IF ACK-NOT-FOUND
012410         MOVE "NO ACKNOWLEDGEMENT FROM ENGINEERING FOR THE DATE"
012420             TO LRN-TEXT
012430         MOVE WS-LR-NOTE-LINE TO WS-LR-LINE
012440         PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT
012450     END-IF.
012460
012470     MOVE SPACES TO WS-LR-LINE.
012480     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012490     MOVE WS-LR-SIGN-OFF-1 TO WS-LR-LINE.
012500     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012510     MOVE SPACES TO WS-LR-LINE.
012520     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012530     MOVE WS-LR-SIGN-OFF-2 TO WS-LR-LINE.
012540     PERFORM 8800-WRITE-REPORT-LINE THRU 8800-EXIT.
012550 7500-EXIT.
012560     EXIT.
012570
012580*----------------------------------------------------------------*
012590* 8300-COMPARE-LEFT-RIGHT - DIFFERENCE THE PAIR IN WS-CHECK-WORK  *
012600* (LEFT LESS RIGHT) AND SET CHECK-AGREES OR CHECK-BREAKS.         *
012610*----------------------------------------------------------------*
012620 8300-COMPARE-LEFT-RIGHT.
012630     COMPUTE WS-CK-COUNT-DIFF =
012640         WS-CK-LEFT-COUNT - WS-CK-RIGHT-COUNT.
012650     COMPUTE WS-CK-AMOUNT-DIFF =
012660         WS-CK-LEFT-AMOUNT - WS-CK-RIGHT-AMOUNT.
012670
012680     IF WS-CK-COUNT-DIFF = ZERO AND WS-CK-AMOUNT-DIFF = ZERO
012690         SET CHECK-AGREES TO TRUE
012700     ELSE
012710         SET CHECK-BREAKS TO TRUE
012720     END-IF.
012730 8300-EXIT.
012740     EXIT.
012750
012760*----------------------------------------------------------------*
012770* 8400-DERIVE-DROPPED - WITH THE REJECTED FIGURES ON THE LEFT AND *
012780* THE RESUBMITTED ON THE RIGHT, DROPPED IS WHAT WAS REJECTED AND  *
012790* NOT SENT BACK. MORE RESUBMITTED THAN REJECTED LEAVES DROPPED AT *
012800* ZERO SO THE CHECK BREAKS.                                       *
012810*----------------------------------------------------------------*
012820 8400-DERIVE-DROPPED.
012830     IF WS-CK-RIGHT-COUNT > WS-CK-LEFT-COUNT
012840         MOVE ZERO TO WS-DROPPED-COUNT
012850         MOVE ZERO TO WS-DROPPED-AMOUNT
012860     ELSE
012870         COMPUTE WS-DROPPED-COUNT =
012880             WS-CK-LEFT-COUNT - WS-CK-RIGHT-COUNT
012890         COMPUTE WS-DROPPED-AMOUNT =
012900             WS-CK-LEFT-AMOUNT - WS-CK-RIGHT-AMOUNT
012910     END-IF.
012920 8400-EXIT.
012930     EXIT.
012940
012950*----------------------------------------------------------------*
012960* 8500-FIND-STATION-ENTRY - THE TABLE ENTRY FOR THE STATION IN   *
012970* WS-LOOKUP-STATION, ADDED WITH ZERO FIGURES WHEN IT IS NOT THERE *
012980* YET. A FULL TABLE LEAVES WS-ENTRY-FOUND ZERO AND THE STATION    *
012990* UNCOUNTED.                                                      *
013000*----------------------------------------------------------------*
013010 8500-FIND-STATION-ENTRY.
013020     PERFORM 8550-LOCATE-STATION-ENTRY THRU 8550-EXIT.
013030
013040     IF WS-ENTRY-FOUND > ZERO
013050         GO TO 8500-EXIT
013060     END-IF.
013070
013080     IF WS-STATION-COUNT = WS-MAX-STATIONS
013090         DISPLAY "LINEAGE: STATION TABLE FULL AT "
013100             WS-MAX-STATIONS " - STATION " WS-LOOKUP-STATION
013110             " NOT COUNTED"
013120         GO TO 8500-EXIT
013130     END-IF.
013140
013150     ADD 1 TO WS-STATION-COUNT.
013160     MOVE WS-STATION-COUNT TO WS-ENTRY-FOUND.
013170     MOVE WS-LOOKUP-STATION TO LS-STATION (WS-ENTRY-FOUND).
013180     MOVE ZERO TO LS-LAST-S-RECNO (WS-ENTRY-FOUND).
013190     MOVE SPACE TO LS-EST-FLAG (WS-ENTRY-FOUND).
013200     MOVE "N" TO LS-COLLECT-FLAG (WS-ENTRY-FOUND).
013210
013220     PERFORM 8520-CLEAR-ONE-STATION-STAGE THRU 8520-EXIT
013230         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
013240         UNTIL WS-SUBSCRIPT-I > WS-STAGE-COUNT.
013250 8500-EXIT.
013260     EXIT.
013270
013280 8520-CLEAR-ONE-STATION-STAGE.
013290     MOVE ZERO TO LS-COUNT (WS-ENTRY-FOUND, WS-SUBSCRIPT-I).
013300     MOVE ZERO TO LS-AMOUNT (WS-ENTRY-FOUND, WS-SUBSCRIPT-I).
013310 8520-EXIT.
013320     EXIT.
013330
013340 8550-LOCATE-STATION-ENTRY.
013350     MOVE ZERO TO WS-ENTRY-FOUND.
013360
013370     PERFORM 8570-MATCH-ONE-STATION THRU 8570-EXIT
013380         VARYING WS-SUBSCRIPT-I FROM 1 BY 1
013390         UNTIL WS-SUBSCRIPT-I > WS-STATION-COUNT.
013400 8550-EXIT.
013410     EXIT.
013420
013430 8570-MATCH-ONE-STATION.
013440     IF LS-STATION (WS-SUBSCRIPT-I) = WS-LOOKUP-STATION
013450         MOVE WS-SUBSCRIPT-I TO WS-ENTRY-FOUND
013460     END-IF.
013470 8570-EXIT.
013480     EXIT.
013490
013500*----------------------------------------------------------------*
013510* 8600-ADD-TO-STATION-STAGE - ONE READING OF WS-LOOKUP-AMOUNT FOR *
013520* WS-LOOKUP-STATION UNDER THE STAGE IN WS-STAGE.                  *
013530*----------------------------------------------------------------*
013540 8600-ADD-TO-STATION-STAGE.
013550     PERFORM 8500-FIND-STATION-ENTRY THRU 8500-EXIT.
013560
013570     IF WS-ENTRY-FOUND = ZERO
013580         GO TO 8600-EXIT
013590     END-IF.
013600
013610     ADD 1 TO LS-COUNT (WS-ENTRY-FOUND, WS-STAGE).
013620     ADD WS-LOOKUP-AMOUNT TO LS-AMOUNT (WS-ENTRY-FOUND, WS-STAGE).
013630 8600-EXIT.
013640     EXIT.
013650
013660*----------------------------------------------------------------*
013670* 8800-WRITE-REPORT-LINE - EVERY LEDGER LINE GOES THROUGH HERE SO *
013680* THE PAGE BREAK AND PAGE HEADINGS HAPPEN IN ONE PLACE. THE LINE  *
013690* TO PRINT IS EXPECTED IN WS-LR-LINE.                             *
013700*----------------------------------------------------------------*
013710 8800-WRITE-REPORT-LINE.
013720     IF WS-LR-LINE-COUNT NOT < WS-LR-LINES-PER-PAGE
013730         PERFORM 8900-START-NEW-PAGE THRU 8900-EXIT
013740     END-IF.
013750
013760     WRITE LR-PRINT-LINE FROM WS-LR-LINE.
013770     ADD 1 TO WS-LR-LINE-COUNT.
013780 8800-EXIT.
013790     EXIT.
013800
013810*----------------------------------------------------------------*
013820* 8900-START-NEW-PAGE - PAGE HEADING AND THE NEXT PAGE NUMBER.    *
013830*----------------------------------------------------------------*
013840 8900-START-NEW-PAGE.
013850     ADD 1 TO WS-LR-PAGE-NUMBER.
013860     MOVE WS-BUSINESS-DATE-NUM TO LRH-DATE.
013870     MOVE WS-LR-PAGE-NUMBER TO LRH-PAGE.
013880     WRITE LR-PRINT-LINE FROM WS-LR-HEADING-1.
013890     MOVE SPACES TO LR-PRINT-LINE.
013900     WRITE LR-PRINT-LINE.
013910     MOVE 2 TO WS-LR-LINE-COUNT.
013920 8900-EXIT.
013930     EXIT.
013940
013950*----------------------------------------------------------------*
013960* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON     *
013970* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT   *
013980* NEVER CHANGES THE RUN'S OWN RETURN CODE.                       *
013990*----------------------------------------------------------------*
014000 9800-WRITE-RUN-LOG.
014010     OPEN EXTEND RUN-LOG-FILE.
014020
014030     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
014040         CLOSE RUN-LOG-FILE
014050         OPEN OUTPUT RUN-LOG-FILE
014060     END-IF.
014070
014080     IF WS-RUNLOG-STATUS NOT = "00"
014090         DISPLAY "LINEAGE: CANNOT OPEN RUN LOG, STATUS "
014100             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
014110         GO TO 9800-EXIT
014120     END-IF.
014130
014140     MOVE SPACES TO RL-RECORD.
014150     MOVE "LINEAGE" TO RL-PROGRAM.
014160     MOVE WS-RL-BUSINESS-DATE TO RL-BUSINESS-DATE.
014170     MOVE WS-RL-START-DATE TO RL-START-DATE.
014180     MOVE WS-RL-START-TIME TO RL-START-TIME.
014190     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
014200     ACCEPT WS-RL-TIME-RAW FROM TIME.
014210     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
014220     MOVE RETURN-CODE TO RL-RETURN-CODE.
014230     MOVE WS-RECORDS-READ TO RL-RECORDS-IN.
014240     MOVE WS-BREAK-COUNT TO RL-RECORDS-OUT.
014250     WRITE RL-RECORD.
014260
014270     CLOSE RUN-LOG-FILE.
014280 9800-EXIT.
014290     EXIT.
014300
014310*----------------------------------------------------------------*
014320* 9999-EXIT-PROGRAM                                               *
014330*----------------------------------------------------------------*
014340 9999-EXIT-PROGRAM.
014350     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
014360     STOP RUN.
