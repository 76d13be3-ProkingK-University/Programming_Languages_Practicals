000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BUDLOAD.
000120 AUTHOR. R. NKOSI.
000130 INSTALLATION. DATA PROCESSING - DAILY READINGS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*----------------------------------------------------------------*
000170* MODIFICATION HISTORY                                            *
000180*----------------------------------------------------------------*
000190* DATE       INIT  DESCRIPTION                                    *
000200* 10/15/2026 RN    ORIGINAL VERSION - LOAD HEAD OFFICE'S YEARLY   *
000210*                  BUDGET PLAN (BUDPLAN) ONTO THE KEYED STATION   *
000220*                  BUDGET FILE (BUDGET). EACH PLAN LINE CARRIES A *
000230*                  STATION, A YEAR AND TWELVE EXPECTED MONTHLY    *
000240*                  TOTALS; EACH MONTH IS ADDED, OR REPLACES THE   *
000250*                  FIGURE ALREADY HELD FOR THAT STATION-MONTH. A  *
000260*                  LINE FOR A STATION NOT ON THE STATION MASTER,  *
000270*                  OR WITH A BAD YEAR OR AMOUNT, IS REJECTED      *
000280*                  WHOLE AND NONE OF ITS MONTHS ARE LOADED.       *
000290*----------------------------------------------------------------*
000300* RETURN CODES                                                    *
000310*   00  EVERY PLAN LINE LOADED                                    *
000320*   04  ONE OR MORE PLAN LINES REJECTED - SEE CONSOLE             *
000330*   08  THE PLAN FILE WAS EMPTY - NOTHING LOADED                  *
000340*   16  A FILE COULD NOT BE OPENED OR A BUDGET WRITE FAILED       *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BUDGET-PLAN-FILE ASSIGN TO "BUDPLAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-BUDPLAN-STATUS.
000450
000460     SELECT BUDGET-FILE ASSIGN TO "BUDGET"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS BG-KEY
000500         FILE STATUS IS WS-BUDGET-STATUS.
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
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640*----------------------------------------------------------------*
000650* ONE PLAN LINE PER STATION PER YEAR, AS HEAD OFFICE SENDS IT -    *
000660* THE TWELVE MONTHLY TOTALS JANUARY TO DECEMBER, EACH ELEVEN       *
000670* WHOLE DIGITS, TWO DECIMALS AND A TRAILING SIGN.                  *
000680*----------------------------------------------------------------*
000690 FD  BUDGET-PLAN-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  BP-RECORD.
000720     05  BP-STATION              PIC X(04).
000730     05  BP-YEAR                 PIC X(04).
000740     05  BP-YEAR-NUM REDEFINES BP-YEAR
000750                                 PIC 9(04).
000760     05  BP-MONTH-AMOUNT OCCURS 12 TIMES
000770                                 PIC S9(11)V99
000780             SIGN IS TRAILING SEPARATE.
000790
000800 FD  BUDGET-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY BUDGREC.
000830
000840 FD  STATION-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY STATMREC.
000870
000880 FD  RUN-LOG-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY RUNLGREC.
000910
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
000940* FILE STATUS SWITCHES                                             *
000950*----------------------------------------------------------------*
000960 01  WS-FILE-STATUSES.
000970     05  WS-BUDPLAN-STATUS       PIC X(02) VALUE SPACES.
000980     05  WS-BUDGET-STATUS        PIC X(02) VALUE SPACES.
000990     05  WS-STATMAST-STATUS      PIC X(02) VALUE SPACES.
001000     05  WS-RUNLOG-STATUS        PIC X(02) VALUE SPACES.
001010
001020*----------------------------------------------------------------*
001030* WORK COUNTERS AND SWITCHES                                       *
001040*----------------------------------------------------------------*
001050 01  WS-LOAD-COUNTERS.
001060     05  WS-LINES-READ           PIC 9(05) VALUE ZERO.
001070     05  WS-LINES-LOADED         PIC 9(05) VALUE ZERO.
001080     05  WS-LINES-REJECTED       PIC 9(05) VALUE ZERO.
001090     05  WS-MONTHS-ADDED         PIC 9(07) VALUE ZERO.
001100     05  WS-MONTHS-REPLACED      PIC 9(07) VALUE ZERO.
001110
001120 01  WS-SWITCHES.
001130     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001140         88  END-OF-PLAN                   VALUE 'Y'.
001150         88  NOT-END-OF-PLAN               VALUE 'N'.
001160     05  WS-LINE-SWITCH          PIC X(01) VALUE 'Y'.
001170         88  LINE-IS-GOOD                  VALUE 'Y'.
001180         88  LINE-IS-BAD                   VALUE 'N'.
001190
001200 01  WS-MONTH-SUB                PIC 9(02) COMP.
001210 01  WS-TODAY                    PIC 9(08) VALUE ZERO.
001220
001230*----------------------------------------------------------------*
001240* RUN-CONTROL LOG WORK FIELDS - THE BUSINESS DATE IS THE DAY THE   *
001250* PLAN WAS LOADED.                                                 *
001260*----------------------------------------------------------------*
001270 01  WS-RUN-LOG-WORK.
001280     05  WS-RL-START-DATE        PIC 9(08) VALUE ZERO.
001290     05  WS-RL-START-TIME        PIC 9(06) VALUE ZERO.
001300     05  WS-RL-TIME-RAW          PIC 9(08) VALUE ZERO.
001310     05  WS-RL-TIME-SPLIT REDEFINES WS-RL-TIME-RAW.
001320         10  WS-RL-TIME-HHMMSS   PIC 9(06).
001330         10  FILLER              PIC 9(02).
001340
001350
001360 PROCEDURE DIVISION.
001370*----------------------------------------------------------------*
001380* 0000-MAIN-PROCESS - OPEN THE FILES AND LOAD EVERY PLAN LINE.     *
001390*----------------------------------------------------------------*
001400 0000-MAIN-PROCESS.
001410     ACCEPT WS-RL-START-DATE FROM DATE YYYYMMDD.
001420     ACCEPT WS-RL-TIME-RAW FROM TIME.
001430     MOVE WS-RL-TIME-HHMMSS TO WS-RL-START-TIME.
001440     MOVE WS-RL-START-DATE TO WS-TODAY.
001450
001460     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001470
001480     PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
001490         UNTIL END-OF-PLAN.
001500
001510     CLOSE BUDGET-PLAN-FILE.
001520     CLOSE BUDGET-FILE.
001530     CLOSE STATION-MASTER-FILE.
001540
001550     DISPLAY "BUDLOAD: PLAN LINES READ     " WS-LINES-READ.
001560     DISPLAY "BUDLOAD: PLAN LINES LOADED   " WS-LINES-LOADED.
001570     DISPLAY "BUDLOAD: PLAN LINES REJECTED " WS-LINES-REJECTED.
001580     DISPLAY "BUDLOAD: MONTHS ADDED        " WS-MONTHS-ADDED.
001590     DISPLAY "BUDLOAD: MONTHS REPLACED     " WS-MONTHS-REPLACED.
001600
001610     IF RETURN-CODE > 4
001620         GO TO 9999-EXIT-PROGRAM
001630     END-IF.
001640
001650     IF WS-LINES-READ = ZERO
001660         DISPLAY "BUDLOAD: BUDGET PLAN IS EMPTY - NOTHING LOADED"
001670         MOVE 8 TO RETURN-CODE
001680         GO TO 9999-EXIT-PROGRAM
001690     END-IF.
001700
001710     IF WS-LINES-REJECTED > ZERO
001720         MOVE 4 TO RETURN-CODE
001730     END-IF.
001740
001750     GO TO 9999-EXIT-PROGRAM.
001760
001770 0000-EXIT.
001780     EXIT.
001790
001800*----------------------------------------------------------------*
001810* 1000-OPEN-FILES - THE PLAN, THE STATION MASTER THAT EVERY PLAN   *
001820* STATION MUST BE ON, AND THE BUDGET FILE, WHICH IS CREATED THE    *
001830* FIRST TIME A PLAN IS LOADED.                                     *
001840*----------------------------------------------------------------*
001850 1000-OPEN-FILES.
001860     OPEN INPUT BUDGET-PLAN-FILE.
001870
001880     IF WS-BUDPLAN-STATUS NOT = "00"
001890         DISPLAY "BUDLOAD: CANNOT OPEN BUDGET PLAN, STATUS "
001900             WS-BUDPLAN-STATUS
001910         MOVE 16 TO RETURN-CODE
001920         GO TO 9999-EXIT-PROGRAM
001930     END-IF.
001940
001950     OPEN INPUT STATION-MASTER-FILE.
001960
001970     IF WS-STATMAST-STATUS NOT = "00"
001980         DISPLAY "BUDLOAD: CANNOT OPEN STATION MASTER, STATUS "
001990             WS-STATMAST-STATUS
002000         CLOSE BUDGET-PLAN-FILE
002010         MOVE 16 TO RETURN-CODE
002020         GO TO 9999-EXIT-PROGRAM
002030     END-IF.
002040
002050     OPEN I-O BUDGET-FILE.
002060
002070     IF WS-BUDGET-STATUS = "35"
002080         OPEN OUTPUT BUDGET-FILE
002090         CLOSE BUDGET-FILE
002100         OPEN I-O BUDGET-FILE
002110     END-IF.
002120
002130     IF WS-BUDGET-STATUS NOT = "00"
002140         DISPLAY "BUDLOAD: CANNOT OPEN BUDGET FILE, STATUS "
002150             WS-BUDGET-STATUS
002160         CLOSE BUDGET-PLAN-FILE
002170         CLOSE STATION-MASTER-FILE
002180         MOVE 16 TO RETURN-CODE
002190         GO TO 9999-EXIT-PROGRAM
002200     END-IF.
002210 1000-EXIT.
002220     EXIT.
002230
002240*----------------------------------------------------------------*
002250* 2000-LOAD-ONE-LINE - CHECK THE WHOLE LINE FIRST SO A BAD MONTH   *
002260* CANNOT LEAVE HALF A YEAR LOADED, THEN PUT ITS TWELVE MONTHS ON   *
002270* THE BUDGET FILE.                                                 *
002280*----------------------------------------------------------------*
002290 2000-LOAD-ONE-LINE.
002300     READ BUDGET-PLAN-FILE
002310         AT END
002320             SET END-OF-PLAN TO TRUE
002330             GO TO 2000-EXIT
002340     END-READ.
002350
002360     ADD 1 TO WS-LINES-READ.
002370     SET LINE-IS-GOOD TO TRUE.
002380
002390     IF BP-YEAR NOT NUMERIC
002400             OR BP-YEAR-NUM < 1900
002410         DISPLAY "BUDLOAD: LINE " WS-LINES-READ " STATION "
002420             BP-STATION " - YEAR " BP-YEAR " IS NOT A VALID YEAR"
002430         GO TO 2000-REJECT
002440     END-IF.
002450
002460     MOVE BP-STATION TO SM-STATION.
002470
002480     READ STATION-MASTER-FILE
002490         INVALID KEY
002500             DISPLAY "BUDLOAD: LINE " WS-LINES-READ " STATION "
002510                 BP-STATION " IS NOT ON THE STATION MASTER"
002520             GO TO 2000-REJECT
002530     END-READ.
002540
002550     PERFORM 2100-CHECK-ONE-MONTH THRU 2100-EXIT
002560         VARYING WS-MONTH-SUB FROM 1 BY 1
002570         UNTIL WS-MONTH-SUB > 12.
002580
002590     IF LINE-IS-BAD
002600         GO TO 2000-REJECT
002610     END-IF.
002620
002630     PERFORM 2200-LOAD-ONE-MONTH THRU 2200-EXIT
002640         VARYING WS-MONTH-SUB FROM 1 BY 1
002650         UNTIL WS-MONTH-SUB > 12.
002660
002670     ADD 1 TO WS-LINES-LOADED.
002680     GO TO 2000-EXIT.
002690
002700 2000-REJECT.
002710     ADD 1 TO WS-LINES-REJECTED.
002720 2000-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------*
002760* 2100-CHECK-ONE-MONTH - A MONTH'S AMOUNT MUST BE NUMERIC AND NOT  *
002770* NEGATIVE.                                                        *
002780*----------------------------------------------------------------*
002790 2100-CHECK-ONE-MONTH.
002800     IF BP-MONTH-AMOUNT (WS-MONTH-SUB) NOT NUMERIC
002810         DISPLAY "BUDLOAD: LINE " WS-LINES-READ " STATION "
002820             BP-STATION " - MONTH " WS-MONTH-SUB
002830             " AMOUNT IS NOT NUMERIC"
002840         SET LINE-IS-BAD TO TRUE
002850         GO TO 2100-EXIT
002860     END-IF.
002870
002880     IF BP-MONTH-AMOUNT (WS-MONTH-SUB) < ZERO
002890         DISPLAY "BUDLOAD: LINE " WS-LINES-READ " STATION "
002900             BP-STATION " - MONTH " WS-MONTH-SUB
002910             " AMOUNT IS NEGATIVE"
002920         SET LINE-IS-BAD TO TRUE
002930     END-IF.
002940 2100-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------------*
002980* 2200-LOAD-ONE-MONTH - ADD THE STATION-MONTH, OR REPLACE THE      *
002990* FIGURE AN EARLIER PLAN LEFT FOR IT.                              *
003000*----------------------------------------------------------------*
003010 2200-LOAD-ONE-MONTH.
003020     MOVE BP-STATION TO BG-STATION.
003030     COMPUTE BG-YEAR-MONTH = BP-YEAR-NUM * 100 + WS-MONTH-SUB.
003040
003050     READ BUDGET-FILE
003060         INVALID KEY
003070             GO TO 2200-WRITE-MONTH
003080     END-READ.
003090
003100     MOVE BP-MONTH-AMOUNT (WS-MONTH-SUB) TO BG-AMOUNT.
003110     MOVE WS-TODAY TO BG-LOADED-DATE.
003120
003130     REWRITE BG-RECORD
003140         INVALID KEY
003150             DISPLAY "BUDLOAD: BUDGET REWRITE FAILED FOR STATION "
003160                 BG-STATION " MONTH " BG-YEAR-MONTH ", STATUS "
003170                 WS-BUDGET-STATUS
003180             MOVE 16 TO RETURN-CODE
003190             GO TO 2200-EXIT
003200     END-REWRITE.
003210
003220     ADD 1 TO WS-MONTHS-REPLACED.
003230     GO TO 2200-EXIT.
003240
003250 2200-WRITE-MONTH.
003260     MOVE SPACES TO BG-RECORD.
003270     MOVE BP-STATION TO BG-STATION.
003280     COMPUTE BG-YEAR-MONTH = BP-YEAR-NUM * 100 + WS-MONTH-SUB.
003290     MOVE BP-MONTH-AMOUNT (WS-MONTH-SUB) TO BG-AMOUNT.
003300     MOVE WS-TODAY TO BG-LOADED-DATE.
003310
003320     WRITE BG-RECORD
003330         INVALID KEY
003340             DISPLAY "BUDLOAD: BUDGET WRITE FAILED FOR STATION "
003350                 BG-STATION " MONTH " BG-YEAR-MONTH ", STATUS "
003360                 WS-BUDGET-STATUS
003370             MOVE 16 TO RETURN-CODE
003380             GO TO 2200-EXIT
003390     END-WRITE.
003400
003410     ADD 1 TO WS-MONTHS-ADDED.
003420 2200-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460* 9800-WRITE-RUN-LOG - APPEND THIS RUN'S RECORD TO THE COMMON      *
003470* RUN-CONTROL LOG. A LOG THAT CANNOT BE OPENED IS REPORTED BUT     *
003480* NEVER CHANGES THE RUN'S OWN RETURN CODE.                         *
003490*----------------------------------------------------------------*
003500 9800-WRITE-RUN-LOG.
003510     OPEN EXTEND RUN-LOG-FILE.
003520
003530     IF WS-RUNLOG-STATUS = "05" OR WS-RUNLOG-STATUS = "35"
003540         CLOSE RUN-LOG-FILE
003550         OPEN OUTPUT RUN-LOG-FILE
003560     END-IF.
003570
003580     IF WS-RUNLOG-STATUS NOT = "00"
003590         DISPLAY "BUDLOAD: CANNOT OPEN RUN LOG, STATUS "
003600             WS-RUNLOG-STATUS " - RUN NOT LOGGED"
003610         GO TO 9800-EXIT
003620     END-IF.
003630
003640     MOVE SPACES TO RL-RECORD.
003650     MOVE "BUDLOAD" TO RL-PROGRAM.
003660     MOVE WS-RL-START-DATE TO RL-BUSINESS-DATE.
003670     MOVE WS-RL-START-DATE TO RL-START-DATE.
003680     MOVE WS-RL-START-TIME TO RL-START-TIME.
003690     ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
003700     ACCEPT WS-RL-TIME-RAW FROM TIME.
003710     MOVE WS-RL-TIME-HHMMSS TO RL-END-TIME.
003720     MOVE RETURN-CODE TO RL-RETURN-CODE.
003730     MOVE WS-LINES-READ TO RL-RECORDS-IN.
003740     COMPUTE RL-RECORDS-OUT =
003750         WS-MONTHS-ADDED + WS-MONTHS-REPLACED.
003760     WRITE RL-RECORD.
003770
003780     CLOSE RUN-LOG-FILE.
003790 9800-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------------*
003830* 9999-EXIT-PROGRAM                                                *
003840*----------------------------------------------------------------*
003850 9999-EXIT-PROGRAM.
003860     PERFORM 9800-WRITE-RUN-LOG THRU 9800-EXIT.
003870     STOP RUN.
