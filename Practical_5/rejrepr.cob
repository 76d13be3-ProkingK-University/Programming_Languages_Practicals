000369*                  DROPPED), FALLING BACK TO THE OPERATOR'S       *
000371*                  DATE, AND THE REBUILD WRITES ONE BALANCED      *
000372*                  H/D/T GROUP PER STATION AND DATE.              *
000373* 10/15/2026 RN    THE OPERATOR NOW SIGNS ON WITH AN ID OFF THE   *
000374*                  KEYED OPERATOR FILE (OPERAUTH) THAT MUST HOLD  *
000375*                  THE REJECT-REPAIR FUNCTION, AND EVERY REPAIR,  *
000376*                  KEEP AND DROP GOES TO THE SHARED CHANGE        *
000377*                  JOURNAL (CHGJRNL) WITH THE OPERATOR ID, THE    *
000378*                  TIME AND THE REJECT BEFORE AND AFTER.          *
000379*----------------------------------------------------------------*
000380* RETURN CODES                                                    *
000390*   00  RESUBMISSION BATCH WRITTEN                                *
000400*   04  BATCH WRITTEN BUT RECYCLES ESCALATED - SEE AGING REPORT   *
000410*   08  NOTHING KEPT TO RESUBMIT                                  *
000416*   16  A FILE COULD NOT BE OPENED, THE REJECTS FILE IS EMPTY OR  *
000422*       SIGN-ON WAS REFUSED                                       *
000430*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000580     SELECT RECYCLE-AGING-FILE ASSIGN TO "RECYAGE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RECYAGE-STATUS.
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
000640 FD  REJECT-FILE
000750 FD  RECYCLE-AGING-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  RA-PRINT-LINE               PIC X(80).
000771
000772 FD  OPERATOR-FILE
000773     LABEL RECORDS ARE STANDARD.
000774     COPY OPERREC.
000775
000776 FD  CHANGE-JOURNAL-FILE
000777     LABEL RECORDS ARE STANDARD.
000778     COPY CHGJREC.
000780
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------*
000840     05  WS-REJECTS-STATUS       PIC X(02) VALUE SPACES.
000850     05  WS-RESUBMIT-STATUS      PIC X(02) VALUE SPACES.
000860     05  WS-RECYAGE-STATUS       PIC X(02) VALUE SPACES.
000863     05  WS-OPERAUTH-STATUS      PIC X(02) VALUE SPACES.
000866     05  WS-CHGJRNL-STATUS       PIC X(02) VALUE SPACES.
000870
000880*----------------------------------------------------------------*
000890* TABLE SIZING AND THE KEPT-RECORD TABLE - ONE ENTRY PER REJECT   *
001350     05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-IN
001360                                 PIC 9(08).
001370
001371*----------------------------------------------------------------*
001372* SIGNED-ON OPERATOR AND CHANGE-JOURNAL WORK FIELDS - THE BEFORE  *
001373* IMAGE IS TAKEN AS THE RECORD IS READ, AHEAD OF ANY CHANGE.      *
001374*----------------------------------------------------------------*
001375 01  WS-JOURNAL-WORK.
001376     05  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
001377     05  WS-BEFORE-IMAGE         PIC X(140) VALUE SPACES.
001378     05  WS-JR-TIME-RAW          PIC 9(08) VALUE ZERO.
001379     05  WS-JR-TIME-SPLIT REDEFINES WS-JR-TIME-RAW.
001380         10  WS-JR-TIME-HHMMSS   PIC 9(06).
001381         10  FILLER              PIC 9(02).
001382*----------------------------------------------------------------*
001390* COUNTERS, SUBSCRIPTS AND GROUP-BUILD WORK FIELDS                 *
001400*----------------------------------------------------------------*
001410 01  WS-REPAIR-COUNTERS.
002130* 0000-MAIN-PROCESS - OVERALL CONTROL FLOW FOR THE REPAIR SESSION  *
002140*----------------------------------------------------------------*
002150 0000-MAIN-PROCESS.
002156     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002162     PERFORM 1100-SIGN-ON-OPERATOR THRU 1100-EXIT.
002168     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
002174     PERFORM 2000-WALK-REJECTS THRU 2000-EXIT.
002180
002190     IF WS-REJECTS-READ = ZERO
002200         DISPLAY "REJREPR: REJECTS FILE IS EMPTY"
002904     MOVE WS-RUN-DATE-NUM TO WS-CURRENT-RUN-DATE.
002910 1000-EXIT.
002920     EXIT.
002921
002922*----------------------------------------------------------------*
002923* 1100-SIGN-ON-OPERATOR - THE OPERATOR KEYS THEIR ID, WHICH MUST  *
002924* BE ACTIVE ON THE OPERATOR FILE AND HOLD A FUNCTION THIS         *
002925* PROGRAM PERFORMS. EVERY CHANGE IN THE SESSION IS JOURNALED      *
002926* UNDER THIS ID.                                                  *
002927*----------------------------------------------------------------*
002928 1100-SIGN-ON-OPERATOR.
002929     OPEN INPUT OPERATOR-FILE.
002930
002931     IF WS-OPERAUTH-STATUS NOT = "00"
002932         DISPLAY "REJREPR: CANNOT OPEN OPERATOR FILE, STATUS "
002933             WS-OPERAUTH-STATUS " - NO ONE CAN SIGN ON"
002934         CLOSE REJECT-FILE
002935         CLOSE RECYCLE-AGING-FILE
002936         MOVE 16 TO RETURN-CODE
002937         GO TO 9999-EXIT-PROGRAM
002938     END-IF.
002939
002940     DISPLAY "REJREPR: ENTER OPERATOR ID:".
002941     ACCEPT WS-OPERATOR-ID.
002942     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID.
002943
002944     READ OPERATOR-FILE
002945         INVALID KEY
002946             DISPLAY "REJREPR: OPERATOR " WS-OPERATOR-ID
002947                 " IS NOT ON THE OPERATOR FILE"
002948             GO TO 1100-REFUSE-SIGN-ON
002949     END-READ.
002950
002951     IF NOT OA-ACTIVE
002952         DISPLAY "REJREPR: OPERATOR " WS-OPERATOR-ID
002953             " HAS BEEN REVOKED"
002954         GO TO 1100-REFUSE-SIGN-ON
002955     END-IF.
002956
002957     IF NOT OA-MAY-REPAIR-REJECTS
002958         DISPLAY "REJREPR: OPERATOR " WS-OPERATOR-ID
002959             " HOLDS NO FUNCTION IN THIS PROGRAM"
002960         GO TO 1100-REFUSE-SIGN-ON
002961     END-IF.
002962
002963     DISPLAY "REJREPR: SIGNED ON AS " WS-OPERATOR-ID " " OA-NAME.
002964     CLOSE OPERATOR-FILE.
002965     GO TO 1100-EXIT.
002966
002967 1100-REFUSE-SIGN-ON.
002968     DISPLAY "REJREPR: SIGN-ON REFUSED - NOTHING CHANGED".
002969     CLOSE OPERATOR-FILE.
002970     CLOSE REJECT-FILE.
002971     CLOSE RECYCLE-AGING-FILE.
002972     MOVE 16 TO RETURN-CODE.
002973     GO TO 9999-EXIT-PROGRAM.
002974 1100-EXIT.
002975     EXIT.
002976
002977*----------------------------------------------------------------*
002978* 1200-OPEN-JOURNAL - APPEND TO THE SHARED CHANGE JOURNAL,        *
002979* STARTING IT ON FIRST USE. A SESSION THAT CANNOT JOURNAL ITS     *
002980* CHANGES MAKES NONE.                                             *
002981*----------------------------------------------------------------*
002982 1200-OPEN-JOURNAL.
002983     OPEN EXTEND CHANGE-JOURNAL-FILE.
002984
002985     IF WS-CHGJRNL-STATUS = "05" OR WS-CHGJRNL-STATUS = "35"
002986         CLOSE CHANGE-JOURNAL-FILE
002987         OPEN OUTPUT CHANGE-JOURNAL-FILE
002988     END-IF.
002989
002990     IF WS-CHGJRNL-STATUS NOT = "00"
002991         DISPLAY "REJREPR: CANNOT OPEN CHANGE JOURNAL, STATUS "
002992             WS-CHGJRNL-STATUS " - NOTHING CHANGED"
002993         CLOSE REJECT-FILE
002994         CLOSE RECYCLE-AGING-FILE
002995         MOVE 16 TO RETURN-CODE
002996         GO TO 9999-EXIT-PROGRAM
002997     END-IF.
002998 1200-EXIT.
002999     EXIT.
003000
003001*----------------------------------------------------------------*
003002* 2000-WALK-REJECTS - LIST EACH REJECT WITH ITS REASON CODE AND    *
003003* TAKE THE OPERATOR'S DISPOSITION. TRAILERS ARE DROPPED OUTRIGHT  *
003004* SINCE THE REBUILD COMPUTES FRESH CONTROLS FOR EVERY GROUP.      *
003005*----------------------------------------------------------------*
003006 2000-WALK-REJECTS.
003007     PERFORM 2100-PROCESS-ONE-REJECT THRU 2100-EXIT
003010         UNTIL END-OF-REJECTS.
003020
003027     CLOSE REJECT-FILE.
003034     CLOSE CHANGE-JOURNAL-FILE.
003041 2000-EXIT.
003050     EXIT.
003060
003070 2100-PROCESS-ONE-REJECT.
003110             GO TO 2100-EXIT
003120     END-READ.
003130
003137     ADD 1 TO WS-REJECTS-READ.
003144     MOVE RJ-IMAGE TO WS-IMAGE-WORK.
003151     MOVE RJ-RECORD TO WS-BEFORE-IMAGE.
003160
003170     DISPLAY "REJREPR: REASON " RJ-REASON-CODE
003180         " TYPE " WS-IW-REC-TYPE
003440         WHEN "R"
003450             PERFORM 2300-REPAIR-IMAGE THRU 2300-EXIT
003460             SET ACTION-TAKEN TO TRUE
003465         WHEN "K"
003470             PERFORM 2400-KEEP-RECORD THRU 2400-EXIT
003475             MOVE SPACES TO CJ-RECORD
003480             MOVE "KEEP" TO CJ-ACTION
003485             PERFORM 2600-JOURNAL-DISPOSITION THRU 2600-EXIT
003490             SET ACTION-TAKEN TO TRUE
003500         WHEN "D"
003502*            EVEN A DROPPED HEADER DATES THE DETAILS AFTER IT
003506                     AND WS-IW-RUN-DATE NUMERIC
003508                 MOVE WS-IW-RUN-DATE TO WS-CURRENT-RUN-DATE
003509             END-IF
003513             ADD 1 TO WS-RECORDS-DROPPED
003517             MOVE SPACES TO CJ-RECORD
003521             MOVE "DROP" TO CJ-ACTION
003525             PERFORM 2600-JOURNAL-DISPOSITION THRU 2600-EXIT
003529             SET ACTION-TAKEN TO TRUE
003533         WHEN OTHER
003540             DISPLAY "REJREPR: UNKNOWN ACTION '" WS-ACTION "'"
003550     END-EVALUATE.
003560 2200-EXIT.
003650     MOVE SPACES TO WS-REPAIR-IMAGE.
003660     ACCEPT WS-REPAIR-IMAGE.
003670
003675     MOVE SPACES TO CJ-RECORD.
003680     MOVE "KEEP" TO CJ-ACTION.
003685
003690     IF WS-REPAIR-IMAGE NOT = SPACES
003695         MOVE WS-REPAIR-IMAGE TO WS-IMAGE-WORK
003700         MOVE WS-REPAIR-IMAGE TO RJ-IMAGE
003705         MOVE "REPAIR" TO CJ-ACTION
003710     END-IF.
003715
003720     PERFORM 2400-KEEP-RECORD THRU 2400-EXIT.
003725     PERFORM 2600-JOURNAL-DISPOSITION THRU 2600-EXIT.
003730 2300-EXIT.
003740     EXIT.
003750
004410 2550-EXIT.
004420     EXIT.
004430
004431*----------------------------------------------------------------*
004432* 2600-JOURNAL-DISPOSITION - JOURNAL THE DISPOSITION ON HAND. THE *
004433* CALLER SETS THE ACTION; THE BEFORE IMAGE IS THE REJECT AS READ  *
004434* AND THE AFTER IMAGE IS THE REJECT AS KEPT, OR NONE IF DROPPED.  *
004435*----------------------------------------------------------------*
004436 2600-JOURNAL-DISPOSITION.
004437     MOVE "REJECTS" TO CJ-FILE.
004438     MOVE WS-IW-STATION TO CJ-STATION.
004439     MOVE WS-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
004440
004441     IF CJ-ACTION NOT = "DROP"
004442         MOVE RJ-RECORD TO CJ-AFTER-IMAGE
004443     END-IF.
004444
004445     PERFORM 8500-WRITE-JOURNAL-ENTRY THRU 8500-EXIT.
004446 2600-EXIT.
004447     EXIT.
004448
004449*----------------------------------------------------------------*
004450* 3000-BUILD-RESUBMISSION - ONE PROPERLY SEQUENCED HEADER/DETAIL/  *
004460* TRAILER GROUP PER STATION AND RUN DATE WITH KEPT DETAILS. THE   *
004470* HEADER COUNT AND TRAILER CONTROLS COME FROM THE DETAILS         *
006600 8900-EXIT.
006610     EXIT.
006620
006621*----------------------------------------------------------------*
006622* 8500-WRITE-JOURNAL-ENTRY - STAMP THE ENTRY BUILT IN CJ-RECORD   *
006623* WITH THE PROGRAM, THE SIGNED-ON OPERATOR AND THE TIME, AND      *
006624* APPEND IT TO THE CHANGE JOURNAL.                                *
006625*----------------------------------------------------------------*
006626 8500-WRITE-JOURNAL-ENTRY.
006627     MOVE "REJREPR" TO CJ-PROGRAM.
006628     MOVE WS-OPERATOR-ID TO CJ-OPERATOR-ID.
006629     ACCEPT CJ-DATE FROM DATE YYYYMMDD.
006630     ACCEPT WS-JR-TIME-RAW FROM TIME.
006631     MOVE WS-JR-TIME-HHMMSS TO CJ-TIME.
006632     WRITE CJ-RECORD.
006633
006634     IF WS-CHGJRNL-STATUS NOT = "00"
006635         DISPLAY "REJREPR: CHANGE JOURNAL WRITE FAILED, STATUS "
006636             WS-CHGJRNL-STATUS
006637     END-IF.
006638 8500-EXIT.
006639     EXIT.
006640
006641*----------------------------------------------------------------*
006642* 9999-EXIT-PROGRAM                                                *
006650*----------------------------------------------------------------*
006660 9999-EXIT-PROGRAM.
006670     STOP RUN.
