000186* AR-ESTIMATE-FLAG 'E' ON A SUMMARY MARKS A DAY DERIVED BY THE
000187* ESTIMATE PROGRAM RATHER THAN READ FROM THE STATION, SO EVERY
000188* DOWNSTREAM REPORT AND INTERFACE SHOWS IT AS AN ESTIMATE
000189* AR-VALUE ON A 'V' RECORD IS THE READING IN THE STATION'S
000190* CONTINUOUS SERIES; AR-RAW-VALUE IS WHAT THE METER SHOWED AND
000191* AR-METER-DATE/-TIME KEY THE METER EVENT APPLIED (METEVREC),
000192* ZEROS WHEN NONE. SPACES MARK A RECORD WRITTEN BEFORE THE
000193* METER REGISTER, OR AN ESTIMATED DAY, WHERE VALUE IS AS READ.
000194* 'P' = PRIOR-PERIOD ADJUSTMENT - WRITTEN AHEAD OF THE 'R'/'S'
000195* RECORDS OF AN AUTHORISED CHANGE TO A DAY IN A CLOSED MONTH
000196* (PRDCLREC), CARRYING THE ORIGINAL AND NEW DAY TOTALS, WHO
000197* AUTHORISED IT AND WHICH PROGRAM MADE IT. MONTHEND KEEPS THE
000198* CLOSED FIGURES AND REPORTS THE CHANGE SEPARATELY.
000199* ------------------------------------------------------------
000200 01  AR-RECORD.
000210         05  AR-REC-TYPE             PIC X(01).
000220         05  AR-STATION              PIC X(04).
000400             10  AR-VALUE            PIC S9(7)V99
000410                 SIGN IS TRAILING SEPARATE.
000412             10  AR-VALUE-TIME       PIC 9(04).
000413             10  AR-RAW-VALUE        PIC S9(7)V99
000414                 SIGN IS TRAILING SEPARATE.
000415             10  AR-METER-DATE       PIC 9(08).
000416             10  AR-METER-TIME       PIC 9(04).
000420             10  FILLER              PIC X(47).
000430         05  AR-ERROR-DATA REDEFINES AR-SUMMARY-DATA.
000440             10  AR-ERROR-RUN-DATE       PIC 9(08).
000450             10  AR-ERROR-EXPECTED-COUNT PIC 9(05).
000540             10  AR-MODE-ENTRY       PIC S9(7)V99
000550                 SIGN IS TRAILING SEPARATE.
000560             10  FILLER              PIC X(75).
000570         05  AR-ADJUST-DATA REDEFINES AR-SUMMARY-DATA.
000580             10  AR-ADJ-RUN-DATE     PIC 9(08).
000590             10  AR-ADJ-YEAR-MONTH   PIC 9(06).
000600             10  AR-ADJ-ORIG-TOTAL   PIC S9(09)V99
000610                 SIGN IS TRAILING SEPARATE.
000620             10  AR-ADJ-NEW-TOTAL    PIC S9(09)V99
000630                 SIGN IS TRAILING SEPARATE.
000640             10  AR-ADJ-AMOUNT       PIC S9(09)V99
000650                 SIGN IS TRAILING SEPARATE.
000660             10  AR-ADJ-AUTH-BY      PIC X(08).
000670             10  AR-ADJ-PROGRAM      PIC X(08).
000680             10  AR-ADJ-ESTIMATE-FLAG PIC X(01).
000690             10  FILLER              PIC X(21).
