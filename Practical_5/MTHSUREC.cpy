000100* ------------------------------------------------------------
000110* MTHSUREC.CPY
000120* MONTHLY-SUMMARY RECORD LAYOUT (MTHSUMM) - WRITTEN BY MONTHEND,
000130* ONE RECORD PER STATION PER YEAR-MONTH SEEN ON THE AUDIT TRAIL,
000140* AND READ BY BUDVAR FOR THE BUDGET VARIANCE REPORT.
000150* MS-EST-DAY-COUNT IS HOW MANY OF THE MONTH'S MS-DAY-COUNT DAYS
000160* WERE DERIVED BY THE ESTIMATE PROGRAM ('E' ON THEIR SUMMARIES).
000170* ------------------------------------------------------------
000180 01  MS-RECORD.
000190     05  MS-STATION              PIC X(04).
000200     05  MS-YEAR-MONTH           PIC 9(06).
000210     05  MS-DAY-COUNT            PIC 9(03).
000220     05  MS-MIN-DAILY            PIC S9(09)V99
000230             SIGN IS TRAILING SEPARATE.
000240     05  MS-MAX-DAILY            PIC S9(09)V99
000250             SIGN IS TRAILING SEPARATE.
000260     05  MS-TOTAL                PIC S9(11)V99
000270             SIGN IS TRAILING SEPARATE.
000280     05  MS-AVERAGE              PIC S9(09)V99
000290             SIGN IS TRAILING SEPARATE.
000300     05  MS-EST-DAY-COUNT        PIC 9(03).
000310     05  FILLER                  PIC X(14).
