000100* ------------------------------------------------------------
000110* BASEREC.CPY
000120* STATION READING BASELINE RECORD LAYOUT - WRITTEN BY BASELINE,
000130* READ BY ARRAY'S TOLERANCE PASS. ONE RECORD PER STATION PER DAY
000140* OF THE WEEK (BL-DAY-OF-WEEK 1 = SUNDAY ... 7 = SATURDAY), KEYED
000150* ON BL-KEY, LEARNED FROM THE STATION'S OWN RECENT HISTORY: THE
000160* 'V' READINGS ON THE AUDIT TRAIL FOR EACH REAL DAY ON THE
000170* DAILY-SUMMARY MASTER IN THE WINDOW BEFORE BL-RUN-DATE.
000180* ESTIMATED DAYS AND DAYS REVERSED BY A CORRECTION ARE LEFT OUT.
000190* BL-LOW / BL-HIGH ARE BL-MEAN LESS / PLUS BL-BAND-SIGMAS TIMES
000200* BL-STD-DEV. A STATION/DAY WITH TOO LITTLE HISTORY, OR NO SPREAD
000210* IN ITS READINGS, HAS NO RECORD AND IS NOT JUDGED.
000220* ------------------------------------------------------------
000230 01  BL-RECORD.
000240     05  BL-KEY.
000250         10  BL-STATION          PIC X(04).
000260         10  BL-DAY-OF-WEEK      PIC 9(01).
000270     05  BL-SAMPLE-DAYS          PIC 9(03).
000280     05  BL-READINGS             PIC 9(07).
000290     05  BL-MEAN                 PIC S9(7)V99
000300             SIGN IS TRAILING SEPARATE.
000310     05  BL-STD-DEV              PIC S9(7)V99
000320             SIGN IS TRAILING SEPARATE.
000330     05  BL-BAND-SIGMAS          PIC 9(01).
000340     05  BL-LOW                  PIC S9(7)V99
000350             SIGN IS TRAILING SEPARATE.
000360     05  BL-HIGH                 PIC S9(7)V99
000370             SIGN IS TRAILING SEPARATE.
000380     05  BL-WINDOW-DAYS          PIC 9(03).
000390     05  BL-RUN-DATE             PIC 9(08).
000400     05  BL-BUILT-DATE           PIC 9(08).
000410     05  FILLER                  PIC X(20).
