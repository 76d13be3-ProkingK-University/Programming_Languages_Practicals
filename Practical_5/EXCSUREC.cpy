000160* EXCEPTION SURVIVES THE NEXT RUN AND CANNOT VANISH UNTIL AN
000170* ANALYST SIGNS IT OFF. XS-EXCEPTION-TYPE 'R' = READING OUT OF
000180* BAND, 'Z' = ZERO COUNT OVER LIMIT, 'A' = AVERAGE SHIFT OVER
000190* LIMIT. THE INTERVAL-INTEGRITY CLASS: 'G' = GAP BETWEEN
000191* CAPTURE TIMES OVER THE STATION'S EXPECTED INTERVAL (VALUE =
000192* GAP MINUTES, LOW = PRIOR TIME, HIGH = INTERVAL), 'T' = TIME
000193* RUNNING BACKWARDS OR REPEATED (VALUE = TIME, LOW = PRIOR TIME),
000194* 'F' = FLATLINE, ONE READING HELD TOO LONG (INDEX = FIRST OF
000195* THE RUN, VALUE = READING, LOW = INTERVALS HELD, HIGH = LIMIT).
000196* 'B' = READING OUTSIDE THE STATION'S OWN BASELINE BAND FOR THE
000197* DAY OF THE WEEK (BASEREC) - VALUE = READING, LOW/HIGH = BAND,
000198* XS-SIGMAS = STANDARD DEVIATIONS FROM THE BASELINE MEAN.
000199* XS-STATUS 'O' = OPEN, 'I' = UNDER INVESTIGATION,
000200* 'A' = ACCEPTED (SIGNED OFF WITH INITIALS AND DATE)
000210* ------------------------------------------------------------
000220 01  XS-RECORD.
000280         88  XS-READING-BAND               VALUE 'R'.
000290         88  XS-ZERO-COUNT                 VALUE 'Z'.
000300         88  XS-AVERAGE-SHIFT              VALUE 'A'.
000302         88  XS-INTERVAL-GAP               VALUE 'G'.
000304         88  XS-TIME-FAULT                 VALUE 'T'.
000306         88  XS-FLATLINE                   VALUE 'F'.
000308         88  XS-INTERVAL-CLASS             VALUE 'G' 'T' 'F'.
000309         88  XS-BASELINE-DEVIATION         VALUE 'B'.
000310     05  XS-VALUE-INDEX          PIC 9(05).
000320     05  XS-VALUE                PIC S9(7)V99
000330             SIGN IS TRAILING SEPARATE.
000420     05  XS-DISP-INITIALS        PIC X(03).
000430     05  XS-DISP-DATE            PIC 9(08).
000440     05  XS-FIRST-SEEN-DATE      PIC 9(08).
000450     05  XS-SIGMAS               PIC S9(3)V99
000460             SIGN IS TRAILING SEPARATE.
000470     05  FILLER                  PIC X(04).
