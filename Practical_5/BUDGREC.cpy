000100* ------------------------------------------------------------
000110* BUDGREC.CPY
000120* STATION BUDGET RECORD LAYOUT (BUDGET) - ONE RECORD PER STATION
000130* PER YEAR-MONTH, KEYED ON BG-KEY (STATION THEN YEAR-MONTH).
000140* LOADED BY BUDLOAD FROM HEAD OFFICE'S YEARLY PLAN - A RELOAD OF
000150* THE SAME STATION AND YEAR REPLACES THE MONTHS IT CARRIES - AND
000160* READ BY BUDVAR FOR THE BUDGET VARIANCE REPORT. BG-AMOUNT IS
000170* THE EXPECTED MONTHLY TOTAL IN THE SAME UNITS AS MS-TOTAL.
000180* ------------------------------------------------------------
000190 01  BG-RECORD.
000200     05  BG-KEY.
000210         10  BG-STATION          PIC X(04).
000220         10  BG-YEAR-MONTH       PIC 9(06).
000230     05  BG-AMOUNT               PIC S9(11)V99
000240             SIGN IS TRAILING SEPARATE.
000250     05  BG-LOADED-DATE          PIC 9(08).
000260     05  FILLER                  PIC X(18).
