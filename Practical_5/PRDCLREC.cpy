000100* ------------------------------------------------------------
000110* PRDCLREC.CPY
000120* PERIOD-CLOSE CONTROL RECORD LAYOUT - WRITTEN BY MTHCLOSE AND
000130* READ BY DAILYEDT, ARRAY AND ESTIMATE BEFORE THEY CHANGE A DAY.
000140* ONE RECORD PER STATION-MONTH WHOSE MONTH-END FIGURES HAVE GONE
000150* TO HEAD OFFICE, KEYED ON STATION AND CCYYMM. A STATION-MONTH
000160* WITH NO RECORD IS OPEN. PD-CLOSED-BY IS THE OPERATOR WHO
000170* CLOSED IT AND PD-CLOSED-DATE/-TIME WHEN.
000180* ------------------------------------------------------------
000190 01  PD-RECORD.
000200     05  PD-KEY.
000210         10  PD-STATION          PIC X(04).
000220         10  PD-YEAR-MONTH       PIC 9(06).
000230     05  PD-STATUS               PIC X(01).
000240         88  PD-CLOSED                     VALUE 'C'.
000250     05  PD-CLOSED-BY            PIC X(08).
000260     05  PD-CLOSED-DATE          PIC 9(08).
000270     05  PD-CLOSED-TIME          PIC 9(06).
000280     05  FILLER                  PIC X(17).
