000100* ------------------------------------------------------------
000110* ADJAUREC.CPY
000120* POST-CLOSE ADJUSTMENT AUTHORITY RECORD LAYOUT - READ BY
000130* DAILYEDT, ARRAY AND ESTIMATE. ONE RECORD PER CLOSED
000140* STATION-MONTH THE CONTROLLER HAS AUTHORISED THIS RUN TO
000150* CHANGE, NAMING WHO AUTHORISED IT AND THE CHANGE REFERENCE.
000160* THE FILE IS PREPARED FOR THE ADJUSTMENT RUN ONLY; WITHOUT IT
000170* NO CLOSED PERIOD MAY BE CHANGED.
000180* ------------------------------------------------------------
000190 01  AA-RECORD.
000200     05  AA-STATION              PIC X(04).
000210     05  AA-YEAR-MONTH           PIC 9(06).
000220     05  AA-AUTHORISED-BY        PIC X(08).
000230     05  AA-REFERENCE            PIC X(20).
000240     05  FILLER                  PIC X(12).
