000100* ------------------------------------------------------------
000110* CHGJREC.CPY
000120* CHANGE JOURNAL RECORD LAYOUT - APPENDED BY EVERY PROGRAM THAT
000130* CHANGES A FILE OF RECORD FROM THE CONSOLE (STNMAINT, EXCDISP,
000140* REJREPR, ESTIMATE, MTHCLOSE AND OPRMAINT) AND LISTED BY
000150* JRNLRPT. ONE RECORD PER CHANGE: THE PROGRAM, THE SIGNED-ON
000160* OPERATOR, WHEN, WHAT WAS DONE TO WHICH FILE AND STATION, AND
000170* THE RECORD AS IT STOOD BEFORE AND AFTER. A BEFORE IMAGE OF
000180* SPACES IS A RECORD ADDED; AN AFTER IMAGE OF SPACES IS A RECORD
000190* DROPPED. CJ-STATION IS SPACES WHERE THE RECORD HAS NO STATION
000200* (AN OPERATOR RECORD).
000210* ------------------------------------------------------------
000220 01  CJ-RECORD.
000230     05  CJ-PROGRAM              PIC X(08).
000240     05  CJ-OPERATOR-ID          PIC X(08).
000250     05  CJ-DATE                 PIC 9(08).
000260     05  CJ-TIME                 PIC 9(06).
000270     05  CJ-ACTION               PIC X(12).
000280     05  CJ-FILE                 PIC X(08).
000290     05  CJ-STATION              PIC X(04).
000300     05  CJ-BEFORE-IMAGE         PIC X(140).
000310     05  CJ-AFTER-IMAGE          PIC X(140).
000320     05  FILLER                  PIC X(06).
