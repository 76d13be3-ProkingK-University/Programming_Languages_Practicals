000100* ------------------------------------------------------------
000110* OPERREC.CPY
000120* OPERATOR AUTHORITY RECORD LAYOUT - MAINTAINED BY OPRMAINT AND
000130* READ AT SIGN-ON BY EVERY PROGRAM THAT CHANGES A FILE OF RECORD
000140* FROM THE CONSOLE (STNMAINT, EXCDISP, REJREPR, ESTIMATE AND
000150* MTHCLOSE). ONE RECORD PER OPERATOR, KEYED ON OA-OPERATOR-ID.
000160* OA-STATUS 'A' = ACTIVE, 'R' = REVOKED (KEPT SO THE CHANGE
000170* JOURNAL STILL NAMES WHO THE ID BELONGED TO). EACH FUNCTION
000180* FLAG IS 'Y' WHEN THE OPERATOR MAY PERFORM IT, ANYTHING ELSE
000190* MEANS NOT. OA-INITIALS ARE STAMPED ON AN EXCEPTION WHEN THE
000200* OPERATOR DISPOSES OF IT.
000210* ------------------------------------------------------------
000220 01  OA-RECORD.
000230     05  OA-OPERATOR-ID          PIC X(08).
000240     05  OA-NAME                 PIC X(20).
000250     05  OA-INITIALS             PIC X(03).
000260     05  OA-STATUS               PIC X(01).
000270         88  OA-ACTIVE                     VALUE 'A'.
000280         88  OA-REVOKED                    VALUE 'R'.
000290     05  OA-FUNCTIONS.
000300         10  OA-FN-ADD-STATION   PIC X(01).
000310             88  OA-MAY-ADD-STATION        VALUE 'Y'.
000320         10  OA-FN-RETIRE-STATION PIC X(01).
000330             88  OA-MAY-RETIRE-STATION     VALUE 'Y'.
000340         10  OA-FN-STATION-SETTINGS PIC X(01).
000350             88  OA-MAY-SET-STATION        VALUE 'Y'.
000360         10  OA-FN-METER-EVENT   PIC X(01).
000370             88  OA-MAY-RECORD-METER-EVENT VALUE 'Y'.
000380         10  OA-FN-EXCEPTION     PIC X(01).
000390             88  OA-MAY-DISPOSE-EXCEPTION  VALUE 'Y'.
000400         10  OA-FN-REJECT        PIC X(01).
000410             88  OA-MAY-REPAIR-REJECTS     VALUE 'Y'.
000420         10  OA-FN-ESTIMATE      PIC X(01).
000430             88  OA-MAY-ESTIMATE           VALUE 'Y'.
000440         10  OA-FN-PERIOD-CLOSE  PIC X(01).
000450             88  OA-MAY-CLOSE-PERIOD       VALUE 'Y'.
000460         10  OA-FN-OPERATORS     PIC X(01).
000470             88  OA-MAY-MAINTAIN-OPERATORS VALUE 'Y'.
000480         10  FILLER              PIC X(03).
000490     05  OA-FUNCTION-FLAGS REDEFINES OA-FUNCTIONS.
000500         10  OA-FUNCTION-FLAG    PIC X(01) OCCURS 12 TIMES.
000510     05  OA-ADDED-DATE           PIC 9(08).
000520     05  OA-CHANGED-DATE         PIC 9(08).
000530     05  FILLER                  PIC X(20).
