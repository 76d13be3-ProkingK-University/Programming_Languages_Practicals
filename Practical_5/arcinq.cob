000330*                  RECORDS CARRY NO DATE OF THEIR OWN AND TRAVEL  *
000340*                  WITH THE SUMMARY BLOCK THEY FOLLOW, THE SAME   *
000350*                  WAY ARCPURGE ROUTES THEM.                      *
000352* 10/15/2026 RN    'P' PRIOR-PERIOD ADJUSTMENT RECORDS ARE DATED  *
000354*                  LIKE REVERSALS, SHOW ON THE SCREEN WITH WHO    *
000356*                  AUTHORISED THEM AND RESTORE WITH THEIR PERIOD. *
000360*----------------------------------------------------------------*
000370* RETURN CODES                                                    *
000380*   00  RECORDS FOUND (INQUIRY) OR RESTORED (RESTORE)             *
003120
003130*----------------------------------------------------------------*
003140* 4000-HANDLE-ONE-RECORD - CLASSIFY THE RECORD IN AR-RECORD.       *
003150* 'S', 'R', 'P' AND 'E' RECORDS CARRY THEIR OWN DATE AND DECIDE   *
003160* WHETHER THE BLOCK THEY OPEN IS SELECTED; 'M' AND 'V' RECORDS    *
003170* TRAVEL WITH THE BLOCK IN FLIGHT.                                *
003180*----------------------------------------------------------------*
003190 4000-HANDLE-ONE-RECORD.
003200     IF AR-REC-TYPE = "S" OR AR-REC-TYPE = "R"
003210             OR AR-REC-TYPE = "P" OR AR-REC-TYPE = "E"
003220         PERFORM 4100-SELECT-BLOCK THRU 4100-EXIT
003230         GO TO 4000-EXIT
003240     END-IF.
003870         GO TO 5000-EXIT
003880     END-IF.
003890
003891     IF AR-REC-TYPE = "P"
003892         DISPLAY WS-SOURCE-TAG " STATION " AR-STATION
003893             " DATE " AR-ADJ-RUN-DATE
003894             " PRIOR-PERIOD ADJUSTMENT AUTHORISED BY "
003895             AR-ADJ-AUTH-BY
003896         MOVE AR-ADJ-AMOUNT TO WS-DISPLAY-EDIT-BIG
003897         DISPLAY "  ADJUSTMENT " WS-DISPLAY-EDIT-BIG " BY "
003898             AR-ADJ-PROGRAM
003900         GO TO 5000-EXIT
003902     END-IF.
003904
003906     DISPLAY WS-SOURCE-TAG " STATION " AR-STATION
003910         " DATE " AR-RUN-DATE
003920         " COUNT " AR-RECORD-COUNT.
003922
