000376*                  END STAMPS, RETURN CODE AND COUNTS, DATED BY   *
000378*                  THE RETENTION DATE, SO THE MORNING OPERATIONS  *
000379*                  REPORT SEES THE PURGE.                         *
000380* 10/15/2026 RN    'P' PRIOR-PERIOD ADJUSTMENT RECORDS DATE       *
000381*                  THEMSELVES BY THE DAY THEY ADJUST, LIKE 'S'    *
000382*                  AND 'R', SO AN ADJUSTMENT ARCHIVES WITH THE    *
000383*                  REVERSAL AND SUMMARY IT ANNOUNCES.             *
000384*----------------------------------------------------------------*
000390* RETURN CODES                                                    *
000400*   00  ARCHIVED AND LIVE TRAIL REWRITTEN, COUNTS RECONCILE       *
000410*   16  OPEN FAILURE, BAD DATE, OR COUNTS DID NOT RECONCILE -     *
002100
002110     ADD 1 TO WS-RECORDS-IN.
002120
002128*    'S', 'R', 'P' AND 'E' RECORDS CARRY THEIR OWN DATE; 'M' AND
002136*    'V' RECORDS TRAVEL WITH THE SUMMARY BLOCK THEY FOLLOW.
002144     IF AR-REC-TYPE = "S" OR AR-REC-TYPE = "R"
002152             OR AR-REC-TYPE = "P"
002160         MOVE AR-RUN-DATE TO WS-CURRENT-DATE
002170     END-IF.
002180
