000270*                  UNDER THE SAME SPACES-AS-ZERO RULE.
000280* 09/01/26    RH   RENUMBERED THE SEQUENCE AREA AFTER THE
000290*                  INSERTIONS ABOVE.
000291* 10/15/26    RH   A RUN-HISTORY RECORD FOR THE SAME RUN DATE AS
000292*                  THE ONE BEFORE IT NOW REPLACES IT IN THE
000293*                  TABLE INSTEAD OF TAKING A SECOND COLUMN, SO
000294*                  A RERUN NIGHT NO LONGER SHOWS TWICE OR PUSHES
000295*                  A REAL NIGHT OUT OF THE TRAILING AVERAGE.
000300*-----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
001550* LAST-EIGHT-RUNS TABLE.  WHEN THE TABLE IS FULL THE OLDEST
001560* RUN FALLS OFF THE FRONT, SO AFTER END OF FILE THE TABLE
001570* HOLDS THE TRAILING WEEK PLUS TONIGHT IN ARRIVAL ORDER.
001572* A RECORD FOR THE SAME RUN DATE AS THE ONE BEFORE IT IS A RERUN
001574* OF THAT NIGHT AND REPLACES IT, SO EACH NIGHT COUNTS ONCE AND
001576* ON ITS LAST RUN.
001580*****************************************************************
001590 2000-COLLECT-ONE-RUN.
001592     IF WS-RUN-COUNT > ZERO
001594         AND STAT-RUN-DATE = WS-RUN-DATE (WS-RUN-COUNT)
001596         GO TO 2000-MOVE-RUN
001598     END-IF.
001600     IF WS-RUN-COUNT < 8
001610         ADD 1 TO WS-RUN-COUNT
001620     ELSE
001640             VARYING WS-SHIFT-SUB FROM 1 BY 1
001650             UNTIL WS-SHIFT-SUB > 7
001660     END-IF.
001665 2000-MOVE-RUN.
001670     MOVE STAT-RUN-DATE TO WS-RUN-DATE (WS-RUN-COUNT).
001680     MOVE STAT-RUN-TIME TO WS-RUN-TIME (WS-RUN-COUNT).
001690     MOVE STAT-RESTART-FLAG TO WS-RUN-RESTART (WS-RUN-COUNT).
