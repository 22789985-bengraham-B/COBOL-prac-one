000390*                  BY-OPERATOR SELECTION SELECTS BY          *
000400*                  OPERATOR.  LINE WIDTHS FOLLOW THE LONGER  *
000410*                  AUDITREC RECORD.                          *
000411* 2026-10-15  GMB  A DUPLICATE OVERRIDE LOGGED BY rejrecyc   *
000412*                  (AL-EVENT "F") IS LISTED IN THE EXTRACT   *
000413*                  BUT IS NOT A POSTING, SO ITS AMOUNTS STAY *
000414*                  OUT OF THE SELECTION TOTALS. THE PURGE    *
000415*                  KEEPS THE LONGER AUDITREC RECORD WHOLE.   *
000420*-----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
004250*-----------------------------------------------------------*
004260* 3200-SELECT-AUDIT-RECORD - APPLY THE DATE RANGE AND        *
004270*   OPERATOR SELECTION TO ONE LOG ENTRY.  THE AMOUNTS ARE    *
004280*   DE-EDITED BACK TO NUMERIC FOR THE SELECTION TOTALS; AN   *
004281*   OVERRIDE LINE IS LISTED BUT POSTED NOTHING, SO IT ADDS   *
004282*   NOTHING TO THEM.                                         *
004290*-----------------------------------------------------------*
004300 3200-SELECT-AUDIT-RECORD.
004310     IF AL-DATE < WS-SELECT-FROM-9
004390
004400     WRITE AX-EXTRACT-LINE FROM AL-AUDIT-RECORD.
004410     ADD 1 TO WS-SELECTED-COUNT.
004411     IF NOT AL-IS-POSTING
004412         GO TO 3200-NEXT
004413     END-IF.
004420
004430     MOVE AL-NUM1 TO WS-NUM-WORK.
004440     ADD WS-NUM-WORK TO WS-TOTAL-NUM1.
005380         AT END
005390             SET END-OF-AUDIT-LOG TO TRUE
005400         NOT AT END
005410             MOVE AH-HOLD-LINE (1:129) TO AL-AUDIT-RECORD
005420             WRITE AL-AUDIT-RECORD
005430     END-READ.
005440 4300-EXIT.
