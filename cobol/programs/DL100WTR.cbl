      *
      * MODIFICATION HISTORY
      *   2026-09-03  Initial version.
      *   2026-10-14  Ends RC 4 when the latest cycle ran past the
      *               batch window, so DL100DRV can send the window
      *               breach to the monitoring desk; RC 0 otherwise.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           DISPLAY "STEPS FLAGGED OVER TREND = " DL100-FLAGGED-COUNT
           IF DL100-TOTAL-SECONDS > DL100-WINDOW-SECONDS
               DISPLAY "LATEST CYCLE RAN PAST THE BATCH WINDOW"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.
      *
      *----------------------------------------------------------*
