      *   status and balance) and its closing position.            *
      *   The statement month arrives as a YYYYMM command-line     *
      *   parameter; with none given, the BUSDATE month is used.   *
      *   Prior-period adjustments posted in the month (ENTHIST    *
      *   rows carrying EHS-PPA-PERIOD) are kept out of the change *
      *   list and printed in their own section ahead of the       *
      *   closing position, with the closed month each adjusts.    *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               misread entity ID, and a name on the page
      *               would have caught it. An entity with no
      *               reference record prints without one.
      *   2026-10-14  Prior-period adjustments posted in the month
      *               print in a separate PRIOR-PERIOD ADJUSTMENTS
      *               section (date, month adjusted, currency,
      *               amount, resulting balance) rather than among
      *               the month's own changes; the closing position
      *               still includes them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  DL100-REF-IDX                    PIC 9(04) COMP.
       77  DL100-REF-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REF-FOUND-YES              VALUE 'Y'.
       77  DL100-PPA-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-PPA-IDX                    PIC 9(04) COMP.
       77  DL100-PPA-OVERFLOW               PIC 9(05) COMP VALUE ZERO.
      *
      *  THE CURRENT ENTITY'S PRIOR-PERIOD ADJUSTMENTS, HELD UNTIL
      *  ITS STATEMENT CLOSES
      *
       01  DL100-PPA-TABLE.
           05  DL100-PPA-ENTRY              OCCURS 100 TIMES.
               10  DL100-PPA-DATE               PIC 9(08).
               10  DL100-PPA-PERIOD             PIC 9(06).
               10  DL100-PPA-CURRENCY           PIC X(03).
               10  DL100-PPA-AMOUNT             PIC S9(11)V99.
               10  DL100-PPA-BALANCE            PIC S9(11)V99.
      *
      *  ENTITY NAMES OFF ENTREF, LOADED ONCE FOR THE STATEMENT
      *  HEADINGS
           05  STM-CHG-STATUS               PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  STM-CHG-BALANCE              PIC -9(11).99.
       01  STM-PPA-HEADING                  PIC X(24) VALUE
               "PRIOR-PERIOD ADJUSTMENTS".
       01  STM-PPA-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  STM-PPA-DATE                 PIC 9(08).
           05  FILLER                       PIC X(08) VALUE
               " PERIOD=".
           05  STM-PPA-PERIOD               PIC 9(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  STM-PPA-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  STM-PPA-AMOUNT               PIC -9(11).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  STM-PPA-BALANCE              PIC -9(11).99.
       01  STM-PPA-OVERFLOW-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  STM-PPA-OVF-COUNT            PIC ZZZZ9.
           05  FILLER                       PIC X(32) VALUE
               " FURTHER ADJUSTMENTS NOT LISTED".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
               MOVE ZERO TO DL100-OPENING-BALANCE
               MOVE ZERO TO DL100-CLOSING-BALANCE
               MOVE ZERO TO DL100-CHANGE-COUNT
               MOVE ZERO TO DL100-PPA-COUNT
               MOVE ZERO TO DL100-PPA-OVERFLOW
           END-IF
           EVALUATE TRUE
               WHEN SRT-RUN-DATE < DL100-MONTH-START
                       PERFORM 3200-OPEN-STATEMENT
                           THRU 3200-OPEN-STATEMENT-EXIT
                   END-IF
                   IF SRT-PPA-PERIOD NUMERIC
                       AND SRT-PPA-PERIOD > 0
                       PERFORM 3270-HOLD-ADJUSTMENT
                           THRU 3270-HOLD-ADJUSTMENT-EXIT
                   ELSE
                       PERFORM 3250-PRINT-CHANGE
                           THRU 3250-PRINT-CHANGE-EXIT
                   END-IF
                   MOVE SRT-BALANCE TO DL100-CLOSING-BALANCE
                   ADD 1 TO DL100-CHANGE-COUNT
           END-EVALUATE.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3270-HOLD-ADJUSTMENT - A PRIOR-PERIOD ADJUSTMENT WAITS    *
      *                        FOR ITS OWN SECTION AT THE CLOSE;  *
      *                        PAST THE TABLE IT IS ONLY COUNTED  *
      *----------------------------------------------------------*
       3270-HOLD-ADJUSTMENT.
           IF DL100-PPA-COUNT >= 100
               ADD 1 TO DL100-PPA-OVERFLOW
               GO TO 3270-HOLD-ADJUSTMENT-EXIT
           END-IF
           ADD 1 TO DL100-PPA-COUNT
           MOVE SRT-RUN-DATE TO DL100-PPA-DATE (DL100-PPA-COUNT)
           MOVE SRT-PPA-PERIOD TO DL100-PPA-PERIOD (DL100-PPA-COUNT)
           MOVE SRT-TRN-CURRENCY-CODE TO
               DL100-PPA-CURRENCY (DL100-PPA-COUNT)
           MOVE ZERO TO DL100-PPA-AMOUNT (DL100-PPA-COUNT)
           IF SRT-TRN-AMOUNT NUMERIC
               MOVE SRT-TRN-AMOUNT TO
                   DL100-PPA-AMOUNT (DL100-PPA-COUNT)
           END-IF
           MOVE SRT-BALANCE TO DL100-PPA-BALANCE (DL100-PPA-COUNT).
       3270-HOLD-ADJUSTMENT-EXIT.
           EXIT.
      *
       3280-PRINT-ADJUSTMENT.
           MOVE DL100-PPA-DATE (DL100-PPA-IDX) TO STM-PPA-DATE
           MOVE DL100-PPA-PERIOD (DL100-PPA-IDX) TO STM-PPA-PERIOD
           MOVE DL100-PPA-CURRENCY (DL100-PPA-IDX) TO STM-PPA-CURRENCY
           MOVE DL100-PPA-AMOUNT (DL100-PPA-IDX) TO STM-PPA-AMOUNT
           MOVE DL100-PPA-BALANCE (DL100-PPA-IDX) TO STM-PPA-BALANCE
           MOVE SPACE TO STATEMENT-LINE
           MOVE STM-PPA-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       3280-PRINT-ADJUSTMENT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-LOAD-REFERENCES - LOAD ENTREF INTO THE NAME TABLE.   *
      *                        NO REFERENCE FILE, OR MORE ROWS    *
      *                        THAN THE TABLE HOLDS, JUST MEANS   *
      *----------------------------------------------------------*
      * 3300-CLOSE-STATEMENT - FINISH THE PREVIOUS ENTITY'S       *
      *                        STATEMENT, IF IT HAD ANY IN-MONTH  *
      *                        ACTIVITY TO PRINT, ITS PRIOR-      *
      *                        PERIOD ADJUSTMENTS FIRST           *
      *----------------------------------------------------------*
       3300-CLOSE-STATEMENT.
           IF DL100-CURRENT-ID NOT = SPACE
               AND DL100-CHANGE-COUNT > 0
               IF DL100-PPA-COUNT > 0 OR DL100-PPA-OVERFLOW > 0
                   MOVE SPACE TO STATEMENT-LINE
                   MOVE STM-PPA-HEADING TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                   PERFORM 3280-PRINT-ADJUSTMENT
                       THRU 3280-PRINT-ADJUSTMENT-EXIT
                       VARYING DL100-PPA-IDX FROM 1 BY 1
                       UNTIL DL100-PPA-IDX > DL100-PPA-COUNT
               END-IF
               IF DL100-PPA-OVERFLOW > 0
                   MOVE DL100-PPA-OVERFLOW TO STM-PPA-OVF-COUNT
                   MOVE SPACE TO STATEMENT-LINE
                   MOVE STM-PPA-OVERFLOW-LINE TO STATEMENT-LINE
                   WRITE STATEMENT-LINE
               END-IF
               MOVE "CLOSING" TO STM-POS-LABEL
               MOVE DL100-CLOSING-BALANCE TO STM-POS-BALANCE
               MOVE SPACE TO STATEMENT-LINE
