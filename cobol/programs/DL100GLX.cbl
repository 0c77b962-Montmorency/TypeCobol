      *   normal chain on the next cycle and therefore also        *
      *   appear inside that cycle's PST lines - the chart of      *
      *   accounts nets the two, as agreed with the GL team.       *
      *   Prior-period adjustments CPYRPL4C posted tonight into a  *
      *   closed month (ENTEXTR rows carrying EXT-PPA-PERIOD) are  *
      *   taken out of the PST line and booked on their own PPA   *
      *   line per currency, so finance can route them to the     *
      *   prior-period adjustment accounts.                        *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               sent, and finance double-posted them. A
      *               first run with no marker on disk books
      *               today's rows, the old rule.
      *   2026-10-14  Prior-period adjustments book on their own
      *               PPA line per currency (summed off tonight's
      *               ENTEXTR rows marked with the closed month
      *               they adjust) and come out of the PST line,
      *               which now carries only current-period
      *               postings. GLMAP needs a PPA mapping.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WOF-MARKER-FILE ASSIGN TO "GLXWOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-WOFMARK-STATUS.
           SELECT ENTITY-EXTRACT-FILE ASSIGN TO "ENTEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SOURCE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-GLMAP-STATUS.
           05  GWF-LAST-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  GWF-LAST-TIME                PIC 9(08).
       FD  ENTITY-EXTRACT-FILE.
       01  ENTITY-EXTRACT-RECORD.
           COPY ENTEXTR.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GLM-SOURCE-TYPE              PIC X(03).
       77  DL100-PRIOR-FOUND-SW             PIC X(01) VALUE 'N'.
           88  DL100-PRIOR-FOUND-YES            VALUE 'Y'.
       77  DL100-RVL-IDX                    PIC 9(02) COMP.
       77  DL100-PPA-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-PPA-IDX                    PIC 9(02) COMP.
       77  DL100-PPA-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-PPA-FOUND-YES              VALUE 'Y'.
      *
      *  THE GLMAP ACCOUNT MAPPINGS, LOADED AT START OF JOB
      *
               10  DL100-TON-CURRENCY           PIC X(03).
               10  DL100-TON-EQUIV              PIC S9(13)V99 COMP-3.
       77  DL100-TONIGHT-COUNT              PIC 9(02) COMP VALUE ZERO.
      *
      *  TONIGHT'S PRIOR-PERIOD ADJUSTMENTS OFF ENTEXTR, SUMMED PER
      *  CURRENCY; A SLOT'S CURRENCY IS BLANKED ONCE IT IS BOOKED
      *
       01  DL100-PPA-TABLE.
           05  DL100-PPA-ENTRY              OCCURS 30 TIMES.
               10  DL100-PPA-CURRENCY           PIC X(03).
               10  DL100-PPA-AMOUNT             PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
               THRU 1300-LOAD-PRIOR-POSITION-EXIT
           PERFORM 1400-GET-WOF-MARKER
               THRU 1400-GET-WOF-MARKER-EXIT
           PERFORM 1500-SUM-ADJUSTMENTS
               THRU 1500-SUM-ADJUSTMENTS-EXIT
           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM 2000-BOOK-POSTED-VALUE
               THRU 2000-BOOK-POSTED-VALUE-EXIT
           PERFORM 2200-BOOK-ONE-ADJUSTMENT
               THRU 2200-BOOK-ONE-ADJUSTMENT-EXIT
               VARYING DL100-PPA-IDX FROM 1 BY 1
               UNTIL DL100-PPA-IDX > DL100-PPA-COUNT
           PERFORM 3000-BOOK-ACCRUALS THRU 3000-BOOK-ACCRUALS-EXIT
           PERFORM 4000-BOOK-WRITE-OFFS
               THRU 4000-BOOK-WRITE-OFFS-EXIT
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-SUM-ADJUSTMENTS - TONIGHT'S PRIOR-PERIOD ADJUSTMENTS *
      *                        PER CURRENCY: THE ENTEXTR ROWS     *
      *                        CPYRPL4C MARKED WITH A CLOSED      *
      *                        MONTH. MERGE ROWS AND ROWS FROM    *
      *                        BEFORE THE FIELD EXISTED CARRY     *
      *                        NONE                               *
      *----------------------------------------------------------*
       1500-SUM-ADJUSTMENTS.
           OPEN INPUT ENTITY-EXTRACT-FILE
           IF DL100-SOURCE-NOT-FOUND
               GO TO 1500-SUM-ADJUSTMENTS-EXIT
           END-IF
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF EXT-PPA-PERIOD NUMERIC
                           AND EXT-PPA-PERIOD > 0
                           AND EXT-CHANGE-TYPE NOT = "MRG"
                           AND EXT-TRN-AMOUNT NUMERIC
                           PERFORM 1600-SUM-ONE-ADJUSTMENT
                               THRU 1600-SUM-ONE-ADJUSTMENT-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-EXTRACT-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1500-SUM-ADJUSTMENTS-EXIT.
           EXIT.
      *
       1600-SUM-ONE-ADJUSTMENT.
           MOVE EXT-TRN-CURRENCY-CODE TO DL100-WORK-CURRENCY
           PERFORM 1700-FIND-PPA-SLOT THRU 1700-FIND-PPA-SLOT-EXIT
           IF DL100-PPA-FOUND-YES
               ADD EXT-TRN-AMOUNT TO DL100-PPA-AMOUNT (DL100-PPA-IDX)
               GO TO 1600-SUM-ONE-ADJUSTMENT-EXIT
           END-IF
           IF DL100-PPA-COUNT >= 30
               GO TO 1600-SUM-ONE-ADJUSTMENT-EXIT
           END-IF
           ADD 1 TO DL100-PPA-COUNT
           MOVE EXT-TRN-CURRENCY-CODE TO
               DL100-PPA-CURRENCY (DL100-PPA-COUNT)
           MOVE EXT-TRN-AMOUNT TO DL100-PPA-AMOUNT (DL100-PPA-COUNT).
       1600-SUM-ONE-ADJUSTMENT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1700-FIND-PPA-SLOT - THE ADJUSTMENT SLOT FOR              *
      *                      DL100-WORK-CURRENCY; ON A MATCH      *
      *                      DL100-PPA-IDX IS LEFT POINTING AT IT *
      *----------------------------------------------------------*
       1700-FIND-PPA-SLOT.
           MOVE 'N' TO DL100-PPA-FOUND-SW
           PERFORM 1750-MATCH-PPA-SLOT THRU 1750-MATCH-PPA-SLOT-EXIT
               VARYING DL100-PPA-IDX FROM 1 BY 1
               UNTIL DL100-PPA-FOUND-YES
               OR DL100-PPA-IDX > DL100-PPA-COUNT
           IF DL100-PPA-FOUND-YES
               SUBTRACT 1 FROM DL100-PPA-IDX
           END-IF.
       1700-FIND-PPA-SLOT-EXIT.
           EXIT.
      *
       1750-MATCH-PPA-SLOT.
           IF DL100-PPA-CURRENCY (DL100-PPA-IDX) = DL100-WORK-CURRENCY
               MOVE 'Y' TO DL100-PPA-FOUND-SW
           END-IF.
       1750-MATCH-PPA-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-BOOK-POSTED-VALUE - ONE PST LINE (PLUS CONTRA) PER   *
      *                          POSTTOTS CURRENCY, LESS THAT     *
      *                          CURRENCY'S PRIOR-PERIOD          *
      *                          ADJUSTMENTS, WHICH BOOK ON THEIR *
      *                          OWN PPA LINE                     *
      *----------------------------------------------------------*
       2000-BOOK-POSTED-VALUE.
           OPEN INPUT POSTED-VALUE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2100-BOOK-ONE-CURRENCY
                           THRU 2100-BOOK-ONE-CURRENCY-EXIT
               END-READ
           END-PERFORM
           CLOSE POSTED-VALUE-FILE
           MOVE 'N' TO DL100-EOF-SW.
       2000-BOOK-POSTED-VALUE-EXIT.
           EXIT.
      *
       2100-BOOK-ONE-CURRENCY.
           MOVE PTV-CURRENCY-CODE TO DL100-WORK-CURRENCY
           MOVE PTV-POSTED-AMOUNT TO DL100-WORK-AMOUNT
           PERFORM 1700-FIND-PPA-SLOT THRU 1700-FIND-PPA-SLOT-EXIT
           IF DL100-PPA-FOUND-YES
               SUBTRACT DL100-PPA-AMOUNT (DL100-PPA-IDX)
                   FROM DL100-WORK-AMOUNT
           END-IF
           IF DL100-WORK-AMOUNT NOT = ZERO
               MOVE "PST" TO DL100-WORK-TYPE
               PERFORM 7000-WRITE-BALANCED-PAIR
                   THRU 7000-WRITE-BALANCED-PAIR-EXIT
           END-IF.
       2100-BOOK-ONE-CURRENCY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-BOOK-ONE-ADJUSTMENT - ONE PPA LINE (PLUS CONTRA) PER *
      *                            CURRENCY WITH PRIOR-PERIOD     *
      *                            ADJUSTMENTS TONIGHT            *
      *----------------------------------------------------------*
       2200-BOOK-ONE-ADJUSTMENT.
           IF DL100-PPA-AMOUNT (DL100-PPA-IDX) NOT = ZERO
               MOVE "PPA" TO DL100-WORK-TYPE
               MOVE DL100-PPA-CURRENCY (DL100-PPA-IDX) TO
                   DL100-WORK-CURRENCY
               MOVE DL100-PPA-AMOUNT (DL100-PPA-IDX) TO
                   DL100-WORK-AMOUNT
               PERFORM 7000-WRITE-BALANCED-PAIR
                   THRU 7000-WRITE-BALANCED-PAIR-EXIT
           END-IF.
       2200-BOOK-ONE-ADJUSTMENT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-BOOK-ACCRUALS - FEE AND INTEREST LINES FOR EVERY     *
