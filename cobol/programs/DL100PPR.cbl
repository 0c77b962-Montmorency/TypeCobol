       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100PPR.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100PPR - PRIOR-PERIOD ADJUSTMENTS REPORT                 *
      *   Lists for finance every prior-period adjustment posted   *
      *   during the report month - the ENTITY-HISTORY-FILE rows   *
      *   CPYRPL4C marked with the closed month they adjust        *
      *   (run date, entity, month adjusted, serial, currency,     *
      *   amount) with a total per currency - and then everything  *
      *   on PPAREVW still awaiting authorization in DL100PPA,     *
      *   plus the items declined during the month and who         *
      *   declined them. The report month arrives as a YYYYMM      *
      *   command-line parameter; with none given, the BUSDATE     *
      *   month is used. Run as the last step of DL100MEC.         *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-HISTORY-FILE ASSIGN TO "ENTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.
           SELECT PPA-REVIEW-FILE ASSIGN TO "PPAREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PPAREVW-STATUS.
           SELECT PPA-REPORT-FILE ASSIGN TO "PPARPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-HISTORY-FILE.
       01  ENTITY-HISTORY-RECORD.
           COPY ENTEXTR REPLACING LEADING ==EXT== BY ==EHS==.
       FD  PPA-REVIEW-FILE.
       01  PPA-REVIEW-RECORD.
           COPY PPAREVW.
       FD  PPA-REPORT-FILE.
       01  PPA-REPORT-LINE                  PIC X(80).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-HISTORY-STATUS             PIC X(02) VALUE "00".
           88  DL100-HISTORY-NOT-FOUND          VALUE "35".
       77  DL100-PPAREVW-STATUS             PIC X(02) VALUE "00".
           88  DL100-PPAREVW-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-MONTH-PARM                 PIC X(10) VALUE SPACE.
       77  DL100-RPT-MONTH                  PIC 9(06) VALUE ZERO.
       77  DL100-MONTH-START                PIC 9(08) VALUE ZERO.
       77  DL100-MONTH-END                  PIC 9(08) VALUE ZERO.
       77  DL100-POSTED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-PENDING-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-DECLINED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-WORK-AMOUNT                PIC S9(11)V99 VALUE ZERO.
       77  DL100-CUR-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-CUR-IDX                    PIC 9(02) COMP.
       77  DL100-CUR-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-CUR-FOUND-YES              VALUE 'Y'.
      *
      *  THE MONTH'S POSTED ADJUSTMENTS, TOTALLED PER CURRENCY
      *
       01  DL100-CUR-TABLE.
           05  DL100-CUR-ENTRY              OCCURS 30 TIMES.
               10  DL100-CUR-CODE               PIC X(03).
               10  DL100-CUR-ITEMS              PIC 9(07) COMP.
               10  DL100-CUR-AMOUNT             PIC S9(13)V99 COMP-3.
       01  PPR-HEADING-1.
           05  FILLER                       PIC X(46) VALUE
               "DL100PPR - PRIOR-PERIOD ADJUSTMENTS FOR MONTH ".
           05  PPR-HDG-MONTH                PIC 9(06).
       01  PPR-POSTED-HEADING               PIC X(44) VALUE
               "POSTED DURING THE MONTH INTO A CLOSED PERIOD".
       01  PPR-POSTED-COLUMNS.
           05  FILLER                       PIC X(28) VALUE
               "  RUN DATE ENTITY     PERIOD".
           05  FILLER                       PIC X(34) VALUE
               " SERIAL        CCY          AMOUNT".
       01  PPR-POSTED-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PPR-PST-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-PST-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-PST-PERIOD               PIC 9(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-PST-SERIAL               PIC 9(13).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-PST-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-PST-AMOUNT               PIC -9(11).99.
       01  PPR-TOTAL-LINE.
           05  FILLER                       PIC X(08) VALUE
               "  TOTAL ".
           05  PPR-TOT-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-TOT-ITEMS                PIC ZZZZZZ9.
           05  FILLER                       PIC X(07) VALUE
               " ITEMS ".
           05  PPR-TOT-AMOUNT               PIC -9(13).99.
       01  PPR-REVIEW-HEADING.
           05  FILLER                       PIC X(35) VALUE
               "ON PPAREVW - PENDING AUTHORIZATION,".
           05  FILLER                       PIC X(29) VALUE
               " OR DECLINED DURING THE MONTH".
       01  PPR-REVIEW-COLUMNS.
           05  FILLER                       PIC X(30) VALUE
               "  HELD ON  S ENTITY     PERIOD".
           05  FILLER                       PIC X(42) VALUE
               " SERIAL        CCY          AMOUNT DECL BY".
       01  PPR-REVIEW-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  PPR-RVW-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-STATUS               PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-PERIOD               PIC 9(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-SERIAL               PIC 9(13).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-AMOUNT               PIC -9(11).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PPR-RVW-OPERATOR             PIC X(08).
       01  PPR-COUNT-LINE.
           05  PPR-CNT-LABEL                PIC X(24).
           05  PPR-CNT-VALUE                PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-SET-RPT-MONTH THRU 1200-SET-RPT-MONTH-EXIT
           OPEN OUTPUT PPA-REPORT-FILE
           MOVE DL100-RPT-MONTH TO PPR-HDG-MONTH
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-HEADING-1 TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           PERFORM 2000-LIST-POSTED THRU 2000-LIST-POSTED-EXIT
           PERFORM 2400-PRINT-POSTED-COUNT
               THRU 2400-PRINT-POSTED-COUNT-EXIT
           PERFORM 3000-LIST-REVIEW THRU 3000-LIST-REVIEW-EXIT
           PERFORM 3200-PRINT-REVIEW-COUNTS
               THRU 3200-PRINT-REVIEW-COUNTS-EXIT
           CLOSE PPA-REPORT-FILE
           DISPLAY "PRIOR-PERIOD ADJUSTMENTS POSTED = "
               DL100-POSTED-COUNT
           DISPLAY "AWAITING AUTHORIZATION = " DL100-PENDING-COUNT
           DISPLAY "DECLINED IN MONTH = " DL100-DECLINED-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      *----------------------------------------------------------*
      * 1100-GET-BUS-DATE - THE CHAIN'S PROCESSING DATE COMES     *
      *                     FROM THE BUSDATE CONTROL FILE, NOT    *
      *                     THE MACHINE CLOCK; THE CLOCK IS THE   *
      *                     FALLBACK ONLY WHEN BUSDATE HAS NEVER  *
      *                     BEEN WRITTEN (FIRST-EVER RUN)         *
      *----------------------------------------------------------*
       1100-GET-BUS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF DL100-BUSDATE-NOT-FOUND
               ACCEPT DL100-TODAY FROM DATE YYYYMMDD
               GO TO 1100-GET-BUS-DATE-EXIT
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT DL100-TODAY FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BDT-BUS-DATE TO DL100-TODAY
           END-READ
           CLOSE BUSINESS-DATE-FILE.
       1100-GET-BUS-DATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1200-SET-RPT-MONTH - REPORT MONTH FROM THE YYYYMM         *
      *                      COMMAND-LINE PARAMETER, OR THE       *
      *                      BUSINESS DATE'S MONTH WHEN NONE (OR  *
      *                      A NON-NUMERIC ONE) IS GIVEN          *
      *----------------------------------------------------------*
       1200-SET-RPT-MONTH.
           ACCEPT DL100-MONTH-PARM FROM COMMAND-LINE
           IF DL100-MONTH-PARM (1:6) NUMERIC
               AND DL100-MONTH-PARM (7:4) = SPACE
               MOVE DL100-MONTH-PARM (1:6) TO DL100-RPT-MONTH
           ELSE
               MOVE DL100-TODAY (1:6) TO DL100-RPT-MONTH
           END-IF
           COMPUTE DL100-MONTH-START = DL100-RPT-MONTH * 100
           COMPUTE DL100-MONTH-END = DL100-RPT-MONTH * 100 + 99.
       1200-SET-RPT-MONTH-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-LIST-POSTED - EVERY HISTORY ROW POSTED IN THE MONTH  *
      *                    THAT CARRIES A CLOSED PERIOD, THEN     *
      *                    THE TOTALS PER CURRENCY. MERGE ROWS    *
      *                    AND ROWS FROM BEFORE THE FIELD         *
      *                    EXISTED CARRY NONE                     *
      *----------------------------------------------------------*
       2000-LIST-POSTED.
           MOVE SPACE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE PPR-POSTED-HEADING TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-POSTED-COLUMNS TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           OPEN INPUT ENTITY-HISTORY-FILE
           IF DL100-HISTORY-NOT-FOUND
               GO TO 2000-LIST-POSTED-EXIT
           END-IF
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF EHS-PPA-PERIOD NUMERIC
                           AND EHS-PPA-PERIOD > 0
                           AND EHS-CHANGE-TYPE NOT = "MRG"
                           AND EHS-RUN-DATE >= DL100-MONTH-START
                           AND EHS-RUN-DATE <= DL100-MONTH-END
                           PERFORM 2100-PRINT-POSTED
                               THRU 2100-PRINT-POSTED-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-HISTORY-FILE
           MOVE 'N' TO DL100-EOF-SW
           MOVE SPACE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           PERFORM 2300-PRINT-CURRENCY-TOTAL
               THRU 2300-PRINT-CURRENCY-TOTAL-EXIT
               VARYING DL100-CUR-IDX FROM 1 BY 1
               UNTIL DL100-CUR-IDX > DL100-CUR-COUNT.
       2000-LIST-POSTED-EXIT.
           EXIT.
      *
       2100-PRINT-POSTED.
           ADD 1 TO DL100-POSTED-COUNT
           MOVE ZERO TO DL100-WORK-AMOUNT
           IF EHS-TRN-AMOUNT NUMERIC
               MOVE EHS-TRN-AMOUNT TO DL100-WORK-AMOUNT
           END-IF
           MOVE EHS-RUN-DATE TO PPR-PST-DATE
           MOVE EHS-ENTITY-ID TO PPR-PST-ENTITY-ID
           MOVE EHS-PPA-PERIOD TO PPR-PST-PERIOD
           MOVE EHS-TRANS-SERIAL TO PPR-PST-SERIAL
           MOVE EHS-TRN-CURRENCY-CODE TO PPR-PST-CURRENCY
           MOVE DL100-WORK-AMOUNT TO PPR-PST-AMOUNT
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-POSTED-LINE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE 'N' TO DL100-CUR-FOUND-SW
           PERFORM 2200-MATCH-CURRENCY THRU 2200-MATCH-CURRENCY-EXIT
               VARYING DL100-CUR-IDX FROM 1 BY 1
               UNTIL DL100-CUR-FOUND-YES
               OR DL100-CUR-IDX > DL100-CUR-COUNT
           IF DL100-CUR-FOUND-YES OR DL100-CUR-COUNT >= 30
               GO TO 2100-PRINT-POSTED-EXIT
           END-IF
           ADD 1 TO DL100-CUR-COUNT
           MOVE EHS-TRN-CURRENCY-CODE TO
               DL100-CUR-CODE (DL100-CUR-COUNT)
           MOVE 1 TO DL100-CUR-ITEMS (DL100-CUR-COUNT)
           MOVE DL100-WORK-AMOUNT TO DL100-CUR-AMOUNT (DL100-CUR-COUNT).
       2100-PRINT-POSTED-EXIT.
           EXIT.
      *
       2200-MATCH-CURRENCY.
           IF DL100-CUR-CODE (DL100-CUR-IDX) = EHS-TRN-CURRENCY-CODE
               ADD 1 TO DL100-CUR-ITEMS (DL100-CUR-IDX)
               ADD DL100-WORK-AMOUNT TO DL100-CUR-AMOUNT (DL100-CUR-IDX)
               MOVE 'Y' TO DL100-CUR-FOUND-SW
           END-IF.
       2200-MATCH-CURRENCY-EXIT.
           EXIT.
      *
       2300-PRINT-CURRENCY-TOTAL.
           MOVE DL100-CUR-CODE (DL100-CUR-IDX) TO PPR-TOT-CURRENCY
           MOVE DL100-CUR-ITEMS (DL100-CUR-IDX) TO PPR-TOT-ITEMS
           MOVE DL100-CUR-AMOUNT (DL100-CUR-IDX) TO PPR-TOT-AMOUNT
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-TOTAL-LINE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE.
       2300-PRINT-CURRENCY-TOTAL-EXIT.
           EXIT.
      *
       2400-PRINT-POSTED-COUNT.
           MOVE "POSTED ADJUSTMENTS" TO PPR-CNT-LABEL
           MOVE DL100-POSTED-COUNT TO PPR-CNT-VALUE
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-COUNT-LINE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE.
       2400-PRINT-POSTED-COUNT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-LIST-REVIEW - THE PPAREVW ITEMS STILL PENDING, HOWEVER*
      *                    OLD, AND THOSE DECLINED DURING THE     *
      *                    MONTH WITH THE OPERATOR WHO DECLINED   *
      *----------------------------------------------------------*
       3000-LIST-REVIEW.
           MOVE SPACE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE PPR-REVIEW-HEADING TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-REVIEW-COLUMNS TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           OPEN INPUT PPA-REVIEW-FILE
           IF DL100-PPAREVW-NOT-FOUND
               GO TO 3000-LIST-REVIEW-EXIT
           END-IF
           PERFORM UNTIL DL100-EOF-YES
               READ PPA-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 3100-ONE-REVIEW-ITEM
                           THRU 3100-ONE-REVIEW-ITEM-EXIT
               END-READ
           END-PERFORM
           CLOSE PPA-REVIEW-FILE
           MOVE 'N' TO DL100-EOF-SW.
       3000-LIST-REVIEW-EXIT.
           EXIT.
      *
       3200-PRINT-REVIEW-COUNTS.
           MOVE SPACE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE "AWAITING AUTHORIZATION" TO PPR-CNT-LABEL
           MOVE DL100-PENDING-COUNT TO PPR-CNT-VALUE
           MOVE PPR-COUNT-LINE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE
           MOVE "DECLINED IN MONTH" TO PPR-CNT-LABEL
           MOVE DL100-DECLINED-COUNT TO PPR-CNT-VALUE
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-COUNT-LINE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE.
       3200-PRINT-REVIEW-COUNTS-EXIT.
           EXIT.
      *
       3100-ONE-REVIEW-ITEM.
           MOVE SPACE TO PPR-RVW-OPERATOR
           EVALUATE TRUE
               WHEN PPA-STATUS-PENDING
                   ADD 1 TO DL100-PENDING-COUNT
               WHEN PPA-STATUS-DECLINED
                   AND PPA-DISP-DATE NUMERIC
                   AND PPA-DISP-DATE >= DL100-MONTH-START
                   AND PPA-DISP-DATE <= DL100-MONTH-END
                   ADD 1 TO DL100-DECLINED-COUNT
                   MOVE PPA-DISP-OPERATOR TO PPR-RVW-OPERATOR
               WHEN OTHER
                   GO TO 3100-ONE-REVIEW-ITEM-EXIT
           END-EVALUATE
           MOVE PPA-FLAGGED-DATE TO PPR-RVW-DATE
           MOVE PPA-STATUS TO PPR-RVW-STATUS
           MOVE PPA-ENTITY-ID TO PPR-RVW-ENTITY-ID
           MOVE PPA-PERIOD TO PPR-RVW-PERIOD
           MOVE PPA-TRANS-SERIAL TO PPR-RVW-SERIAL
           MOVE PPA-CURRENCY-CODE TO PPR-RVW-CURRENCY
           MOVE PPA-AMOUNT TO PPR-RVW-AMOUNT
           MOVE SPACE TO PPA-REPORT-LINE
           MOVE PPR-REVIEW-LINE TO PPA-REPORT-LINE
           WRITE PPA-REPORT-LINE.
       3100-ONE-REVIEW-ITEM-EXIT.
           EXIT.
       END PROGRAM DL100PPR.
