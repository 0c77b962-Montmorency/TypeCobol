       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100FCF.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100FCF - FORWARD CASH-POSITION FORECAST                  *
      *   Treasury's view of each currency's book position over   *
      *   the next 30 business days. Starts from tonight's master  *
      *   totals by currency, the DL100TBL sweep - every home      *
      *   balance, CURR-BAL slot and CURRBOV row - and projects    *
      *   them forward business day by business day. A business   *
      *   day is any date after BUSDATE that PROCCAL does not mark *
      *   otherwise (a date off the calendar counts, the DL100DRV  *
      *   advance rule). Two things move the projection:           *
      *     - every HELDTRNS item, on the first forecast day on or *
      *       after its effective date (an XF transfer, or the RV  *
      *       of one, as its two legs); items dated past the       *
      *       window are counted and left out;                     *
      *     - the DL100ACR month-end accrual, estimated on the     *
      *       first forecast day of each new month: for every      *
      *       active entity whose home currency has an ACRRATES    *
      *       entry, the fee charged and the interest at the rate  *
      *       on the home balance projected to that day.           *
      *   FCFRPT shows, per currency per day, the held movement,   *
      *   the accrual, the projected total and how many entity     *
      *   balances in it stand below their ENTLIMIT floor. A day   *
      *   the total is below the currency's aggregate floor - the  *
      *   sum of the floors of the balances held in it tonight,    *
      *   own ENTLIMIT row else *DEFAULT, a balance with no floor  *
      *   adding nothing - is flagged. Then every entity balance   *
      *   projected through its own floor, with the first day it   *
      *   does. A balance a held item would open in a new currency *
      *   starts from zero. Breaches are reported, not failed: the *
      *   step always ends RC 0 unless a table is full (RC 16).    *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT CURRENCY-OVERFLOW-FILE ASSIGN TO "CURRBOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVB-KEY
               FILE STATUS IS DL100-OVERFLOW-STATUS.
           SELECT HELD-TRANS-FILE ASSIGN TO "HELDTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HELD-STATUS.
           SELECT ACCRUAL-RATE-FILE ASSIGN TO "ACRRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RATE-STATUS.
           SELECT ENTITY-LIMIT-FILE ASSIGN TO "ENTLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LIMIT-STATUS.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PROCCAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO "FCFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-RECORD.
           COPY HELDTRNS.
       FD  ACCRUAL-RATE-FILE.
       01  ACCRUAL-RATE-RECORD.
           05  ACR-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  ACR-FEE-AMOUNT               PIC 9(09)V99.
           05  FILLER                       PIC X(01).
           05  ACR-INTEREST-RATE            PIC 9(03)V9(06).
       FD  ENTITY-LIMIT-FILE.
       01  ENTITY-LIMIT-RECORD.
           COPY ENTLIMIT.
       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-LINE             PIC X(132).
       WORKING-STORAGE SECTION.
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OK                  VALUE "00".
       77  DL100-OVERFLOW-STATUS            PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-OK                VALUE "00".
           88  DL100-OVERFLOW-OPEN-NOT-FOUND    VALUE "35".
       77  DL100-HELD-STATUS                PIC X(02) VALUE "00".
           88  DL100-HELD-NOT-FOUND             VALUE "35".
       77  DL100-RATE-STATUS                PIC X(02) VALUE "00".
           88  DL100-RATE-NOT-FOUND             VALUE "35".
       77  DL100-LIMIT-STATUS               PIC X(02) VALUE "00".
           88  DL100-LIMIT-NOT-FOUND            VALUE "35".
       77  DL100-PROCCAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-PROCCAL-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-OVERFLOW-PRESENT-SW        PIC X(01) VALUE 'N'.
           88  DL100-OVERFLOW-PRESENT-YES       VALUE 'Y'.
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-DATE-INTEGER               PIC S9(07) COMP VALUE ZERO.
       77  DL100-LAST-INTEGER               PIC S9(07) COMP VALUE ZERO.
       77  DL100-LAST-CAL-DATE              PIC 9(08) VALUE ZERO.
       77  DL100-WALK-DATE                  PIC 9(08) VALUE ZERO.
       77  DL100-PRIOR-DATE                 PIC 9(08) VALUE ZERO.
       77  DL100-HOL-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-HOL-IDX                    PIC 9(03) COMP.
       77  DL100-HOL-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-HOL-FOUND-YES              VALUE 'Y'.
       77  DL100-DAY-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-DAY-IDX                    PIC 9(02) COMP.
       77  DL100-LIMIT-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  DL100-LIMIT-IDX                  PIC 9(03) COMP.
       77  DL100-LIMIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88  DL100-LIMIT-FOUND-YES            VALUE 'Y'.
       77  DL100-WORK-FLOOR                 PIC S9(11)V99 VALUE ZERO.
       77  DL100-WORK-FLOOR-ON-SW           PIC X(01) VALUE 'N'.
           88  DL100-WORK-FLOOR-ON-YES          VALUE 'Y'.
       77  DL100-WANTED-ID                  PIC X(10) VALUE SPACE.
       77  DL100-RATE-COUNT                 PIC 9(02) COMP VALUE ZERO.
       77  DL100-RATE-IDX                   PIC 9(02) COMP.
       77  DL100-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-RATE-FOUND-YES             VALUE 'Y'.
       77  DL100-WORK-FEE                   PIC 9(09)V99 VALUE ZERO.
       77  DL100-WORK-RATE                  PIC 9(03)V9(06)
                                             VALUE ZERO.
       77  DL100-WORK-INTEREST              PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-WORK-ACCRUAL               PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-CURR-IDX                   PIC 9(02) COMP.
       77  DL100-LEG-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  DL100-LEG-IDX                    PIC 9(04) COMP.
       77  DL100-SCAN-IDX                   PIC 9(04) COMP.
       77  DL100-LEG-ENTITY-ID              PIC X(10) VALUE SPACE.
       77  DL100-LEG-AMOUNT                 PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-LEG-DAY                    PIC 9(02) COMP VALUE ZERO.
       77  DL100-CCY-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-CCY-IDX                    PIC 9(02) COMP.
       77  DL100-CCY-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-CCY-FOUND-YES              VALUE 'Y'.
       77  DL100-CHK-CURRENCY               PIC X(03) VALUE SPACE.
       77  DL100-CHK-ENTITY-ID              PIC X(10) VALUE SPACE.
       77  DL100-CHK-AMOUNT                 PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-CHK-ACCRUE-SW              PIC X(01) VALUE 'N'.
           88  DL100-CHK-ACCRUE-YES             VALUE 'Y'.
       77  DL100-CHK-NEW-SW                 PIC X(01) VALUE 'N'.
           88  DL100-CHK-NEW-YES                VALUE 'Y'.
       77  DL100-CHK-BREACHED-SW            PIC X(01) VALUE 'N'.
           88  DL100-CHK-BREACHED-YES           VALUE 'Y'.
       77  DL100-PROJ-BALANCE               PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-RUN-TOTAL                  PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-BRK-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-BRK-IDX                    PIC 9(04) COMP.
       77  DL100-ENTITY-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-BALANCE-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-HELD-IN-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-HELD-BEYOND-COUNT          PIC 9(07) COMP VALUE ZERO.
       77  DL100-CCY-BELOW-COUNT            PIC 9(07) COMP VALUE ZERO.
      *
      *  THE DATES PROCCAL MARKS AS NOT BUSINESS DAYS INSIDE THE
      *  CALENDAR STRETCH THE FORECAST CAN REACH
      *
       01  DL100-HOL-TABLE.
           05  DL100-HOL-DATE               PIC 9(08) OCCURS 120 TIMES.
      *
      *  THE FORECAST DAYS; ACCRUAL-SW MARKS THE FIRST DAY OF A NEW
      *  MONTH, WHEN THE MONTH-END ACCRUALS POST
      *
       01  DL100-DAY-TABLE.
           05  DL100-DAY-ENTRY              OCCURS 30 TIMES.
               10  DL100-DAY-DATE               PIC 9(08).
               10  DL100-DAY-ACCRUAL-SW         PIC X(01).
      *
      *  THE ENTLIMIT OVERDRAFT FLOORS (*DEFAULT INCLUDED)
      *
       01  DL100-LIMIT-TABLE.
           05  DL100-LMT-ENTRY              OCCURS 500 TIMES.
               10  DL100-LMT-ID                 PIC X(10).
               10  DL100-LMT-FLOOR              PIC S9(11)V99.
               10  DL100-LMT-FLOOR-ON-SW        PIC X(01).
      *
      *  THE ACRRATES PARAMETER TABLE, AS DL100ACR LOADS IT
      *
       01  DL100-RATE-TABLE.
           05  DL100-RATE-ENTRY             OCCURS 20 TIMES.
               10  DL100-RTE-CURRENCY           PIC X(03).
               10  DL100-RTE-FEE                PIC 9(09)V99.
               10  DL100-RTE-RATE               PIC 9(03)V9(06).
      *
      *  HELDTRNS LEGS INSIDE THE WINDOW: THE FORECAST DAY EACH
      *  LANDS ON, AND WHETHER A BALANCE HAS TAKEN IT YET
      *
       01  DL100-LEG-TABLE.
           05  DL100-LEG-ENTRY              OCCURS 5000 TIMES.
               10  DL100-LEG-ENTITY             PIC X(10).
               10  DL100-LEG-CURRENCY           PIC X(03).
               10  DL100-LEG-DAY-NO             PIC 9(02).
               10  DL100-LEG-VALUE              PIC S9(11)V99 COMP-3.
               10  DL100-LEG-TAKEN-SW           PIC X(01).
      *
      *  ONE BALANCE'S HELD MOVEMENT BY FORECAST DAY
      *
       01  DL100-BAL-DELTA-TABLE.
           05  DL100-BAL-DELTA              PIC S9(13)V99 COMP-3
                                             OCCURS 30 TIMES.
      *
      *  PER CURRENCY: TONIGHT'S TOTAL, THE AGGREGATE FLOOR, AND BY
      *  FORECAST DAY THE HELD MOVEMENT, THE ESTIMATED ACCRUAL AND
      *  THE COUNT OF BALANCES BELOW THEIR FLOOR
      *
       01  DL100-CCY-TABLE.
           05  DL100-CCY-ENTRY              OCCURS 20 TIMES.
               10  DL100-CCY-CODE               PIC X(03).
               10  DL100-CCY-START              PIC S9(13)V99 COMP-3.
               10  DL100-CCY-FLOOR              PIC S9(13)V99 COMP-3.
               10  DL100-CCY-FLOOR-ON-SW        PIC X(01).
               10  DL100-CCY-DAY                OCCURS 30 TIMES.
                   15  DL100-CCY-HELD               PIC S9(13)V99
                                                    COMP-3.
                   15  DL100-CCY-ACCRUAL            PIC S9(13)V99
                                                    COMP-3.
                   15  DL100-CCY-BELOW              PIC 9(05) COMP.
      *
      *  ENTITY BALANCES PROJECTED THROUGH THEIR FLOOR, FIRST DAY
      *
       01  DL100-BRK-TABLE.
           05  DL100-BRK-ENTRY              OCCURS 2000 TIMES.
               10  DL100-BRK-ENTITY             PIC X(10).
               10  DL100-BRK-CURRENCY           PIC X(03).
               10  DL100-BRK-TONIGHT            PIC S9(11)V99 COMP-3.
               10  DL100-BRK-FLOOR              PIC S9(11)V99 COMP-3.
               10  DL100-BRK-DATE               PIC 9(08).
               10  DL100-BRK-PROJECTED          PIC S9(13)V99 COMP-3.
       01  FCF-HEADING-1.
           05  FILLER                       PIC X(38) VALUE
               "DL100FCF - FORWARD CASH POSITION FROM ".
           05  FCF-HDG-DATE                 PIC 9(08).
           05  FILLER                       PIC X(25) VALUE
               " - BUSINESS DAYS THROUGH ".
           05  FCF-HDG-LAST                 PIC 9(08).
       01  FCF-CURRENCY-LINE.
           05  FILLER                       PIC X(09) VALUE
               "CURRENCY ".
           05  FCF-CUR-CODE                 PIC X(03).
           05  FILLER                       PIC X(12) VALUE
               "   TONIGHT ".
           05  FCF-CUR-START                PIC -(13)9.99.
           05  FILLER                       PIC X(20) VALUE
               "   AGGREGATE FLOOR ".
           05  FCF-CUR-FLOOR                PIC -(13)9.99.
           05  FCF-CUR-FLOOR-X REDEFINES FCF-CUR-FLOOR
                                            PIC X(17).
       01  FCF-DAY-COLUMNS.
           05  FILLER                       PIC X(10) VALUE
               " DAY  DATE".
           05  FILLER                       PIC X(12) VALUE SPACE.
           05  FILLER                       PIC X(10) VALUE
               "HELD ITEMS".
           05  FILLER                       PIC X(07) VALUE SPACE.
           05  FILLER                       PIC X(11) VALUE
               "EST ACCRUAL".
           05  FILLER                       PIC X(09) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE
               "PROJECTED".
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(11) VALUE
               "BELOW FLOOR".
       01  FCF-DAY-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FCF-DAY-NO                   PIC Z9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FCF-DAY-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-DAY-HELD                 PIC -(13)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-DAY-ACCRUAL              PIC -(13)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-DAY-PROJECTED            PIC -(13)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-DAY-BELOW                PIC Z(04)9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  FCF-DAY-FLAG                 PIC X(28).
       01  FCF-BREACH-COLUMNS.
           05  FILLER                       PIC X(14) VALUE
               "ENTITY     CUR".
           05  FILLER                       PIC X(11) VALUE SPACE.
           05  FILLER                       PIC X(07) VALUE "TONIGHT".
           05  FILLER                       PIC X(11) VALUE SPACE.
           05  FILLER                       PIC X(05) VALUE "FLOOR".
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE
               "FIRST DAY".
           05  FILLER                       PIC X(08) VALUE SPACE.
           05  FILLER                       PIC X(09) VALUE
               "PROJECTED".
       01  FCF-BREACH-LINE.
           05  FCF-BRK-ENTITY               PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-BRK-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-BRK-TONIGHT              PIC -(13)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-BRK-FLOOR                PIC -(11)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-BRK-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FCF-BRK-PROJECTED            PIC -(13)9.99.
       01  FCF-COUNT-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FCF-CNT-LABEL                PIC X(38).
           05  FCF-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-LOAD-CALENDAR THRU 1200-LOAD-CALENDAR-EXIT
           PERFORM 1300-BUILD-DAYS THRU 1300-BUILD-DAYS-EXIT
           PERFORM 1400-LOAD-LIMITS THRU 1400-LOAD-LIMITS-EXIT
           PERFORM 1500-LOAD-RATES THRU 1500-LOAD-RATES-EXIT
           PERFORM 1600-LOAD-HELD THRU 1600-LOAD-HELD-EXIT
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OK
               DISPLAY "ENTMAST OPEN FAILED - STATUS = "
                   DL100-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CURRENCY-OVERFLOW-FILE
           IF DL100-OVERFLOW-OPEN-NOT-FOUND
               CONTINUE
           ELSE
               MOVE 'Y' TO DL100-OVERFLOW-PRESENT-SW
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2000-PROJECT-ENTITY
                           THRU 2000-PROJECT-ENTITY-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE
           IF DL100-OVERFLOW-PRESENT-YES
               CLOSE CURRENCY-OVERFLOW-FILE
           END-IF
           PERFORM 3000-PROJECT-NEW-BALANCE
               THRU 3000-PROJECT-NEW-BALANCE-EXIT
               VARYING DL100-LEG-IDX FROM 1 BY 1
               UNTIL DL100-LEG-IDX > DL100-LEG-COUNT
           OPEN OUTPUT FORECAST-REPORT-FILE
           MOVE SPACE TO FORECAST-REPORT-LINE
           MOVE DL100-TODAY TO FCF-HDG-DATE
           MOVE DL100-LAST-CAL-DATE TO FCF-HDG-LAST
           MOVE FCF-HEADING-1 TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           PERFORM 4000-PRINT-CURRENCY THRU 4000-PRINT-CURRENCY-EXIT
               VARYING DL100-CCY-IDX FROM 1 BY 1
               UNTIL DL100-CCY-IDX > DL100-CCY-COUNT
           PERFORM 4500-PRINT-BREACHES THRU 4500-PRINT-BREACHES-EXIT
           PERFORM 5000-PRINT-COUNTS THRU 5000-PRINT-COUNTS-EXIT
           CLOSE FORECAST-REPORT-FILE
           DISPLAY "FORECAST DAYS              = " DL100-DAY-COUNT
           DISPLAY "CURRENCIES FORECAST        = " DL100-CCY-COUNT
           DISPLAY "HELD ITEMS IN THE WINDOW   = " DL100-HELD-IN-COUNT
           DISPLAY "HELD ITEMS PAST THE WINDOW = "
               DL100-HELD-BEYOND-COUNT
           DISPLAY "CURRENCY DAYS BELOW FLOOR  = "
               DL100-CCY-BELOW-COUNT
           DISPLAY "ENTITY BALANCES BREACHING  = " DL100-BRK-COUNT
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
      * 1200-LOAD-CALENDAR - THE NON-BUSINESS DATES PROCCAL HOLDS *
      *                      IN THE 120 DAYS AFTER BUSDATE, FAR   *
      *                      MORE THAN 30 BUSINESS DAYS NEED. NO  *
      *                      PROCCAL ON DISK MAKES EVERY DATE A   *
      *                      BUSINESS DAY, AS DL100DRV TREATS IT  *
      *----------------------------------------------------------*
       1200-LOAD-CALENDAR.
           COMPUTE DL100-LAST-INTEGER =
               FUNCTION INTEGER-OF-DATE (DL100-TODAY) + 120
           COMPUTE DL100-LAST-CAL-DATE =
               FUNCTION DATE-OF-INTEGER (DL100-LAST-INTEGER)
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF DL100-PROCCAL-NOT-FOUND
               DISPLAY "NO PROCCAL ON DISK - EVERY DATE TREATED AS "
                   "A BUSINESS DAY"
               GO TO 1200-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PROCESSING-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF NOT CAL-BUSINESS-DAY-YES
                           AND CAL-DATE > DL100-TODAY
                           AND CAL-DATE <= DL100-LAST-CAL-DATE
                           IF DL100-HOL-COUNT >= 120
                               DISPLAY "MORE THAN 120 NON-BUSINESS "
                                   "DAYS AHEAD ON PROCCAL - TABLE "
                                   "FULL, JOB ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-HOL-COUNT
                           MOVE CAL-DATE TO
                               DL100-HOL-DATE (DL100-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROCESSING-CALENDAR-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1200-LOAD-CALENDAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-BUILD-DAYS - WALK FORWARD FROM BUSDATE A DAY AT A    *
      *                   TIME, KEEPING THE FIRST 30 BUSINESS     *
      *                   DAYS; THE FIRST ONE IN A NEW MONTH IS   *
      *                   WHERE THE MONTH-END ACCRUALS LAND       *
      *----------------------------------------------------------*
       1300-BUILD-DAYS.
           COMPUTE DL100-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (DL100-TODAY)
           MOVE DL100-TODAY TO DL100-PRIOR-DATE
           PERFORM 1350-NEXT-DATE THRU 1350-NEXT-DATE-EXIT
               UNTIL DL100-DAY-COUNT >= 30
               OR DL100-DATE-INTEGER >= DL100-LAST-INTEGER
           IF DL100-DAY-COUNT > 0
               MOVE DL100-DAY-DATE (DL100-DAY-COUNT) TO
                   DL100-LAST-CAL-DATE
           END-IF
           IF DL100-DAY-COUNT < 30
               DISPLAY "ONLY " DL100-DAY-COUNT " BUSINESS DAYS IN "
                   "THE 120 AHEAD - FORECAST CUT SHORT"
           END-IF.
       1300-BUILD-DAYS-EXIT.
           EXIT.
      *
       1350-NEXT-DATE.
           ADD 1 TO DL100-DATE-INTEGER
           COMPUTE DL100-WALK-DATE =
               FUNCTION DATE-OF-INTEGER (DL100-DATE-INTEGER)
           MOVE 'N' TO DL100-HOL-FOUND-SW
           PERFORM 1360-MATCH-HOLIDAY THRU 1360-MATCH-HOLIDAY-EXIT
               VARYING DL100-HOL-IDX FROM 1 BY 1
               UNTIL DL100-HOL-FOUND-YES
               OR DL100-HOL-IDX > DL100-HOL-COUNT
           IF DL100-HOL-FOUND-YES
               GO TO 1350-NEXT-DATE-EXIT
           END-IF
           ADD 1 TO DL100-DAY-COUNT
           MOVE DL100-WALK-DATE TO DL100-DAY-DATE (DL100-DAY-COUNT)
           MOVE 'N' TO DL100-DAY-ACCRUAL-SW (DL100-DAY-COUNT)
           IF DL100-WALK-DATE (1:6) NOT = DL100-PRIOR-DATE (1:6)
               MOVE 'Y' TO DL100-DAY-ACCRUAL-SW (DL100-DAY-COUNT)
           END-IF
           MOVE DL100-WALK-DATE TO DL100-PRIOR-DATE.
       1350-NEXT-DATE-EXIT.
           EXIT.
      *
       1360-MATCH-HOLIDAY.
           IF DL100-HOL-DATE (DL100-HOL-IDX) = DL100-WALK-DATE
               MOVE 'Y' TO DL100-HOL-FOUND-SW
           END-IF.
       1360-MATCH-HOLIDAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-LIMITS - THE ENTLIMIT OVERDRAFT FLOORS. NO      *
      *                    ENTLIMIT ON DISK MEANS NO FLOORS; A    *
      *                    NON-NUMERIC FLOOR IS WAIVED, AS        *
      *                    CPYRPL4C TREATS IT. MORE ROWS THAN THE *
      *                    TABLE HOLDS ABORTS - A DROPPED ROW     *
      *                    WOULD FORECAST AGAINST THE WRONG FLOOR *
      *----------------------------------------------------------*
       1400-LOAD-LIMITS.
           OPEN INPUT ENTITY-LIMIT-FILE
           IF DL100-LIMIT-NOT-FOUND
               GO TO 1400-LOAD-LIMITS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1450-STORE-ONE-LIMIT
                           THRU 1450-STORE-ONE-LIMIT-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-LIMIT-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1400-LOAD-LIMITS-EXIT.
           EXIT.
      *
       1450-STORE-ONE-LIMIT.
           IF DL100-LIMIT-COUNT >= 500
               DISPLAY "MORE THAN 500 ENTLIMIT ROWS - LIMIT TABLE "
                   "FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-LIMIT-COUNT
           MOVE LMT-ENTITY-ID TO DL100-LMT-ID (DL100-LIMIT-COUNT)
           IF LMT-OVERDRAFT-FLOOR NUMERIC
               MOVE LMT-OVERDRAFT-FLOOR TO
                   DL100-LMT-FLOOR (DL100-LIMIT-COUNT)
               MOVE 'Y' TO
                   DL100-LMT-FLOOR-ON-SW (DL100-LIMIT-COUNT)
           ELSE
               MOVE ZERO TO DL100-LMT-FLOOR (DL100-LIMIT-COUNT)
               MOVE 'N' TO
                   DL100-LMT-FLOOR-ON-SW (DL100-LIMIT-COUNT)
           END-IF.
       1450-STORE-ONE-LIMIT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-RATES - THE ACRRATES FEE AND MONTHLY RATE PER   *
      *                   HOME CURRENCY, LOADED AS DL100ACR LOADS *
      *                   THEM; NO ACRRATES MEANS NO ACCRUAL      *
      *----------------------------------------------------------*
       1500-LOAD-RATES.
           OPEN INPUT ACCRUAL-RATE-FILE
           IF DL100-RATE-NOT-FOUND
               GO TO 1500-LOAD-RATES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ACCRUAL-RATE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-RATE-COUNT < 20
                           ADD 1 TO DL100-RATE-COUNT
                           MOVE ACR-CURRENCY-CODE TO
                               DL100-RTE-CURRENCY (DL100-RATE-COUNT)
                           MOVE ACR-FEE-AMOUNT TO
                               DL100-RTE-FEE (DL100-RATE-COUNT)
                           MOVE ACR-INTEREST-RATE TO
                               DL100-RTE-RATE (DL100-RATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-RATE-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1500-LOAD-RATES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1600-LOAD-HELD - EVERY HELDTRNS ITEM WITH AN AMOUNT, ON   *
      *                  THE FIRST FORECAST DAY ON OR AFTER ITS   *
      *                  EFFECTIVE DATE; A TRANSFER IS ITS DEBIT  *
      *                  AND CREDIT LEGS, AS CPYRPL4C POSTS IT    *
      *----------------------------------------------------------*
       1600-LOAD-HELD.
           MOVE ZERO TO DL100-CCY-COUNT
           OPEN INPUT HELD-TRANS-FILE
           IF DL100-HELD-NOT-FOUND
               GO TO 1600-LOAD-HELD-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ HELD-TRANS-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1650-TAKE-ONE-HELD
                           THRU 1650-TAKE-ONE-HELD-EXIT
               END-READ
           END-PERFORM
           CLOSE HELD-TRANS-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1600-LOAD-HELD-EXIT.
           EXIT.
      *
       1650-TAKE-ONE-HELD.
           IF HTR-AMOUNT NOT NUMERIC
               OR HTR-AMOUNT = ZERO
               OR HTR-CURRENCY-CODE = SPACE
               OR HTR-EFFECTIVE-DATE NOT NUMERIC
               GO TO 1650-TAKE-ONE-HELD-EXIT
           END-IF
           MOVE ZERO TO DL100-LEG-DAY
           PERFORM 1670-MATCH-DAY THRU 1670-MATCH-DAY-EXIT
               VARYING DL100-DAY-IDX FROM 1 BY 1
               UNTIL DL100-LEG-DAY > 0
               OR DL100-DAY-IDX > DL100-DAY-COUNT
           IF DL100-LEG-DAY = 0
               ADD 1 TO DL100-HELD-BEYOND-COUNT
               GO TO 1650-TAKE-ONE-HELD-EXIT
           END-IF
           ADD 1 TO DL100-HELD-IN-COUNT
           MOVE HTR-CURRENCY-CODE TO DL100-CHK-CURRENCY
           IF HTR-COUNTER-ENTITY-ID = SPACE
               MOVE HTR-ENTITY-ID TO DL100-LEG-ENTITY-ID
               MOVE HTR-AMOUNT TO DL100-LEG-AMOUNT
               PERFORM 1660-STORE-LEG THRU 1660-STORE-LEG-EXIT
           ELSE
               MOVE HTR-ENTITY-ID TO DL100-LEG-ENTITY-ID
               COMPUTE DL100-LEG-AMOUNT = 0 - HTR-AMOUNT
               PERFORM 1660-STORE-LEG THRU 1660-STORE-LEG-EXIT
               MOVE HTR-COUNTER-ENTITY-ID TO DL100-LEG-ENTITY-ID
               MOVE HTR-AMOUNT TO DL100-LEG-AMOUNT
               PERFORM 1660-STORE-LEG THRU 1660-STORE-LEG-EXIT
           END-IF.
       1650-TAKE-ONE-HELD-EXIT.
           EXIT.
      *
       1660-STORE-LEG.
           IF DL100-LEG-COUNT >= 5000
               DISPLAY "MORE THAN 5000 HELD LEGS IN THE WINDOW - "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-LEG-COUNT
           MOVE DL100-LEG-ENTITY-ID TO
               DL100-LEG-ENTITY (DL100-LEG-COUNT)
           MOVE DL100-CHK-CURRENCY TO
               DL100-LEG-CURRENCY (DL100-LEG-COUNT)
           MOVE DL100-LEG-DAY TO DL100-LEG-DAY-NO (DL100-LEG-COUNT)
           MOVE DL100-LEG-AMOUNT TO DL100-LEG-VALUE (DL100-LEG-COUNT)
           MOVE 'N' TO DL100-LEG-TAKEN-SW (DL100-LEG-COUNT)
           PERFORM 2900-FIND-CURRENCY THRU 2900-FIND-CURRENCY-EXIT
           ADD DL100-LEG-AMOUNT TO
               DL100-CCY-HELD (DL100-CCY-IDX, DL100-LEG-DAY).
       1660-STORE-LEG-EXIT.
           EXIT.
      *
       1670-MATCH-DAY.
           IF DL100-DAY-DATE (DL100-DAY-IDX) >= HTR-EFFECTIVE-DATE
               MOVE DL100-DAY-IDX TO DL100-LEG-DAY
           END-IF.
       1670-MATCH-DAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-PROJECT-ENTITY - EVERY BALANCE OF ONE MASTER RECORD: *
      *                       HOME, THEN THE IN-RECORD CURR-BAL   *
      *                       TABLE, THEN ITS CURRBOV ROWS. ONLY  *
      *                       THE HOME BALANCE OF AN ACTIVE,      *
      *                       RATED ENTITY ACCRUES                *
      *----------------------------------------------------------*
       2000-PROJECT-ENTITY.
           ADD 1 TO DL100-ENTITY-COUNT
           MOVE XXXENTM-ENTITY-ID TO DL100-WANTED-ID
           PERFORM 2700-RESOLVE-FLOOR THRU 2700-RESOLVE-FLOOR-EXIT
           MOVE 'N' TO DL100-RATE-FOUND-SW
           IF XXXENTM-STATUS-ACTIVE
               PERFORM 2800-FIND-RATE THRU 2800-FIND-RATE-EXIT
                   VARYING DL100-RATE-IDX FROM 1 BY 1
                   UNTIL DL100-RATE-FOUND-YES
                   OR DL100-RATE-IDX > DL100-RATE-COUNT
           END-IF
           MOVE 'N' TO DL100-CHK-NEW-SW
           MOVE XXXENTM-ENTITY-ID TO DL100-CHK-ENTITY-ID
           MOVE XXXENTM-HOME-CURRENCY TO DL100-CHK-CURRENCY
           MOVE XXXENTM-BALANCE TO DL100-CHK-AMOUNT
           MOVE DL100-RATE-FOUND-SW TO DL100-CHK-ACCRUE-SW
           PERFORM 2500-PROJECT-BALANCE THRU 2500-PROJECT-BALANCE-EXIT
           MOVE 'N' TO DL100-CHK-ACCRUE-SW
           PERFORM 2100-PROJECT-CURR-BAL
               THRU 2100-PROJECT-CURR-BAL-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > XXXENTM-CURR-BAL-COUNT
           IF DL100-OVERFLOW-PRESENT-YES
               PERFORM 2200-PROJECT-OVERFLOW
                   THRU 2200-PROJECT-OVERFLOW-EXIT
           END-IF.
       2000-PROJECT-ENTITY-EXIT.
           EXIT.
      *
       2100-PROJECT-CURR-BAL.
           MOVE XXXENTM-CURR-CODE (DL100-CURR-IDX) TO
               DL100-CHK-CURRENCY
           MOVE XXXENTM-CURR-AMOUNT (DL100-CURR-IDX) TO
               DL100-CHK-AMOUNT
           PERFORM 2500-PROJECT-BALANCE THRU 2500-PROJECT-BALANCE-EXIT.
       2100-PROJECT-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-PROJECT-OVERFLOW - THE ENTITY'S CURRBOV ROWS, READ   *
      *                         KEYED FROM THE OVERFLOW FILE      *
      *----------------------------------------------------------*
       2200-PROJECT-OVERFLOW.
           MOVE XXXENTM-ENTITY-ID TO OVB-ENTITY-ID
           MOVE LOW-VALUES TO OVB-CURRENCY-CODE
           START CURRENCY-OVERFLOW-FILE KEY >= OVB-KEY
               INVALID KEY
                   GO TO 2200-PROJECT-OVERFLOW-EXIT
           END-START
           PERFORM 2250-PROJECT-ONE-OVERFLOW
               THRU 2250-PROJECT-ONE-OVERFLOW-EXIT
               UNTIL NOT DL100-OVERFLOW-OK
           MOVE "00" TO DL100-OVERFLOW-STATUS.
       2200-PROJECT-OVERFLOW-EXIT.
           EXIT.
      *
       2250-PROJECT-ONE-OVERFLOW.
           READ CURRENCY-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO DL100-OVERFLOW-STATUS
                   GO TO 2250-PROJECT-ONE-OVERFLOW-EXIT
           END-READ
           IF OVB-ENTITY-ID NOT = XXXENTM-ENTITY-ID
               MOVE "10" TO DL100-OVERFLOW-STATUS
               GO TO 2250-PROJECT-ONE-OVERFLOW-EXIT
           END-IF
           MOVE OVB-CURRENCY-CODE TO DL100-CHK-CURRENCY
           MOVE OVB-AMOUNT TO DL100-CHK-AMOUNT
           PERFORM 2500-PROJECT-BALANCE THRU 2500-PROJECT-BALANCE-EXIT.
       2250-PROJECT-ONE-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2500-PROJECT-BALANCE - ONE BALANCE (ENTITY, CURRENCY AND  *
      *                        TONIGHT'S AMOUNT IN THE DL100-CHK- *
      *                        FIELDS): INTO TONIGHT'S CURRENCY   *
      *                        TOTAL AND AGGREGATE FLOOR, THEN    *
      *                        CARRIED FORWARD DAY BY DAY WITH    *
      *                        ITS HELD LEGS AND ANY ACCRUAL      *
      *----------------------------------------------------------*
       2500-PROJECT-BALANCE.
           ADD 1 TO DL100-BALANCE-COUNT
           PERFORM 2900-FIND-CURRENCY THRU 2900-FIND-CURRENCY-EXIT
           ADD DL100-CHK-AMOUNT TO DL100-CCY-START (DL100-CCY-IDX)
           IF DL100-WORK-FLOOR-ON-YES AND NOT DL100-CHK-NEW-YES
               ADD DL100-WORK-FLOOR TO DL100-CCY-FLOOR (DL100-CCY-IDX)
               MOVE 'Y' TO DL100-CCY-FLOOR-ON-SW (DL100-CCY-IDX)
           END-IF
           PERFORM 2510-CLEAR-DELTA THRU 2510-CLEAR-DELTA-EXIT
               VARYING DL100-DAY-IDX FROM 1 BY 1
               UNTIL DL100-DAY-IDX > 30
           PERFORM 2550-MATCH-LEG THRU 2550-MATCH-LEG-EXIT
               VARYING DL100-SCAN-IDX FROM 1 BY 1
               UNTIL DL100-SCAN-IDX > DL100-LEG-COUNT
           MOVE DL100-CHK-AMOUNT TO DL100-PROJ-BALANCE
           MOVE 'N' TO DL100-CHK-BREACHED-SW
           PERFORM 2600-PROJECT-ONE-DAY THRU 2600-PROJECT-ONE-DAY-EXIT
               VARYING DL100-DAY-IDX FROM 1 BY 1
               UNTIL DL100-DAY-IDX > DL100-DAY-COUNT.
       2500-PROJECT-BALANCE-EXIT.
           EXIT.
      *
       2510-CLEAR-DELTA.
           MOVE ZERO TO DL100-BAL-DELTA (DL100-DAY-IDX).
       2510-CLEAR-DELTA-EXIT.
           EXIT.
      *
       2550-MATCH-LEG.
           IF DL100-LEG-ENTITY (DL100-SCAN-IDX) = DL100-CHK-ENTITY-ID
               AND DL100-LEG-CURRENCY (DL100-SCAN-IDX) =
                   DL100-CHK-CURRENCY
               AND DL100-LEG-TAKEN-SW (DL100-SCAN-IDX) = 'N'
               ADD DL100-LEG-VALUE (DL100-SCAN-IDX) TO
                   DL100-BAL-DELTA (DL100-LEG-DAY-NO (DL100-SCAN-IDX))
               MOVE 'Y' TO DL100-LEG-TAKEN-SW (DL100-SCAN-IDX)
           END-IF.
       2550-MATCH-LEG-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2600-PROJECT-ONE-DAY - THE DAY'S HELD MOVEMENT, THEN ON A *
      *                        MONTH'S FIRST DAY THE ESTIMATED    *
      *                        ACCRUAL ON THE BALANCE PROJECTED   *
      *                        THAT FAR - THE FEE CHARGED AND THE *
      *                        INTEREST ROUNDED, AS DL100ACR      *
      *                        COMPUTES THEM. BELOW THE FLOOR IS  *
      *                        COUNTED FOR THE DAY AND, THE FIRST *
      *                        TIME, KEPT FOR THE BREACH LIST     *
      *----------------------------------------------------------*
       2600-PROJECT-ONE-DAY.
           ADD DL100-BAL-DELTA (DL100-DAY-IDX) TO DL100-PROJ-BALANCE
           IF DL100-CHK-ACCRUE-YES
               AND DL100-DAY-ACCRUAL-SW (DL100-DAY-IDX) = 'Y'
               COMPUTE DL100-WORK-INTEREST ROUNDED =
                   DL100-PROJ-BALANCE * DL100-WORK-RATE
               COMPUTE DL100-WORK-ACCRUAL =
                   DL100-WORK-INTEREST - DL100-WORK-FEE
               ADD DL100-WORK-ACCRUAL TO DL100-PROJ-BALANCE
               ADD DL100-WORK-ACCRUAL TO
                   DL100-CCY-ACCRUAL (DL100-CCY-IDX, DL100-DAY-IDX)
           END-IF
           IF NOT DL100-WORK-FLOOR-ON-YES
               OR DL100-PROJ-BALANCE NOT < DL100-WORK-FLOOR
               GO TO 2600-PROJECT-ONE-DAY-EXIT
           END-IF
           ADD 1 TO DL100-CCY-BELOW (DL100-CCY-IDX, DL100-DAY-IDX)
           IF DL100-CHK-BREACHED-YES
               GO TO 2600-PROJECT-ONE-DAY-EXIT
           END-IF
           MOVE 'Y' TO DL100-CHK-BREACHED-SW
           IF DL100-BRK-COUNT >= 2000
               DISPLAY "MORE THAN 2000 BALANCES PROJECTED THROUGH "
                   "THEIR FLOOR - TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-BRK-COUNT
           MOVE DL100-CHK-ENTITY-ID TO
               DL100-BRK-ENTITY (DL100-BRK-COUNT)
           MOVE DL100-CHK-CURRENCY TO
               DL100-BRK-CURRENCY (DL100-BRK-COUNT)
           MOVE DL100-CHK-AMOUNT TO DL100-BRK-TONIGHT (DL100-BRK-COUNT)
           MOVE DL100-WORK-FLOOR TO DL100-BRK-FLOOR (DL100-BRK-COUNT)
           MOVE DL100-DAY-DATE (DL100-DAY-IDX) TO
               DL100-BRK-DATE (DL100-BRK-COUNT)
           MOVE DL100-PROJ-BALANCE TO
               DL100-BRK-PROJECTED (DL100-BRK-COUNT).
       2600-PROJECT-ONE-DAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2700-RESOLVE-FLOOR - THE FLOOR FOR DL100-WANTED-ID: ITS   *
      *                      OWN ENTLIMIT ROW WHEN IT HAS ONE,    *
      *                      ELSE THE *DEFAULT ROW, ELSE NONE -   *
      *                      THE CPYRPL4C 3630-RESOLVE-LIMIT RULE *
      *----------------------------------------------------------*
       2700-RESOLVE-FLOOR.
           MOVE 'N' TO DL100-LIMIT-FOUND-SW
           MOVE 'N' TO DL100-WORK-FLOOR-ON-SW
           MOVE ZERO TO DL100-WORK-FLOOR
           PERFORM 2750-MATCH-LIMIT THRU 2750-MATCH-LIMIT-EXIT
               VARYING DL100-LIMIT-IDX FROM 1 BY 1
               UNTIL DL100-LIMIT-FOUND-YES
               OR DL100-LIMIT-IDX > DL100-LIMIT-COUNT
           IF DL100-LIMIT-FOUND-YES
               GO TO 2700-RESOLVE-FLOOR-EXIT
           END-IF
           MOVE "*DEFAULT" TO DL100-WANTED-ID
           PERFORM 2750-MATCH-LIMIT THRU 2750-MATCH-LIMIT-EXIT
               VARYING DL100-LIMIT-IDX FROM 1 BY 1
               UNTIL DL100-LIMIT-FOUND-YES
               OR DL100-LIMIT-IDX > DL100-LIMIT-COUNT.
       2700-RESOLVE-FLOOR-EXIT.
           EXIT.
      *
       2750-MATCH-LIMIT.
           IF DL100-LMT-ID (DL100-LIMIT-IDX) = DL100-WANTED-ID
               MOVE DL100-LMT-FLOOR (DL100-LIMIT-IDX) TO
                   DL100-WORK-FLOOR
               MOVE DL100-LMT-FLOOR-ON-SW (DL100-LIMIT-IDX) TO
                   DL100-WORK-FLOOR-ON-SW
               MOVE 'Y' TO DL100-LIMIT-FOUND-SW
           END-IF.
       2750-MATCH-LIMIT-EXIT.
           EXIT.
      *
       2800-FIND-RATE.
           IF DL100-RTE-CURRENCY (DL100-RATE-IDX) =
                   XXXENTM-HOME-CURRENCY
               MOVE DL100-RTE-FEE (DL100-RATE-IDX) TO DL100-WORK-FEE
               MOVE DL100-RTE-RATE (DL100-RATE-IDX) TO
                   DL100-WORK-RATE
               MOVE 'Y' TO DL100-RATE-FOUND-SW
           END-IF.
       2800-FIND-RATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2900-FIND-CURRENCY - THE CURRENCY TABLE SLOT FOR DL100-   *
      *                      CHK-CURRENCY, OPENED EMPTY THE FIRST *
      *                      TIME THE CURRENCY IS SEEN. MORE      *
      *                      CURRENCIES THAN THE TABLE HOLDS      *
      *                      ABORTS RATHER THAN FORECAST A BOOK   *
      *                      WITH ONE MISSING                     *
      *----------------------------------------------------------*
       2900-FIND-CURRENCY.
           MOVE 'N' TO DL100-CCY-FOUND-SW
           PERFORM 2950-MATCH-CURRENCY THRU 2950-MATCH-CURRENCY-EXIT
               VARYING DL100-CCY-IDX FROM 1 BY 1
               UNTIL DL100-CCY-FOUND-YES
               OR DL100-CCY-IDX > DL100-CCY-COUNT
           IF DL100-CCY-FOUND-YES
               SUBTRACT 1 FROM DL100-CCY-IDX
               GO TO 2900-FIND-CURRENCY-EXIT
           END-IF
           IF DL100-CCY-COUNT >= 20
               DISPLAY "MORE THAN 20 CURRENCIES - CURRENCY TABLE "
                   "FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-CCY-COUNT
           MOVE DL100-CCY-COUNT TO DL100-CCY-IDX
           INITIALIZE DL100-CCY-ENTRY (DL100-CCY-IDX)
           MOVE DL100-CHK-CURRENCY TO DL100-CCY-CODE (DL100-CCY-IDX)
           MOVE 'N' TO DL100-CCY-FLOOR-ON-SW (DL100-CCY-IDX).
       2900-FIND-CURRENCY-EXIT.
           EXIT.
      *
       2950-MATCH-CURRENCY.
           IF DL100-CCY-CODE (DL100-CCY-IDX) = DL100-CHK-CURRENCY
               MOVE 'Y' TO DL100-CCY-FOUND-SW
           END-IF.
       2950-MATCH-CURRENCY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-PROJECT-NEW-BALANCE - A HELD LEG NO MASTER BALANCE   *
      *                            TOOK OPENS A NEW ONE: ITS      *
      *                            ENTITY AND CURRENCY ARE        *
      *                            PROJECTED FROM ZERO AGAINST    *
      *                            THE ENTITY'S FLOOR, OUTSIDE    *
      *                            THE AGGREGATE FLOOR            *
      *----------------------------------------------------------*
       3000-PROJECT-NEW-BALANCE.
           IF DL100-LEG-TAKEN-SW (DL100-LEG-IDX) = 'Y'
               GO TO 3000-PROJECT-NEW-BALANCE-EXIT
           END-IF
           MOVE DL100-LEG-ENTITY (DL100-LEG-IDX) TO DL100-WANTED-ID
           PERFORM 2700-RESOLVE-FLOOR THRU 2700-RESOLVE-FLOOR-EXIT
           MOVE 'Y' TO DL100-CHK-NEW-SW
           MOVE 'N' TO DL100-CHK-ACCRUE-SW
           MOVE DL100-LEG-ENTITY (DL100-LEG-IDX) TO DL100-CHK-ENTITY-ID
           MOVE DL100-LEG-CURRENCY (DL100-LEG-IDX) TO
               DL100-CHK-CURRENCY
           MOVE ZERO TO DL100-CHK-AMOUNT
           PERFORM 2500-PROJECT-BALANCE THRU 2500-PROJECT-BALANCE-EXIT.
       3000-PROJECT-NEW-BALANCE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-PRINT-CURRENCY - ONE CURRENCY: TONIGHT'S TOTAL AND   *
      *                       AGGREGATE FLOOR, THEN A LINE PER    *
      *                       FORECAST DAY                        *
      *----------------------------------------------------------*
       4000-PRINT-CURRENCY.
           MOVE SPACE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE DL100-CCY-CODE (DL100-CCY-IDX) TO FCF-CUR-CODE
           MOVE DL100-CCY-START (DL100-CCY-IDX) TO FCF-CUR-START
           IF DL100-CCY-FLOOR-ON-SW (DL100-CCY-IDX) = 'Y'
               MOVE DL100-CCY-FLOOR (DL100-CCY-IDX) TO FCF-CUR-FLOOR
           ELSE
               MOVE "             NONE" TO FCF-CUR-FLOOR-X
           END-IF
           MOVE FCF-CURRENCY-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE SPACE TO FORECAST-REPORT-LINE
           MOVE FCF-DAY-COLUMNS TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE DL100-CCY-START (DL100-CCY-IDX) TO DL100-RUN-TOTAL
           PERFORM 4100-PRINT-DAY THRU 4100-PRINT-DAY-EXIT
               VARYING DL100-DAY-IDX FROM 1 BY 1
               UNTIL DL100-DAY-IDX > DL100-DAY-COUNT.
       4000-PRINT-CURRENCY-EXIT.
           EXIT.
      *
       4100-PRINT-DAY.
           ADD DL100-CCY-HELD (DL100-CCY-IDX, DL100-DAY-IDX)
               DL100-CCY-ACCRUAL (DL100-CCY-IDX, DL100-DAY-IDX)
               TO DL100-RUN-TOTAL
           MOVE DL100-DAY-IDX TO FCF-DAY-NO
           MOVE DL100-DAY-DATE (DL100-DAY-IDX) TO FCF-DAY-DATE
           MOVE DL100-CCY-HELD (DL100-CCY-IDX, DL100-DAY-IDX) TO
               FCF-DAY-HELD
           MOVE DL100-CCY-ACCRUAL (DL100-CCY-IDX, DL100-DAY-IDX) TO
               FCF-DAY-ACCRUAL
           MOVE DL100-RUN-TOTAL TO FCF-DAY-PROJECTED
           MOVE DL100-CCY-BELOW (DL100-CCY-IDX, DL100-DAY-IDX) TO
               FCF-DAY-BELOW
           MOVE SPACE TO FCF-DAY-FLAG
           IF DL100-CCY-FLOOR-ON-SW (DL100-CCY-IDX) = 'Y'
               AND DL100-RUN-TOTAL < DL100-CCY-FLOOR (DL100-CCY-IDX)
               MOVE "** TOTAL BELOW FLOOR" TO FCF-DAY-FLAG
               ADD 1 TO DL100-CCY-BELOW-COUNT
           END-IF
           MOVE SPACE TO FORECAST-REPORT-LINE
           MOVE FCF-DAY-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
       4100-PRINT-DAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4500-PRINT-BREACHES - EVERY ENTITY BALANCE PROJECTED      *
      *                       THROUGH ITS OWN FLOOR, WITH THE     *
      *                       FIRST FORECAST DAY IT IS BELOW      *
      *----------------------------------------------------------*
       4500-PRINT-BREACHES.
           MOVE SPACE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE "ENTITY BALANCES PROJECTED BELOW THEIR ENTLIMIT FLOOR"
               TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           IF DL100-BRK-COUNT = 0
               MOVE "  NONE" TO FORECAST-REPORT-LINE
               WRITE FORECAST-REPORT-LINE
               GO TO 4500-PRINT-BREACHES-EXIT
           END-IF
           MOVE SPACE TO FORECAST-REPORT-LINE
           MOVE FCF-BREACH-COLUMNS TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           PERFORM 4600-PRINT-ONE-BREACH
               THRU 4600-PRINT-ONE-BREACH-EXIT
               VARYING DL100-BRK-IDX FROM 1 BY 1
               UNTIL DL100-BRK-IDX > DL100-BRK-COUNT.
       4500-PRINT-BREACHES-EXIT.
           EXIT.
      *
       4600-PRINT-ONE-BREACH.
           MOVE DL100-BRK-ENTITY (DL100-BRK-IDX) TO FCF-BRK-ENTITY
           MOVE DL100-BRK-CURRENCY (DL100-BRK-IDX) TO FCF-BRK-CURRENCY
           MOVE DL100-BRK-TONIGHT (DL100-BRK-IDX) TO FCF-BRK-TONIGHT
           MOVE DL100-BRK-FLOOR (DL100-BRK-IDX) TO FCF-BRK-FLOOR
           MOVE DL100-BRK-DATE (DL100-BRK-IDX) TO FCF-BRK-DATE
           MOVE DL100-BRK-PROJECTED (DL100-BRK-IDX) TO
               FCF-BRK-PROJECTED
           MOVE SPACE TO FORECAST-REPORT-LINE
           MOVE FCF-BREACH-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
       4600-PRINT-ONE-BREACH-EXIT.
           EXIT.
      *
       5000-PRINT-COUNTS.
           MOVE SPACE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE
           MOVE "ENTITIES SWEPT" TO FCF-CNT-LABEL
           MOVE DL100-ENTITY-COUNT TO FCF-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "BALANCES PROJECTED" TO FCF-CNT-LABEL
           MOVE DL100-BALANCE-COUNT TO FCF-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "HELD ITEMS IN THE WINDOW" TO FCF-CNT-LABEL
           MOVE DL100-HELD-IN-COUNT TO FCF-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "HELD ITEMS DATED PAST THE WINDOW" TO FCF-CNT-LABEL
           MOVE DL100-HELD-BEYOND-COUNT TO FCF-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "CURRENCY DAYS BELOW AGGREGATE FLOOR" TO FCF-CNT-LABEL
           MOVE DL100-CCY-BELOW-COUNT TO FCF-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "ENTITY BALANCES BREACHING FLOOR" TO FCF-CNT-LABEL
           MOVE DL100-BRK-COUNT TO FCF-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT.
       5000-PRINT-COUNTS-EXIT.
           EXIT.
      *
       5100-PRINT-COUNT-LINE.
           MOVE SPACE TO FORECAST-REPORT-LINE
           MOVE FCF-COUNT-LINE TO FORECAST-REPORT-LINE
           WRITE FORECAST-REPORT-LINE.
       5100-PRINT-COUNT-LINE-EXIT.
           EXIT.
       END PROGRAM DL100FCF.
