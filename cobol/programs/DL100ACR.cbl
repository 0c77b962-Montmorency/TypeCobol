      *   currency has an ACRRATES parameter entry, generates the  *
      *   monthly maintenance fee (charged, so written negative)   *
      *   and interest on XXXENTM-BALANCE at the home currency's   *
      *   rate - as ordinary ENTTRANS records with no serial       *
      *   (DL100EDT assigns one), so they flow through the normal  *
      *   edit, posting, holds and extract like any hand-keyed     *
      *   transaction. They are dated the first day of the new     *
      *   month, or the next PROCCAL business date when that is    *
      *   later - never inside the month DL100MEC is closing,      *
      *   which DL100EDT would hold back for prior-period          *
      *   authorization. An active entity whose home currency has  *
      *   no rate entry is counted and skipped, not defaulted.     *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               records born inside the chain, so the new
      *               per-source edit counts and exception pages do
      *               not lump accruals in with an upstream feed.
      *   2026-10-14  The fee transaction carries type FE and the
      *               interest transaction type IN, so the postings
      *               can be told apart from other LCL records on
      *               ENTHIST by the year-end tax summary.
      *   2026-10-14  Fee and interest are dated the first day of
      *               the new month, or the next PROCCAL business
      *               date when that is later, instead of the day
      *               after the business date: a month-end falling
      *               short of the calendar month's last day dated
      *               them inside the month just closed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PROCCAL-STATUS.
           SELECT ACCRUAL-TOTALS-FILE ASSIGN TO "ACRTOTS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.
       FD  ACCRUAL-TOTALS-FILE.
       01  ACCRUAL-TOTALS-RECORD.
           05  ACT-RUN-DATE                 PIC 9(08).
           88  DL100-TRANS-NOT-FOUND            VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-PROCCAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-PROCCAL-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-NEXT-CYCLE-DATE            PIC 9(08) VALUE ZERO.
       77  DL100-DATE-INTEGER               PIC S9(07) COMP
                                             VALUE ZERO.
       77  DL100-NEXT-BUS-DATE              PIC 9(08) VALUE ZERO.
       77  DL100-MONTH-START-DATE           PIC 9(08) VALUE ZERO.
       77  DL100-DATE-YEAR                  PIC 9(04).
       77  DL100-DATE-MONTH                 PIC 9(02).
       77  DL100-RATE-COUNT                 PIC 9(02) COMP VALUE ZERO.
       77  DL100-RATE-IDX                   PIC 9(02) COMP.
       77  DL100-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-CYCLE-DATE THRU 1200-GET-CYCLE-DATE-EXIT
           PERFORM 1000-LOAD-RATES THRU 1000-LOAD-RATES-EXIT
           IF DL100-RATE-COUNT = 0
               DISPLAY "NO ACCRUAL RATES ON FILE - NOTHING GENERATED"
           CLOSE BUSINESS-DATE-FILE.
       1100-GET-BUS-DATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1200-GET-CYCLE-DATE - THE EFFECTIVE DATE FOR THE ACCRUALS: *
      *                       THE FIRST DAY OF THE NEW MONTH, OR  *
      *                       THE NEXT PROCCAL BUSINESS DATE WHEN *
      *                       THAT IS LATER. THE NEXT BUSINESS    *
      *                       DATE IS FOUND AS DL100DRV'S DATE    *
      *                       ADVANCE FINDS IT - NO CALENDAR, OR  *
      *                       NONE LEFT ON IT, IS THE NEXT DAY    *
      *----------------------------------------------------------*
       1200-GET-CYCLE-DATE.
           MOVE DL100-TODAY (1:4) TO DL100-DATE-YEAR
           MOVE DL100-TODAY (5:2) TO DL100-DATE-MONTH
           ADD 1 TO DL100-DATE-MONTH
           IF DL100-DATE-MONTH > 12
               MOVE 1 TO DL100-DATE-MONTH
               ADD 1 TO DL100-DATE-YEAR
           END-IF
           COMPUTE DL100-MONTH-START-DATE = DL100-DATE-YEAR * 10000
               + DL100-DATE-MONTH * 100 + 1
           MOVE ZERO TO DL100-NEXT-BUS-DATE
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF NOT DL100-PROCCAL-NOT-FOUND
               PERFORM UNTIL DL100-EOF-YES
                   READ PROCESSING-CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF CAL-DATE > DL100-TODAY
                               AND CAL-BUSINESS-DAY-YES
                               MOVE CAL-DATE TO DL100-NEXT-BUS-DATE
                               MOVE 'Y' TO DL100-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSING-CALENDAR-FILE
               MOVE 'N' TO DL100-EOF-SW
           END-IF
           IF DL100-NEXT-BUS-DATE = ZERO
               COMPUTE DL100-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DL100-TODAY) + 1
               COMPUTE DL100-NEXT-BUS-DATE =
                   FUNCTION DATE-OF-INTEGER (DL100-DATE-INTEGER)
           END-IF
           IF DL100-NEXT-BUS-DATE > DL100-MONTH-START-DATE
               MOVE DL100-NEXT-BUS-DATE TO DL100-NEXT-CYCLE-DATE
           ELSE
               MOVE DL100-MONTH-START-DATE TO DL100-NEXT-CYCLE-DATE
           END-IF
           DISPLAY "ACCRUALS DATED        = " DL100-NEXT-CYCLE-DATE.
       1200-GET-CYCLE-DATE-EXIT.
           EXIT.
      *
       1000-LOAD-RATES.
           OPEN INPUT ACCRUAL-RATE-FILE
           MOVE XXXENTM-HOME-CURRENCY TO ETR-CURRENCY-CODE
           COMPUTE ETR-AMOUNT = 0 - DL100-WORK-FEE
           MOVE ZERO TO ETR-TRANS-SERIAL
           MOVE "FE" TO ETR-TRANS-TYPE
           MOVE "LCL" TO ETR-SOURCE-SYSTEM
           WRITE ENTITY-TRANS-RECORD
           ADD 1 TO DL100-FEE-COUNT
           MOVE XXXENTM-HOME-CURRENCY TO ETR-CURRENCY-CODE
           MOVE DL100-WORK-INTEREST TO ETR-AMOUNT
           MOVE ZERO TO ETR-TRANS-SERIAL
           MOVE "IN" TO ETR-TRANS-TYPE
           MOVE "LCL" TO ETR-SOURCE-SYSTEM
           WRITE ENTITY-TRANS-RECORD
           ADD 1 TO DL100-INTEREST-COUNT
