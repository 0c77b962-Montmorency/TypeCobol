      *               requires level 1) - the tools that can change
      *               the book no longer have weaker sign-on than
      *               the tool that picks an action code.
      *   2026-10-14  The earmarks in force on EARMARK (status A,
      *               expiry date not passed on the BUSDATE business
      *               date) are listed for an active entity, and
      *               every balance with an amount earmarked in its
      *               currency is followed by the AVAILABLE balance -
      *               the balance less the earmarks in force.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVB-KEY
               FILE STATUS IS DL100-OVERFLOW-STATUS.
           SELECT EARMARK-FILE ASSIGN TO "EARMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-EARMARK-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  EARMARK-FILE.
       01  EARMARK-RECORD.
           COPY EARMARK.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID              PIC X(08).
           88  DL100-OVERFLOW-OPEN-NOT-FOUND     VALUE "35".
       77  DL100-OVB-EOF-SW                  PIC X(01) VALUE 'N'.
           88  DL100-OVB-EOF-YES                 VALUE 'Y'.
       77  DL100-TODAY                       PIC 9(08) VALUE ZERO.
       77  DL100-BUSDATE-STATUS              PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND           VALUE "35".
       77  DL100-EARMARK-STATUS              PIC X(02) VALUE "00".
           88  DL100-EARMARK-NOT-FOUND           VALUE "35".
       77  DL100-EMK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  DL100-EMK-EOF-YES                 VALUE 'Y'.
       77  DL100-EMK-COUNT                   PIC 9(03) COMP VALUE ZERO.
       77  DL100-EMK-OVERFLOW-COUNT          PIC 9(03) COMP VALUE ZERO.
       77  DL100-EMK-IDX                     PIC 9(03) COMP.
       77  DL100-EMK-CURRENCY                PIC X(03) VALUE SPACE.
       77  DL100-EMK-TOTAL                   PIC 9(13)V99 VALUE ZERO.
       77  DL100-EMK-BALANCE                 PIC S9(13)V99 VALUE ZERO.
       77  DL100-AVAILABLE-OUT               PIC -(13)9.99.
      *
      *  THE KEYED ENTITY'S EARMARKS IN FORCE ON THE BUSINESS DATE
      *
       01  DL100-EARMARK-TABLE.
           05  DL100-EMK-ENTRY              OCCURS 100 TIMES.
               10  DL100-EMK-ID                 PIC 9(06).
               10  DL100-EMK-CURR-CODE          PIC X(03).
               10  DL100-EMK-AMOUNT             PIC 9(11)V99.
               10  DL100-EMK-EXPIRY-DATE        PIC 9(08).
               10  DL100-EMK-REASON             PIC X(30).
      *
      *  NEWEST ARCHIVE RECORD MATCHING THE KEYED ID
      *
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           OPEN INPUT ENTITY-MASTER-FILE
           PERFORM UNTIL NOT DL100-MORE-YES
               PERFORM 2000-GET-ENTITY-ID THRU 2000-GET-ENTITY-ID-EXIT
               DISPLAY "STATUS CODE    = " XXXENTM-STATUS-CODE
               DISPLAY "EFFECTIVE DATE = " XXXENTM-EFFECTIVE-DATE
               DISPLAY "HOME CURRENCY  = " XXXENTM-HOME-CURRENCY
               PERFORM 3300-LOAD-EARMARKS
                   THRU 3300-LOAD-EARMARKS-EXIT
               DISPLAY "BALANCE        = " XXXENTM-BALANCE
               MOVE XXXENTM-HOME-CURRENCY TO DL100-EMK-CURRENCY
               MOVE XXXENTM-BALANCE TO DL100-EMK-BALANCE
               PERFORM 3350-DISPLAY-AVAILABLE
                   THRU 3350-DISPLAY-AVAILABLE-EXIT
               PERFORM 3100-DISPLAY-CURR-BAL
                   THRU 3100-DISPLAY-CURR-BAL-EXIT
                   VARYING DL100-CURR-IDX FROM 1 BY 1
                   UNTIL DL100-CURR-IDX > XXXENTM-CURR-BAL-COUNT
               PERFORM 3200-DISPLAY-OVERFLOW
                   THRU 3200-DISPLAY-OVERFLOW-EXIT
               PERFORM 3400-DISPLAY-EARMARKS
                   THRU 3400-DISPLAY-EARMARKS-EXIT
           END-IF.
       3000-DISPLAY-ENTITY-EXIT.
           EXIT.
                           DISPLAY "  " OVB-CURRENCY-CODE
                               " BALANCE = " OVB-AMOUNT
                               "  (OVERFLOW)"
                           MOVE OVB-CURRENCY-CODE TO
                               DL100-EMK-CURRENCY
                           MOVE OVB-AMOUNT TO DL100-EMK-BALANCE
                           PERFORM 3350-DISPLAY-AVAILABLE
                               THRU 3350-DISPLAY-AVAILABLE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-LOAD-EARMARKS - THE KEYED ENTITY'S EARMARKS IN FORCE *
      *                      ON THE BUSINESS DATE: STATUS A AND   *
      *                      NO EXPIRY DATE, OR ONE NOT YET       *
      *                      PASSED. NO EARMARK FILE JUST MEANS   *
      *                      NOTHING IS EARMARKED                 *
      *----------------------------------------------------------*
       3300-LOAD-EARMARKS.
           MOVE ZERO TO DL100-EMK-COUNT
           MOVE ZERO TO DL100-EMK-OVERFLOW-COUNT
           OPEN INPUT EARMARK-FILE
           IF DL100-EARMARK-NOT-FOUND
               GO TO 3300-LOAD-EARMARKS-EXIT
           END-IF
           MOVE 'N' TO DL100-EMK-EOF-SW
           PERFORM UNTIL DL100-EMK-EOF-YES
               READ EARMARK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EMK-EOF-SW
                   NOT AT END
                       IF EMK-ENTITY-ID = DL100-INQUIRY-ID
                           PERFORM 3310-STORE-EARMARK
                               THRU 3310-STORE-EARMARK-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EARMARK-FILE.
       3300-LOAD-EARMARKS-EXIT.
           EXIT.
      *
       3310-STORE-EARMARK.
           IF NOT EMK-STATUS-ACTIVE
               OR EMK-AMOUNT NOT NUMERIC
               GO TO 3310-STORE-EARMARK-EXIT
           END-IF
           IF EMK-EXPIRY-DATE NUMERIC
               AND EMK-EXPIRY-DATE NOT = ZERO
               AND EMK-EXPIRY-DATE < DL100-TODAY
               GO TO 3310-STORE-EARMARK-EXIT
           END-IF
           IF DL100-EMK-COUNT >= 100
               ADD 1 TO DL100-EMK-OVERFLOW-COUNT
               GO TO 3310-STORE-EARMARK-EXIT
           END-IF
           ADD 1 TO DL100-EMK-COUNT
           MOVE EMK-EARMARK-ID TO DL100-EMK-ID (DL100-EMK-COUNT)
           MOVE EMK-CURRENCY-CODE TO
               DL100-EMK-CURR-CODE (DL100-EMK-COUNT)
           MOVE EMK-AMOUNT TO DL100-EMK-AMOUNT (DL100-EMK-COUNT)
           MOVE EMK-EXPIRY-DATE TO
               DL100-EMK-EXPIRY-DATE (DL100-EMK-COUNT)
           MOVE EMK-REASON TO DL100-EMK-REASON (DL100-EMK-COUNT).
       3310-STORE-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3350-DISPLAY-AVAILABLE - THE BALANCE JUST DISPLAYED LESS  *
      *                          THE EARMARKS IN FORCE IN ITS     *
      *                          CURRENCY, SHOWN ONLY WHEN        *
      *                          SOMETHING IS EARMARKED           *
      *----------------------------------------------------------*
       3350-DISPLAY-AVAILABLE.
           MOVE ZERO TO DL100-EMK-TOTAL
           PERFORM 3360-ADD-EARMARKED THRU 3360-ADD-EARMARKED-EXIT
               VARYING DL100-EMK-IDX FROM 1 BY 1
               UNTIL DL100-EMK-IDX > DL100-EMK-COUNT
           IF DL100-EMK-TOTAL = ZERO
               GO TO 3350-DISPLAY-AVAILABLE-EXIT
           END-IF
           COMPUTE DL100-AVAILABLE-OUT =
               DL100-EMK-BALANCE - DL100-EMK-TOTAL
           DISPLAY "  " DL100-EMK-CURRENCY " AVAILABLE = "
               DL100-AVAILABLE-OUT "  (EARMARKED " DL100-EMK-TOTAL
               ")".
       3350-DISPLAY-AVAILABLE-EXIT.
           EXIT.
      *
       3360-ADD-EARMARKED.
           IF DL100-EMK-CURR-CODE (DL100-EMK-IDX) = DL100-EMK-CURRENCY
               ADD DL100-EMK-AMOUNT (DL100-EMK-IDX) TO DL100-EMK-TOTAL
           END-IF.
       3360-ADD-EARMARKED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3400-DISPLAY-EARMARKS - LIST THE EARMARKS IN FORCE, WITH  *
      *                         A WARNING WHEN THERE ARE MORE     *
      *                         THAN THE TABLE HOLDS (THE         *
      *                         AVAILABLE BALANCES ABOVE THEN     *
      *                         OVERSTATE WHAT IS FREE)           *
      *----------------------------------------------------------*
       3400-DISPLAY-EARMARKS.
           IF DL100-EMK-COUNT = ZERO
               GO TO 3400-DISPLAY-EARMARKS-EXIT
           END-IF
           DISPLAY "EARMARKS IN FORCE:"
           PERFORM 3410-DISPLAY-ONE-EARMARK
               THRU 3410-DISPLAY-ONE-EARMARK-EXIT
               VARYING DL100-EMK-IDX FROM 1 BY 1
               UNTIL DL100-EMK-IDX > DL100-EMK-COUNT
           IF DL100-EMK-OVERFLOW-COUNT > 0
               DISPLAY "  " DL100-EMK-OVERFLOW-COUNT
                   " MORE EARMARKS NOT SHOWN OR COUNTED ABOVE"
           END-IF.
       3400-DISPLAY-EARMARKS-EXIT.
           EXIT.
      *
       3410-DISPLAY-ONE-EARMARK.
           IF DL100-EMK-EXPIRY-DATE (DL100-EMK-IDX) = ZERO
               DISPLAY "  " DL100-EMK-ID (DL100-EMK-IDX) " "
                   DL100-EMK-CURR-CODE (DL100-EMK-IDX) " "
                   DL100-EMK-AMOUNT (DL100-EMK-IDX)
                   " NO EXPIRY " DL100-EMK-REASON (DL100-EMK-IDX)
           ELSE
               DISPLAY "  " DL100-EMK-ID (DL100-EMK-IDX) " "
                   DL100-EMK-CURR-CODE (DL100-EMK-IDX) " "
                   DL100-EMK-AMOUNT (DL100-EMK-IDX)
                   " TO " DL100-EMK-EXPIRY-DATE (DL100-EMK-IDX)
                   " " DL100-EMK-REASON (DL100-EMK-IDX)
           END-IF.
       3410-DISPLAY-ONE-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1100-GET-BUS-DATE - THE CHAIN'S PROCESSING DATE COMES   *
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
      * 3500-DISPLAY-REFERENCE - SHOW THE KEYED ID'S ENTREF       *
      *                          RECORD, WHEN ONE IS ON FILE;     *
      *                          NO REFERENCE FILE OR NO MATCH    *
      *
       3100-DISPLAY-CURR-BAL.
           DISPLAY "  " XXXENTM-CURR-CODE (DL100-CURR-IDX)
               " BALANCE = " XXXENTM-CURR-AMOUNT (DL100-CURR-IDX)
           MOVE XXXENTM-CURR-CODE (DL100-CURR-IDX) TO
               DL100-EMK-CURRENCY
           MOVE XXXENTM-CURR-AMOUNT (DL100-CURR-IDX) TO
               DL100-EMK-BALANCE
           PERFORM 3350-DISPLAY-AVAILABLE
               THRU 3350-DISPLAY-AVAILABLE-EXIT.
       3100-DISPLAY-CURR-BAL-EXIT.
           EXIT.
      *
