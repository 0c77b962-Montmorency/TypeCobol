       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100GRP.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100GRP - CONSOLIDATED GROUP POSITION REPORT              *
      *   Builds each customer group from the ENTGROUP parent/     *
      *   child hierarchy and rolls every member's position up to  *
      *   group level: the home balance and every CURR-BAL and    *
      *   CURRBOV foreign balance, converted to the group's        *
      *   reporting currency (the home currency of the entity at   *
      *   the top of the group) at the same rates DL100RVL uses -  *
      *   per pair, the most recent EXCHRATE rate on or before the *
      *   business date. GROUPRPT prints each group top-down, one  *
      *   line per member indented by level, with a subtotal       *
      *   after every member that has members under it and a       *
      *   group total for the top entity. A balance with no rate   *
      *   to the reporting currency is flagged UNRATED (valued at  *
      *   zero) on the member and on every subtotal above it, as   *
      *   DL100RVL does. A member no longer on the master prints   *
      *   with zero balances flagged NOT ON MASTER; entities whose *
      *   parent chain never reaches a top (a loop, or deeper than *
      *   20 levels) are listed separately and not rolled up.      *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-GROUP-FILE ASSIGN TO "ENTGROUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTGROUP-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RATE-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT CURRENCY-OVERFLOW-FILE ASSIGN TO "CURRBOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVB-KEY
               FILE STATUS IS DL100-OVERFLOW-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT GROUP-REPORT-FILE ASSIGN TO "GROUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-GROUP-FILE.
       01  ENTITY-GROUP-RECORD.
           COPY ENTGROUP.
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-RATE-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  XRT-FROM-CURRENCY            PIC X(03).
           05  FILLER                       PIC X(01).
           05  XRT-TO-CURRENCY              PIC X(03).
           05  FILLER                       PIC X(01).
           05  XRT-RATE                     PIC 9(03)V9(06).
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  GROUP-REPORT-FILE.
       01  GROUP-REPORT-LINE                PIC X(120).
       WORKING-STORAGE SECTION.
       77  DL100-ENTGROUP-STATUS            PIC X(02) VALUE "00".
           88  DL100-ENTGROUP-NOT-FOUND         VALUE "35".
       77  DL100-RATE-STATUS                PIC X(02) VALUE "00".
           88  DL100-RATE-NOT-FOUND             VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OK                  VALUE "00".
       77  DL100-OVERFLOW-STATUS            PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-OK                VALUE "00".
           88  DL100-OVERFLOW-OPEN-NOT-FOUND    VALUE "35".
       77  DL100-OVERFLOW-PRESENT-SW        PIC X(01) VALUE 'N'.
           88  DL100-OVERFLOW-PRESENT-YES       VALUE 'Y'.
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-RATE-IDX                   PIC 9(03) COMP.
       77  DL100-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-RATE-FOUND-YES             VALUE 'Y'.
       77  DL100-WORK-RATE                  PIC 9(03)V9(06)
                                             VALUE ZERO.
       77  DL100-LOAD-IDX                   PIC 9(03) COMP.
       77  DL100-LOAD-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-LOAD-FOUND-YES             VALUE 'Y'.
       77  DL100-NODE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-NODE-IDX                   PIC 9(03) COMP.
       77  DL100-FIND-IDX                   PIC 9(03) COMP.
       77  DL100-FOUND-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-WANTED-ID                  PIC X(10) VALUE SPACE.
       77  DL100-MEMBER-IDX                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-UP-IDX                     PIC 9(03) COMP VALUE ZERO.
       77  DL100-CHILD-IDX                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-WALK-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-WALK-LIMIT                 PIC 9(03) COMP VALUE 20.
       77  DL100-NODE-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  DL100-NODE-OVERFLOW-YES          VALUE 'Y'.
       77  DL100-CURR-IDX                   PIC 9(02) COMP.
       77  DL100-GROUP-CURRENCY             PIC X(03) VALUE SPACE.
       77  DL100-CONV-CURRENCY              PIC X(03) VALUE SPACE.
       77  DL100-CONV-AMOUNT                PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-CONV-EQUIV                 PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-STACK-DEPTH                PIC 9(02) COMP VALUE ZERO.
       77  DL100-INDENT                     PIC 9(02) COMP VALUE ZERO.
       77  DL100-GROUP-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DL100-MEMBER-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-UNRATED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-LOOP-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DL100-OFF-MASTER-COUNT           PIC 9(07) COMP VALUE ZERO.
      *
      *  THIS RUN'S EXCHANGE RATES: PER PAIR, THE MOST RECENT
      *  RATE ON OR BEFORE THE BUSINESS DATE (THE DL100RVL RULE)
      *
       01  DL100-RATE-TABLE.
           05  DL100-RATE-ENTRY             OCCURS 200 TIMES.
               10  DL100-RATE-FROM              PIC X(03).
               10  DL100-RATE-TO                PIC X(03).
               10  DL100-RATE-VALUE             PIC 9(03)V9(06).
               10  DL100-RATE-ASOF              PIC 9(08).
      *
      *  EVERY ENTITY NAMED ON ENTGROUP, AS MEMBER OR AS PARENT:
      *  ITS PLACE IN THE HIERARCHY, ITS OWN POSITION IN THE
      *  GROUP'S REPORTING CURRENCY, AND THE ROLLED-UP POSITION
      *  OF ITSELF AND EVERYTHING UNDER IT
      *
       01  DL100-NODE-TABLE.
           05  DL100-NODE-ENTRY             OCCURS 500 TIMES.
               10  DL100-NODE-ID                PIC X(10).
               10  DL100-NODE-PARENT-ID         PIC X(10).
               10  DL100-NODE-PARENT-IDX        PIC 9(03) COMP.
               10  DL100-NODE-TOP-IDX           PIC 9(03) COMP.
               10  DL100-NODE-LEVEL             PIC 9(02) COMP.
               10  DL100-NODE-CHILD-COUNT       PIC 9(03) COMP.
               10  DL100-NODE-LOOP-SW           PIC X(01).
               10  DL100-NODE-MASTER-SW         PIC X(01).
               10  DL100-NODE-UNRATED-SW        PIC X(01).
               10  DL100-NODE-SUB-UNRATED-SW    PIC X(01).
               10  DL100-NODE-HOME-CURRENCY     PIC X(03).
               10  DL100-NODE-HOME-BALANCE      PIC S9(11)V99 COMP-3.
               10  DL100-NODE-HOME-EQUIV        PIC S9(13)V99 COMP-3.
               10  DL100-NODE-FOREIGN-EQUIV     PIC S9(13)V99 COMP-3.
               10  DL100-NODE-SUB-HOME          PIC S9(13)V99 COMP-3.
               10  DL100-NODE-SUB-FOREIGN       PIC S9(13)V99 COMP-3.
      *
      *  THE PATH FROM THE TOP OF THE GROUP BEING PRINTED DOWN TO
      *  THE CURRENT MEMBER, WITH HOW FAR EACH LEVEL'S SEARCH FOR
      *  ITS NEXT MEMBER HAS GOT
      *
       01  DL100-PATH-TABLE.
           05  DL100-PATH-ENTRY             OCCURS 21 TIMES.
               10  DL100-PATH-NODE-IDX          PIC 9(03) COMP.
               10  DL100-PATH-SCAN-IDX          PIC 9(03) COMP.
       01  GRP-HEADING-1.
           05  FILLER                       PIC X(35) VALUE
               "DL100GRP - GROUP POSITION         ".
           05  GRP-HDG-DATE                 PIC 9(08).
       01  GRP-HEADING-2.
           05  FILLER                       PIC X(12) VALUE SPACE.
           05  FILLER                       PIC X(21) VALUE
               "ENTITY               ".
           05  FILLER                       PIC X(20) VALUE
               "CCY  HOME BALANCE   ".
           05  FILLER                       PIC X(18) VALUE
               "     HOME EQUIV   ".
           05  FILLER                       PIC X(18) VALUE
               "  FOREIGN EQUIV   ".
           05  FILLER                       PIC X(18) VALUE
               "       POSITION   ".
       01  GRP-GROUP-LINE.
           05  FILLER                       PIC X(06) VALUE
               "GROUP ".
           05  GRP-GRP-TOP-ID               PIC X(10).
           05  FILLER                       PIC X(22) VALUE
               "  REPORTING CURRENCY  ".
           05  GRP-GRP-CURRENCY             PIC X(03).
       01  GRP-DETAIL-LINE.
           05  FILLER                       PIC X(06) VALUE
               "LEVEL ".
           05  GRP-DET-LEVEL                PIC 9(02).
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  GRP-DET-TREE                 PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-DET-HOME-CURRENCY        PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-DET-HOME-BALANCE         PIC -9(11).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-DET-HOME-EQUIV           PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-DET-FOREIGN-EQUIV        PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-DET-POSITION             PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-DET-FLAG                 PIC X(13) VALUE SPACE.
       01  GRP-SUBTOTAL-LINE.
           05  GRP-SUB-LABEL                PIC X(12).
           05  GRP-SUB-TREE                 PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-SUB-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(17) VALUE SPACE.
           05  GRP-SUB-HOME-EQUIV           PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-SUB-FOREIGN-EQUIV        PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-SUB-POSITION             PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  GRP-SUB-FLAG                 PIC X(13) VALUE SPACE.
       01  GRP-LOOP-LINE.
           05  FILLER                       PIC X(40) VALUE
               "NOT REPORTED - PARENT CHAIN NEVER ENDS: ".
           05  GRP-LOOP-ID                  PIC X(10).
           05  FILLER                       PIC X(10) VALUE
               " PARENT = ".
           05  GRP-LOOP-PARENT-ID           PIC X(10).
       01  GRP-COUNT-LINE.
           05  GRP-CNT-LABEL                PIC X(30).
           05  GRP-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-LOAD-GROUPS THRU 1200-LOAD-GROUPS-EXIT
           IF DL100-NODE-OVERFLOW-YES
               DISPLAY "ENTGROUP NAMES MORE THAN 500 ENTITIES - "
                   "GROUP TOTALS WOULD BE INCOMPLETE, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT GROUP-REPORT-FILE
           MOVE SPACE TO GROUP-REPORT-LINE
           MOVE DL100-TODAY TO GRP-HDG-DATE
           MOVE GRP-HEADING-1 TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           IF DL100-NODE-COUNT = 0
               MOVE SPACE TO GROUP-REPORT-LINE
               MOVE "NO ENTITY GROUPS ON FILE" TO GROUP-REPORT-LINE
               WRITE GROUP-REPORT-LINE
               CLOSE GROUP-REPORT-FILE
               DISPLAY "GROUPS REPORTED   = " DL100-GROUP-COUNT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1000-LOAD-RATES THRU 1000-LOAD-RATES-EXIT
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OK
               DISPLAY "ENTMAST OPEN FAILED - STATUS = "
                   DL100-MASTER-STATUS
               CLOSE GROUP-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CURRENCY-OVERFLOW-FILE
           IF DL100-OVERFLOW-OPEN-NOT-FOUND
               CONTINUE
           ELSE
               MOVE 'Y' TO DL100-OVERFLOW-PRESENT-SW
           END-IF
           PERFORM 1300-LINK-PARENT THRU 1300-LINK-PARENT-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           PERFORM 1400-FIND-TOP THRU 1400-FIND-TOP-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           PERFORM 2000-VALUE-TOP THRU 2000-VALUE-TOP-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           PERFORM 2100-VALUE-MEMBER THRU 2100-VALUE-MEMBER-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           PERFORM 4000-ROLL-UP-MEMBER THRU 4000-ROLL-UP-MEMBER-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           MOVE SPACE TO GROUP-REPORT-LINE
           MOVE GRP-HEADING-2 TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           PERFORM 5000-PRINT-GROUP THRU 5000-PRINT-GROUP-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           PERFORM 6000-PRINT-LOOP-MEMBER
               THRU 6000-PRINT-LOOP-MEMBER-EXIT
               VARYING DL100-NODE-IDX FROM 1 BY 1
               UNTIL DL100-NODE-IDX > DL100-NODE-COUNT
           PERFORM 7000-PRINT-COUNTS THRU 7000-PRINT-COUNTS-EXIT
           CLOSE ENTITY-MASTER-FILE
           IF DL100-OVERFLOW-PRESENT-YES
               CLOSE CURRENCY-OVERFLOW-FILE
           END-IF
           CLOSE GROUP-REPORT-FILE
           DISPLAY "GROUPS REPORTED   = " DL100-GROUP-COUNT
           DISPLAY "MEMBERS REPORTED  = " DL100-MEMBER-COUNT
           DISPLAY "UNRATED BALANCES  = " DL100-UNRATED-COUNT
           DISPLAY "PARENT LOOPS      = " DL100-LOOP-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      *----------------------------------------------------------*
      * 1000-LOAD-RATES - LOAD THE RATE TABLE FROM THE CUMULATIVE *
      *                   EXCHRATE: PER PAIR, THE MOST RECENT     *
      *                   RATE DATED ON OR BEFORE THE RUN DATE.   *
      *                   AN EXCHRATE NOT ON DISK YET IS NOT AN   *
      *                   ABORT - EVERY FOREIGN BALANCE SIMPLY    *
      *                   REPORTS AS UNRATED                      *
      *----------------------------------------------------------*
       1000-LOAD-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF DL100-RATE-NOT-FOUND
               GO TO 1000-LOAD-RATES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF XRT-RATE-DATE <= DL100-TODAY
                           PERFORM 1050-TAKE-ONE-RATE
                               THRU 1050-TAKE-ONE-RATE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1000-LOAD-RATES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1050-TAKE-ONE-RATE - FOLD ONE DATED RATE INTO THE TABLE:  *
      *                      A NEW PAIR TAKES A SLOT, A KNOWN     *
      *                      PAIR IS REPLACED ONLY BY A RATE AT   *
      *                      LEAST AS RECENT AS THE ONE HELD      *
      *----------------------------------------------------------*
       1050-TAKE-ONE-RATE.
           MOVE 'N' TO DL100-LOAD-FOUND-SW
           PERFORM 1060-MATCH-RATE-SLOT
               THRU 1060-MATCH-RATE-SLOT-EXIT
               VARYING DL100-LOAD-IDX FROM 1 BY 1
               UNTIL DL100-LOAD-FOUND-YES
               OR DL100-LOAD-IDX > DL100-RATE-COUNT
           IF DL100-LOAD-FOUND-YES
               IF XRT-RATE-DATE >= DL100-RATE-ASOF (DL100-LOAD-IDX)
                   MOVE XRT-RATE TO
                       DL100-RATE-VALUE (DL100-LOAD-IDX)
                   MOVE XRT-RATE-DATE TO
                       DL100-RATE-ASOF (DL100-LOAD-IDX)
               END-IF
               GO TO 1050-TAKE-ONE-RATE-EXIT
           END-IF
           IF DL100-RATE-COUNT < 200
               ADD 1 TO DL100-RATE-COUNT
               MOVE XRT-FROM-CURRENCY TO
                   DL100-RATE-FROM (DL100-RATE-COUNT)
               MOVE XRT-TO-CURRENCY TO
                   DL100-RATE-TO (DL100-RATE-COUNT)
               MOVE XRT-RATE TO DL100-RATE-VALUE (DL100-RATE-COUNT)
               MOVE XRT-RATE-DATE TO
                   DL100-RATE-ASOF (DL100-RATE-COUNT)
           END-IF.
       1050-TAKE-ONE-RATE-EXIT.
           EXIT.
      *
       1060-MATCH-RATE-SLOT.
           IF DL100-RATE-FROM (DL100-LOAD-IDX) = XRT-FROM-CURRENCY
               AND DL100-RATE-TO (DL100-LOAD-IDX) = XRT-TO-CURRENCY
               SUBTRACT 1 FROM DL100-LOAD-IDX
               MOVE 'Y' TO DL100-LOAD-FOUND-SW
           END-IF.
       1060-MATCH-RATE-SLOT-EXIT.
           EXIT.
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
      * 1200-LOAD-GROUPS - EVERY ENTITY NAMED ON ENTGROUP TAKES   *
      *                    ONE NODE: THE MEMBER WITH ITS PARENT   *
      *                    ID, AND THE PARENT ITSELF (A PARENT    *
      *                    WITH NO RECORD OF ITS OWN IS THE TOP   *
      *                    OF ITS GROUP). A MISSING ENTGROUP      *
      *                    MEANS NO GROUPS HAVE BEEN SET UP       *
      *----------------------------------------------------------*
       1200-LOAD-GROUPS.
           OPEN INPUT ENTITY-GROUP-FILE
           IF DL100-ENTGROUP-NOT-FOUND
               GO TO 1200-LOAD-GROUPS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-GROUP-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF GRP-ENTITY-ID NOT = SPACE
                           PERFORM 1250-TAKE-ONE-GROUP
                               THRU 1250-TAKE-ONE-GROUP-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-GROUP-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1200-LOAD-GROUPS-EXIT.
           EXIT.
      *
       1250-TAKE-ONE-GROUP.
           MOVE GRP-ENTITY-ID TO DL100-WANTED-ID
           PERFORM 1280-FIND-OR-ADD-NODE
               THRU 1280-FIND-OR-ADD-NODE-EXIT
           IF DL100-FOUND-IDX = 0
               GO TO 1250-TAKE-ONE-GROUP-EXIT
           END-IF
           MOVE GRP-PARENT-ID TO DL100-NODE-PARENT-ID (DL100-FOUND-IDX)
           IF GRP-PARENT-ID NOT = SPACE
               MOVE GRP-PARENT-ID TO DL100-WANTED-ID
               PERFORM 1280-FIND-OR-ADD-NODE
                   THRU 1280-FIND-OR-ADD-NODE-EXIT
           END-IF.
       1250-TAKE-ONE-GROUP-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1280-FIND-OR-ADD-NODE - THE NODE FOR DL100-WANTED-ID,     *
      *                         ADDED THE FIRST TIME THE ID IS    *
      *                         SEEN; ZERO WHEN THE TABLE IS FULL *
      *----------------------------------------------------------*
       1280-FIND-OR-ADD-NODE.
           PERFORM 1290-FIND-NODE THRU 1290-FIND-NODE-EXIT
           IF DL100-FOUND-IDX > 0
               GO TO 1280-FIND-OR-ADD-NODE-EXIT
           END-IF
           IF DL100-NODE-COUNT >= 500
               MOVE 'Y' TO DL100-NODE-OVERFLOW-SW
               GO TO 1280-FIND-OR-ADD-NODE-EXIT
           END-IF
           ADD 1 TO DL100-NODE-COUNT
           MOVE DL100-NODE-COUNT TO DL100-FOUND-IDX
           MOVE DL100-WANTED-ID TO DL100-NODE-ID (DL100-FOUND-IDX)
           MOVE SPACE TO DL100-NODE-PARENT-ID (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-PARENT-IDX (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-TOP-IDX (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-LEVEL (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-CHILD-COUNT (DL100-FOUND-IDX)
           MOVE 'N' TO DL100-NODE-LOOP-SW (DL100-FOUND-IDX)
           MOVE 'N' TO DL100-NODE-MASTER-SW (DL100-FOUND-IDX)
           MOVE 'N' TO DL100-NODE-UNRATED-SW (DL100-FOUND-IDX)
           MOVE 'N' TO DL100-NODE-SUB-UNRATED-SW (DL100-FOUND-IDX)
           MOVE SPACE TO DL100-NODE-HOME-CURRENCY (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-HOME-BALANCE (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-HOME-EQUIV (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-FOREIGN-EQUIV (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-SUB-HOME (DL100-FOUND-IDX)
           MOVE ZERO TO DL100-NODE-SUB-FOREIGN (DL100-FOUND-IDX).
       1280-FIND-OR-ADD-NODE-EXIT.
           EXIT.
      *
       1290-FIND-NODE.
           MOVE ZERO TO DL100-FOUND-IDX
           PERFORM 1295-MATCH-NODE THRU 1295-MATCH-NODE-EXIT
               VARYING DL100-FIND-IDX FROM 1 BY 1
               UNTIL DL100-FIND-IDX > DL100-NODE-COUNT.
       1290-FIND-NODE-EXIT.
           EXIT.
      *
       1295-MATCH-NODE.
           IF DL100-NODE-ID (DL100-FIND-IDX) = DL100-WANTED-ID
               MOVE DL100-FIND-IDX TO DL100-FOUND-IDX
               MOVE DL100-NODE-COUNT TO DL100-FIND-IDX
           END-IF.
       1295-MATCH-NODE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-LINK-PARENT - TURN THE NODE'S PARENT ID INTO THE     *
      *                    PARENT'S TABLE POSITION AND COUNT THE  *
      *                    MEMBER AGAINST ITS PARENT              *
      *----------------------------------------------------------*
       1300-LINK-PARENT.
           IF DL100-NODE-PARENT-ID (DL100-NODE-IDX) = SPACE
               GO TO 1300-LINK-PARENT-EXIT
           END-IF
           MOVE DL100-NODE-PARENT-ID (DL100-NODE-IDX) TO
               DL100-WANTED-ID
           PERFORM 1290-FIND-NODE THRU 1290-FIND-NODE-EXIT
           MOVE DL100-FOUND-IDX TO
               DL100-NODE-PARENT-IDX (DL100-NODE-IDX)
           IF DL100-FOUND-IDX > 0
               ADD 1 TO DL100-NODE-CHILD-COUNT (DL100-FOUND-IDX)
           END-IF.
       1300-LINK-PARENT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-FIND-TOP - WALK UP FROM THE NODE TO THE TOP OF ITS   *
      *                 GROUP, COUNTING LEVELS (THE TOP IS LEVEL  *
      *                 1). A CHAIN THAT HAS NOT ENDED WITHIN 20  *
      *                 LEVELS IS A LOOP AND THE NODE IS LEFT OUT *
      *----------------------------------------------------------*
       1400-FIND-TOP.
           MOVE DL100-NODE-IDX TO DL100-UP-IDX
           MOVE 1 TO DL100-WALK-COUNT
           PERFORM 1450-STEP-UP THRU 1450-STEP-UP-EXIT
               UNTIL DL100-NODE-PARENT-IDX (DL100-UP-IDX) = 0
               OR DL100-WALK-COUNT > DL100-WALK-LIMIT
           IF DL100-WALK-COUNT > DL100-WALK-LIMIT
               MOVE 'Y' TO DL100-NODE-LOOP-SW (DL100-NODE-IDX)
               ADD 1 TO DL100-LOOP-COUNT
           ELSE
               MOVE DL100-UP-IDX TO DL100-NODE-TOP-IDX (DL100-NODE-IDX)
               MOVE DL100-WALK-COUNT TO
                   DL100-NODE-LEVEL (DL100-NODE-IDX)
           END-IF.
       1400-FIND-TOP-EXIT.
           EXIT.
      *
       1450-STEP-UP.
           MOVE DL100-NODE-PARENT-IDX (DL100-UP-IDX) TO DL100-UP-IDX
           ADD 1 TO DL100-WALK-COUNT.
       1450-STEP-UP-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-VALUE-TOP - A GROUP'S REPORTING CURRENCY IS THE HOME *
      *                  CURRENCY OF THE ENTITY AT ITS TOP, SO    *
      *                  THE TOPS ARE READ OFF THE MASTER FIRST   *
      *----------------------------------------------------------*
       2000-VALUE-TOP.
           IF DL100-NODE-LOOP-SW (DL100-NODE-IDX) = 'Y'
               OR DL100-NODE-PARENT-IDX (DL100-NODE-IDX) NOT = 0
               GO TO 2000-VALUE-TOP-EXIT
           END-IF
           MOVE DL100-NODE-ID (DL100-NODE-IDX) TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   GO TO 2000-VALUE-TOP-EXIT
           END-READ
           MOVE XXXENTM-HOME-CURRENCY TO
               DL100-NODE-HOME-CURRENCY (DL100-NODE-IDX).
       2000-VALUE-TOP-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-VALUE-MEMBER - THE MEMBER'S OWN POSITION IN ITS      *
      *                     GROUP'S REPORTING CURRENCY: HOME      *
      *                     BALANCE, THEN EVERY IN-RECORD AND     *
      *                     CURRBOV FOREIGN BALANCE               *
      *----------------------------------------------------------*
       2100-VALUE-MEMBER.
           IF DL100-NODE-LOOP-SW (DL100-NODE-IDX) = 'Y'
               GO TO 2100-VALUE-MEMBER-EXIT
           END-IF
           MOVE DL100-NODE-ID (DL100-NODE-IDX) TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   ADD 1 TO DL100-OFF-MASTER-COUNT
                   GO TO 2100-VALUE-MEMBER-EXIT
           END-READ
           MOVE 'Y' TO DL100-NODE-MASTER-SW (DL100-NODE-IDX)
           MOVE DL100-NODE-TOP-IDX (DL100-NODE-IDX) TO DL100-UP-IDX
           MOVE DL100-NODE-HOME-CURRENCY (DL100-UP-IDX) TO
               DL100-GROUP-CURRENCY
           MOVE XXXENTM-HOME-CURRENCY TO
               DL100-NODE-HOME-CURRENCY (DL100-NODE-IDX)
           MOVE XXXENTM-BALANCE TO
               DL100-NODE-HOME-BALANCE (DL100-NODE-IDX)
           MOVE XXXENTM-HOME-CURRENCY TO DL100-CONV-CURRENCY
           MOVE XXXENTM-BALANCE TO DL100-CONV-AMOUNT
           PERFORM 3000-CONVERT-AMOUNT THRU 3000-CONVERT-AMOUNT-EXIT
           MOVE DL100-CONV-EQUIV TO
               DL100-NODE-HOME-EQUIV (DL100-NODE-IDX)
           PERFORM 2200-VALUE-CURR-BAL THRU 2200-VALUE-CURR-BAL-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > XXXENTM-CURR-BAL-COUNT
           IF DL100-OVERFLOW-PRESENT-YES
               PERFORM 2300-VALUE-OVERFLOW
                   THRU 2300-VALUE-OVERFLOW-EXIT
           END-IF.
       2100-VALUE-MEMBER-EXIT.
           EXIT.
      *
       2200-VALUE-CURR-BAL.
           MOVE XXXENTM-CURR-CODE (DL100-CURR-IDX) TO
               DL100-CONV-CURRENCY
           MOVE XXXENTM-CURR-AMOUNT (DL100-CURR-IDX) TO
               DL100-CONV-AMOUNT
           PERFORM 3000-CONVERT-AMOUNT THRU 3000-CONVERT-AMOUNT-EXIT
           ADD DL100-CONV-EQUIV TO
               DL100-NODE-FOREIGN-EQUIV (DL100-NODE-IDX).
       2200-VALUE-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2300-VALUE-OVERFLOW - THE MEMBER'S CURRBOV ROWS, READ     *
      *                       KEYED FROM THE OVERFLOW FILE AND    *
      *                       VALUED LIKE THE IN-RECORD TABLE     *
      *----------------------------------------------------------*
       2300-VALUE-OVERFLOW.
           MOVE XXXENTM-ENTITY-ID TO OVB-ENTITY-ID
           MOVE LOW-VALUES TO OVB-CURRENCY-CODE
           START CURRENCY-OVERFLOW-FILE KEY >= OVB-KEY
               INVALID KEY
                   GO TO 2300-VALUE-OVERFLOW-EXIT
           END-START
           PERFORM 2350-VALUE-ONE-OVERFLOW
               THRU 2350-VALUE-ONE-OVERFLOW-EXIT
               UNTIL NOT DL100-OVERFLOW-OK
           MOVE "00" TO DL100-OVERFLOW-STATUS.
       2300-VALUE-OVERFLOW-EXIT.
           EXIT.
      *
       2350-VALUE-ONE-OVERFLOW.
           READ CURRENCY-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO DL100-OVERFLOW-STATUS
                   GO TO 2350-VALUE-ONE-OVERFLOW-EXIT
           END-READ
           IF OVB-ENTITY-ID NOT = XXXENTM-ENTITY-ID
               MOVE "10" TO DL100-OVERFLOW-STATUS
               GO TO 2350-VALUE-ONE-OVERFLOW-EXIT
           END-IF
           MOVE OVB-CURRENCY-CODE TO DL100-CONV-CURRENCY
           MOVE OVB-AMOUNT TO DL100-CONV-AMOUNT
           PERFORM 3000-CONVERT-AMOUNT THRU 3000-CONVERT-AMOUNT-EXIT
           ADD DL100-CONV-EQUIV TO
               DL100-NODE-FOREIGN-EQUIV (DL100-NODE-IDX).
       2350-VALUE-ONE-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-CONVERT-AMOUNT - ONE BALANCE INTO THE GROUP'S        *
      *                       REPORTING CURRENCY: AS IT STANDS    *
      *                       WHEN ALREADY IN THAT CURRENCY,      *
      *                       OTHERWISE AT THE PAIR'S RATE. NO    *
      *                       RATE VALUES IT AT ZERO AND FLAGS    *
      *                       THE MEMBER UNRATED                  *
      *----------------------------------------------------------*
       3000-CONVERT-AMOUNT.
           IF DL100-CONV-CURRENCY = DL100-GROUP-CURRENCY
               MOVE DL100-CONV-AMOUNT TO DL100-CONV-EQUIV
               GO TO 3000-CONVERT-AMOUNT-EXIT
           END-IF
           MOVE 'N' TO DL100-RATE-FOUND-SW
           PERFORM 3100-FIND-RATE THRU 3100-FIND-RATE-EXIT
               VARYING DL100-RATE-IDX FROM 1 BY 1
               UNTIL DL100-RATE-IDX > DL100-RATE-COUNT
           IF DL100-RATE-FOUND-YES
               COMPUTE DL100-CONV-EQUIV ROUNDED =
                   DL100-CONV-AMOUNT * DL100-WORK-RATE
           ELSE
               MOVE ZERO TO DL100-CONV-EQUIV
               ADD 1 TO DL100-UNRATED-COUNT
               MOVE 'Y' TO DL100-NODE-UNRATED-SW (DL100-NODE-IDX)
           END-IF.
       3000-CONVERT-AMOUNT-EXIT.
           EXIT.
      *
       3100-FIND-RATE.
           IF DL100-RATE-FROM (DL100-RATE-IDX) = DL100-CONV-CURRENCY
               AND DL100-RATE-TO (DL100-RATE-IDX) =
                   DL100-GROUP-CURRENCY
               MOVE DL100-RATE-VALUE (DL100-RATE-IDX) TO
                   DL100-WORK-RATE
               MOVE 'Y' TO DL100-RATE-FOUND-SW
           END-IF.
       3100-FIND-RATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-ROLL-UP-MEMBER - ADD THE MEMBER'S OWN POSITION INTO  *
      *                       ITS OWN SUBTOTAL AND THAT OF EVERY  *
      *                       ENTITY ABOVE IT, CARRYING ANY       *
      *                       UNRATED FLAG UP WITH IT             *
      *----------------------------------------------------------*
       4000-ROLL-UP-MEMBER.
           IF DL100-NODE-LOOP-SW (DL100-NODE-IDX) = 'Y'
               GO TO 4000-ROLL-UP-MEMBER-EXIT
           END-IF
           MOVE DL100-NODE-IDX TO DL100-UP-IDX
           PERFORM 4100-ADD-TO-LEVEL THRU 4100-ADD-TO-LEVEL-EXIT
               UNTIL DL100-UP-IDX = 0.
       4000-ROLL-UP-MEMBER-EXIT.
           EXIT.
      *
       4100-ADD-TO-LEVEL.
           ADD DL100-NODE-HOME-EQUIV (DL100-NODE-IDX) TO
               DL100-NODE-SUB-HOME (DL100-UP-IDX)
           ADD DL100-NODE-FOREIGN-EQUIV (DL100-NODE-IDX) TO
               DL100-NODE-SUB-FOREIGN (DL100-UP-IDX)
           IF DL100-NODE-UNRATED-SW (DL100-NODE-IDX) = 'Y'
               MOVE 'Y' TO DL100-NODE-SUB-UNRATED-SW (DL100-UP-IDX)
           END-IF
           MOVE DL100-NODE-PARENT-IDX (DL100-UP-IDX) TO DL100-UP-IDX.
       4100-ADD-TO-LEVEL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-PRINT-GROUP - ONE GROUP, FROM ITS TOP ENTITY DOWN:   *
      *                    EACH MEMBER IS PRINTED AS IT IS        *
      *                    REACHED AND EACH SUBTOTAL ONCE         *
      *                    EVERYTHING UNDER IT HAS BEEN PRINTED,  *
      *                    FOLLOWING THE PATH TABLE DOWN AND BACK *
      *----------------------------------------------------------*
       5000-PRINT-GROUP.
           IF DL100-NODE-LOOP-SW (DL100-NODE-IDX) = 'Y'
               OR DL100-NODE-PARENT-IDX (DL100-NODE-IDX) NOT = 0
               GO TO 5000-PRINT-GROUP-EXIT
           END-IF
           ADD 1 TO DL100-GROUP-COUNT
           MOVE SPACE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE DL100-NODE-ID (DL100-NODE-IDX) TO GRP-GRP-TOP-ID
           MOVE DL100-NODE-HOME-CURRENCY (DL100-NODE-IDX) TO
               GRP-GRP-CURRENCY
           MOVE GRP-GROUP-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE 1 TO DL100-STACK-DEPTH
           MOVE DL100-NODE-IDX TO DL100-PATH-NODE-IDX (1)
           MOVE ZERO TO DL100-PATH-SCAN-IDX (1)
           MOVE DL100-NODE-IDX TO DL100-MEMBER-IDX
           PERFORM 5200-PRINT-MEMBER THRU 5200-PRINT-MEMBER-EXIT
           PERFORM 5100-NEXT-STEP THRU 5100-NEXT-STEP-EXIT
               UNTIL DL100-STACK-DEPTH = 0.
       5000-PRINT-GROUP-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5100-NEXT-STEP - LOOK FOR THE NEXT MEMBER UNDER THE ENTITY *
      *                  AT THE END OF THE PATH: ONE FOUND IS     *
      *                  PRINTED AND BECOMES THE END OF THE PATH; *
      *                  NONE LEFT CLOSES THE ENTITY WITH ITS     *
      *                  SUBTOTAL AND STEPS BACK UP               *
      *----------------------------------------------------------*
       5100-NEXT-STEP.
           MOVE DL100-PATH-NODE-IDX (DL100-STACK-DEPTH) TO
               DL100-UP-IDX
           MOVE ZERO TO DL100-CHILD-IDX
           COMPUTE DL100-FIND-IDX =
               DL100-PATH-SCAN-IDX (DL100-STACK-DEPTH) + 1
           PERFORM 5150-MATCH-CHILD THRU 5150-MATCH-CHILD-EXIT
               VARYING DL100-FIND-IDX FROM DL100-FIND-IDX BY 1
               UNTIL DL100-FIND-IDX > DL100-NODE-COUNT
           IF DL100-CHILD-IDX > 0
               MOVE DL100-CHILD-IDX TO
                   DL100-PATH-SCAN-IDX (DL100-STACK-DEPTH)
               ADD 1 TO DL100-STACK-DEPTH
               MOVE DL100-CHILD-IDX TO
                   DL100-PATH-NODE-IDX (DL100-STACK-DEPTH)
               MOVE ZERO TO DL100-PATH-SCAN-IDX (DL100-STACK-DEPTH)
               MOVE DL100-CHILD-IDX TO DL100-MEMBER-IDX
               PERFORM 5200-PRINT-MEMBER THRU 5200-PRINT-MEMBER-EXIT
               GO TO 5100-NEXT-STEP-EXIT
           END-IF
           IF DL100-NODE-CHILD-COUNT (DL100-UP-IDX) > 0
               PERFORM 5300-PRINT-SUBTOTAL
                   THRU 5300-PRINT-SUBTOTAL-EXIT
           END-IF
           SUBTRACT 1 FROM DL100-STACK-DEPTH.
       5100-NEXT-STEP-EXIT.
           EXIT.
      *
       5150-MATCH-CHILD.
           IF DL100-NODE-PARENT-IDX (DL100-FIND-IDX) = DL100-UP-IDX
               AND DL100-NODE-LOOP-SW (DL100-FIND-IDX) NOT = 'Y'
               MOVE DL100-FIND-IDX TO DL100-CHILD-IDX
               MOVE DL100-NODE-COUNT TO DL100-FIND-IDX
           END-IF.
       5150-MATCH-CHILD-EXIT.
           EXIT.
      *
       5200-PRINT-MEMBER.
           ADD 1 TO DL100-MEMBER-COUNT
           MOVE DL100-NODE-LEVEL (DL100-MEMBER-IDX) TO GRP-DET-LEVEL
           MOVE SPACE TO GRP-DET-TREE
           COMPUTE DL100-INDENT =
               DL100-NODE-LEVEL (DL100-MEMBER-IDX) - 1
           IF DL100-INDENT > 10
               MOVE 10 TO DL100-INDENT
           END-IF
           MOVE DL100-NODE-ID (DL100-MEMBER-IDX) TO
               GRP-DET-TREE (DL100-INDENT + 1:10)
           MOVE DL100-NODE-HOME-CURRENCY (DL100-MEMBER-IDX) TO
               GRP-DET-HOME-CURRENCY
           MOVE DL100-NODE-HOME-BALANCE (DL100-MEMBER-IDX) TO
               GRP-DET-HOME-BALANCE
           MOVE DL100-NODE-HOME-EQUIV (DL100-MEMBER-IDX) TO
               GRP-DET-HOME-EQUIV
           MOVE DL100-NODE-FOREIGN-EQUIV (DL100-MEMBER-IDX) TO
               GRP-DET-FOREIGN-EQUIV
           COMPUTE GRP-DET-POSITION =
               DL100-NODE-HOME-EQUIV (DL100-MEMBER-IDX)
               + DL100-NODE-FOREIGN-EQUIV (DL100-MEMBER-IDX)
           EVALUATE TRUE
               WHEN DL100-NODE-MASTER-SW (DL100-MEMBER-IDX) NOT = 'Y'
                   MOVE "NOT ON MASTER" TO GRP-DET-FLAG
               WHEN DL100-NODE-UNRATED-SW (DL100-MEMBER-IDX) = 'Y'
                   MOVE "UNRATED" TO GRP-DET-FLAG
               WHEN OTHER
                   MOVE SPACE TO GRP-DET-FLAG
           END-EVALUATE
           MOVE SPACE TO GROUP-REPORT-LINE
           MOVE GRP-DETAIL-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.
       5200-PRINT-MEMBER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5300-PRINT-SUBTOTAL - THE ENTITY AT THE END OF THE PATH   *
      *                       PLUS EVERYTHING UNDER IT; AT THE    *
      *                       TOP OF THE GROUP THIS IS THE GROUP  *
      *                       TOTAL                               *
      *----------------------------------------------------------*
       5300-PRINT-SUBTOTAL.
           IF DL100-NODE-PARENT-IDX (DL100-UP-IDX) = 0
               MOVE "GROUP TOTAL " TO GRP-SUB-LABEL
           ELSE
               MOVE "SUBTOTAL    " TO GRP-SUB-LABEL
           END-IF
           MOVE SPACE TO GRP-SUB-TREE
           COMPUTE DL100-INDENT = DL100-NODE-LEVEL (DL100-UP-IDX) - 1
           IF DL100-INDENT > 10
               MOVE 10 TO DL100-INDENT
           END-IF
           MOVE DL100-NODE-ID (DL100-UP-IDX) TO
               GRP-SUB-TREE (DL100-INDENT + 1:10)
           MOVE DL100-PATH-NODE-IDX (1) TO DL100-FOUND-IDX
           MOVE DL100-NODE-HOME-CURRENCY (DL100-FOUND-IDX) TO
               GRP-SUB-CURRENCY
           MOVE DL100-NODE-SUB-HOME (DL100-UP-IDX) TO
               GRP-SUB-HOME-EQUIV
           MOVE DL100-NODE-SUB-FOREIGN (DL100-UP-IDX) TO
               GRP-SUB-FOREIGN-EQUIV
           COMPUTE GRP-SUB-POSITION =
               DL100-NODE-SUB-HOME (DL100-UP-IDX)
               + DL100-NODE-SUB-FOREIGN (DL100-UP-IDX)
           IF DL100-NODE-SUB-UNRATED-SW (DL100-UP-IDX) = 'Y'
               MOVE "UNRATED" TO GRP-SUB-FLAG
           ELSE
               MOVE SPACE TO GRP-SUB-FLAG
           END-IF
           MOVE SPACE TO GROUP-REPORT-LINE
           MOVE GRP-SUBTOTAL-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.
       5300-PRINT-SUBTOTAL-EXIT.
           EXIT.
      *
       6000-PRINT-LOOP-MEMBER.
           IF DL100-NODE-LOOP-SW (DL100-NODE-IDX) NOT = 'Y'
               GO TO 6000-PRINT-LOOP-MEMBER-EXIT
           END-IF
           MOVE DL100-NODE-ID (DL100-NODE-IDX) TO GRP-LOOP-ID
           MOVE DL100-NODE-PARENT-ID (DL100-NODE-IDX) TO
               GRP-LOOP-PARENT-ID
           MOVE SPACE TO GROUP-REPORT-LINE
           MOVE GRP-LOOP-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.
       6000-PRINT-LOOP-MEMBER-EXIT.
           EXIT.
      *
       7000-PRINT-COUNTS.
           MOVE SPACE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE "GROUPS REPORTED" TO GRP-CNT-LABEL
           MOVE DL100-GROUP-COUNT TO GRP-CNT-VALUE
           MOVE GRP-COUNT-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE "MEMBERS REPORTED" TO GRP-CNT-LABEL
           MOVE DL100-MEMBER-COUNT TO GRP-CNT-VALUE
           MOVE GRP-COUNT-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE "MEMBERS NOT ON MASTER" TO GRP-CNT-LABEL
           MOVE DL100-OFF-MASTER-COUNT TO GRP-CNT-VALUE
           MOVE GRP-COUNT-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE "UNRATED BALANCES" TO GRP-CNT-LABEL
           MOVE DL100-UNRATED-COUNT TO GRP-CNT-VALUE
           MOVE GRP-COUNT-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE
           MOVE "ENTITIES IN A PARENT LOOP" TO GRP-CNT-LABEL
           MOVE DL100-LOOP-COUNT TO GRP-CNT-VALUE
           MOVE GRP-COUNT-LINE TO GROUP-REPORT-LINE
           WRITE GROUP-REPORT-LINE.
       7000-PRINT-COUNTS-EXIT.
           EXIT.
       END PROGRAM DL100GRP.
