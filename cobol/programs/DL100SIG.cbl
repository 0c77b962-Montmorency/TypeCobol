       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100SIG.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100SIG - STANDING-INSTRUCTION GENERATOR                  *
      *   Run in the nightly chain ahead of DL100EDT: every active *
      *   STANDINS instruction whose next due date - rolled        *
      *   forward to the next PROCCAL business day when it falls   *
      *   on a weekend or holiday - is on or before the business   *
      *   date is written to the raw ENTTRANS feed as an ordinary  *
      *   transaction (effective the rolled due date, no serial,   *
      *   source-system LCL), so it goes through the edit and the  *
      *   posting pass like any keyed item. The next due date is   *
      *   then advanced by the instruction's frequency from the    *
      *   scheduled (unrolled) date, so a holiday roll never drifts *
      *   the schedule. Occurrences missed while the chain was     *
      *   down are generated one per due date, up to 60 a night.   *
      *   An instruction whose next due date passes its end date   *
      *   is marked ended. STANDINS is rewritten through the       *
      *   STANDWK work file after the feed is written. A trial     *
      *   cycle generates too: DL100EDT leaves the feed in place   *
      *   on a trial, so the real cycle posts the same items        *
      *   rather than generating them a second time.               *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-INSTR-FILE ASSIGN TO "STANDINS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-STANDINS-STATUS.
           SELECT STANDING-INSTR-WORK-FILE ASSIGN TO "STANDWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-TRANS-FILE ASSIGN TO "ENTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRANS-STATUS.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PROCCAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INSTR-FILE.
       01  STANDING-INSTR-RECORD.
           COPY STANDINS.
       FD  STANDING-INSTR-WORK-FILE.
       01  STANDING-INSTR-WORK-RECORD.
           COPY STANDINS REPLACING LEADING ==SIN== BY ==SIW==.
       FD  ENTITY-TRANS-FILE.
       01  ENTITY-TRANS-RECORD.
           COPY ENTTRANS.
       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-STANDINS-STATUS            PIC X(02) VALUE "00".
           88  DL100-STANDINS-NOT-FOUND         VALUE "35".
       77  DL100-TRANS-STATUS               PIC X(02) VALUE "00".
           88  DL100-TRANS-NOT-FOUND            VALUE "35".
       77  DL100-PROCCAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-PROCCAL-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-HOLIDAY-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  DL100-HOLIDAY-IDX                PIC 9(04) COMP.
       77  DL100-HOLIDAY-OVERFLOW-SW        PIC X(01) VALUE 'N'.
           88  DL100-HOLIDAY-OVERFLOW-YES       VALUE 'Y'.
       77  DL100-HOLIDAY-FOUND-SW           PIC X(01) VALUE 'N'.
           88  DL100-HOLIDAY-FOUND-YES          VALUE 'Y'.
       77  DL100-POST-DATE                  PIC 9(08) VALUE ZERO.
       77  DL100-DATE-INTEGER               PIC S9(07) COMP
                                             VALUE ZERO.
       77  DL100-DONE-SW                    PIC X(01) VALUE 'N'.
           88  DL100-DONE-YES                   VALUE 'Y'.
       77  DL100-CATCHUP-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  DL100-CATCHUP-LIMIT              PIC 9(03) COMP VALUE 60.
       77  DL100-ADD-MONTHS                 PIC 9(02) VALUE ZERO.
       77  DL100-DATE-YEAR                  PIC 9(04).
       77  DL100-DATE-MONTH                 PIC 9(02).
       77  DL100-DATE-DAY                   PIC 9(02).
       77  DL100-DATE-MAX-DAY               PIC 9(02).
       77  DL100-LEAP-QUOTIENT              PIC 9(04) COMP.
       77  DL100-LEAP-REMAINDER             PIC 9(04) COMP.
       77  DL100-READ-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DL100-GENERATED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  DL100-ENDED-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DL100-UNUSABLE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-CAPPED-COUNT               PIC 9(07) COMP VALUE ZERO.
      *
      *  EVERY PROCCAL DATE THAT IS NOT A BUSINESS DAY; A DATE NOT
      *  ON THE CALENDAR IS TAKEN AS A BUSINESS DAY
      *
       01  DL100-HOLIDAY-TABLE.
           05  DL100-HOLIDAY-DATE           PIC 9(08)
                                             OCCURS 1000 TIMES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           OPEN INPUT STANDING-INSTR-FILE
           IF DL100-STANDINS-NOT-FOUND
               DISPLAY "NO STANDING INSTRUCTIONS ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-CALENDAR THRU 1200-LOAD-CALENDAR-EXIT
           OPEN EXTEND ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               OPEN OUTPUT ENTITY-TRANS-FILE
               CLOSE ENTITY-TRANS-FILE
               OPEN EXTEND ENTITY-TRANS-FILE
           END-IF
           OPEN OUTPUT STANDING-INSTR-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STANDING-INSTR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2000-PROCESS-INSTRUCTION
                           THRU 2000-PROCESS-INSTRUCTION-EXIT
                       MOVE STANDING-INSTR-RECORD TO
                           STANDING-INSTR-WORK-RECORD
                       WRITE STANDING-INSTR-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE STANDING-INSTR-FILE
           CLOSE ENTITY-TRANS-FILE
           CLOSE STANDING-INSTR-WORK-FILE
           PERFORM 8000-REPLACE-STANDINS THRU 8000-REPLACE-STANDINS-EXIT
           DISPLAY "INSTRUCTIONS READ     = " DL100-READ-COUNT
           DISPLAY "ITEMS GENERATED       = " DL100-GENERATED-COUNT
           DISPLAY "INSTRUCTIONS ENDED    = " DL100-ENDED-COUNT
           DISPLAY "INSTRUCTIONS UNUSABLE = " DL100-UNUSABLE-COUNT
           IF DL100-CAPPED-COUNT > 0
               DISPLAY "CATCH-UP LIMIT REACHED = " DL100-CAPPED-COUNT
                   " - REMAINING OCCURRENCES FOLLOW NEXT CYCLE"
           END-IF
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
      * 1200-LOAD-CALENDAR - THE NON-BUSINESS DATES OFF PROCCAL.  *
      *                      NO CALENDAR ON DISK MEANS NO DATE IS *
      *                      ROLLED, WITH A WARNING               *
      *----------------------------------------------------------*
       1200-LOAD-CALENDAR.
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF DL100-PROCCAL-NOT-FOUND
               DISPLAY "NO PROCCAL ON DISK - DUE DATES NOT ROLLED"
               GO TO 1200-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PROCESSING-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF NOT CAL-BUSINESS-DAY-YES
                           IF DL100-HOLIDAY-COUNT >= 1000
                               MOVE 'Y' TO DL100-HOLIDAY-OVERFLOW-SW
                           ELSE
                               ADD 1 TO DL100-HOLIDAY-COUNT
                               MOVE CAL-DATE TO DL100-HOLIDAY-DATE
                                   (DL100-HOLIDAY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROCESSING-CALENDAR-FILE
           IF DL100-HOLIDAY-OVERFLOW-YES
               DISPLAY "PROCCAL HOLDS MORE THAN 1000 NON-BUSINESS "
                   "DAYS - LATER ONES NOT ROLLED"
           END-IF.
       1200-LOAD-CALENDAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-PROCESS-INSTRUCTION - ONE STANDINS RECORD: AN ACTIVE *
      *                            INSTRUCTION GENERATES EVERY    *
      *                            OCCURRENCE NOW DUE; SUSPENDED  *
      *                            AND ENDED ONES ARE CARRIED     *
      *                            THROUGH UNCHANGED              *
      *----------------------------------------------------------*
       2000-PROCESS-INSTRUCTION.
           ADD 1 TO DL100-READ-COUNT
           IF NOT SIN-STATUS-ACTIVE
               GO TO 2000-PROCESS-INSTRUCTION-EXIT
           END-IF
           IF SIN-NEXT-DUE-DATE NOT NUMERIC
               OR SIN-START-DATE NOT NUMERIC
               OR SIN-END-DATE NOT NUMERIC
               OR SIN-AMOUNT NOT NUMERIC
               OR NOT (SIN-FREQ-WEEKLY OR SIN-FREQ-MONTHLY
                   OR SIN-FREQ-QUARTERLY OR SIN-FREQ-ANNUAL)
               DISPLAY "INSTRUCTION " SIN-INSTR-ID
                   " UNUSABLE - NOT GENERATED"
               ADD 1 TO DL100-UNUSABLE-COUNT
               GO TO 2000-PROCESS-INSTRUCTION-EXIT
           END-IF
           MOVE 'N' TO DL100-DONE-SW
           MOVE ZERO TO DL100-CATCHUP-COUNT
           PERFORM 2100-GENERATE-IF-DUE THRU 2100-GENERATE-IF-DUE-EXIT
               UNTIL DL100-DONE-YES.
       2000-PROCESS-INSTRUCTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-GENERATE-IF-DUE - THE NEXT SCHEDULED OCCURRENCE: PAST *
      *                        THE END DATE ENDS THE INSTRUCTION; *
      *                        DUE (AFTER THE HOLIDAY ROLL) ON OR *
      *                        BEFORE THE BUSINESS DATE IS        *
      *                        WRITTEN AND THE DUE DATE ADVANCED  *
      *----------------------------------------------------------*
       2100-GENERATE-IF-DUE.
           IF SIN-END-DATE NOT = ZERO
               AND SIN-NEXT-DUE-DATE > SIN-END-DATE
               SET SIN-STATUS-ENDED TO TRUE
               ADD 1 TO DL100-ENDED-COUNT
               MOVE 'Y' TO DL100-DONE-SW
               GO TO 2100-GENERATE-IF-DUE-EXIT
           END-IF
           MOVE SIN-NEXT-DUE-DATE TO DL100-POST-DATE
           PERFORM 2200-ROLL-TO-BUSINESS-DAY
               THRU 2200-ROLL-TO-BUSINESS-DAY-EXIT
           IF DL100-POST-DATE > DL100-TODAY
               MOVE 'Y' TO DL100-DONE-SW
               GO TO 2100-GENERATE-IF-DUE-EXIT
           END-IF
           IF DL100-CATCHUP-COUNT >= DL100-CATCHUP-LIMIT
               ADD 1 TO DL100-CAPPED-COUNT
               MOVE 'Y' TO DL100-DONE-SW
               GO TO 2100-GENERATE-IF-DUE-EXIT
           END-IF
           PERFORM 2300-WRITE-TRANS THRU 2300-WRITE-TRANS-EXIT
           ADD 1 TO DL100-CATCHUP-COUNT
           MOVE DL100-TODAY TO SIN-LAST-GEN-DATE
           PERFORM 2400-ADVANCE-DUE-DATE
               THRU 2400-ADVANCE-DUE-DATE-EXIT.
       2100-GENERATE-IF-DUE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-ROLL-TO-BUSINESS-DAY - MOVE DL100-POST-DATE FORWARD  *
      *                             A DAY AT A TIME UNTIL IT IS   *
      *                             NOT A PROCCAL NON-BUSINESS    *
      *                             DAY                           *
      *----------------------------------------------------------*
       2200-ROLL-TO-BUSINESS-DAY.
           MOVE 'Y' TO DL100-HOLIDAY-FOUND-SW
           PERFORM 2250-ROLL-ONE-DAY THRU 2250-ROLL-ONE-DAY-EXIT
               UNTIL NOT DL100-HOLIDAY-FOUND-YES.
       2200-ROLL-TO-BUSINESS-DAY-EXIT.
           EXIT.
      *
       2250-ROLL-ONE-DAY.
           MOVE 'N' TO DL100-HOLIDAY-FOUND-SW
           PERFORM 2260-MATCH-HOLIDAY THRU 2260-MATCH-HOLIDAY-EXIT
               VARYING DL100-HOLIDAY-IDX FROM 1 BY 1
               UNTIL DL100-HOLIDAY-IDX > DL100-HOLIDAY-COUNT
           IF DL100-HOLIDAY-FOUND-YES
               COMPUTE DL100-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (DL100-POST-DATE) + 1
               COMPUTE DL100-POST-DATE =
                   FUNCTION DATE-OF-INTEGER (DL100-DATE-INTEGER)
           END-IF.
       2250-ROLL-ONE-DAY-EXIT.
           EXIT.
      *
       2260-MATCH-HOLIDAY.
           IF DL100-HOLIDAY-DATE (DL100-HOLIDAY-IDX) = DL100-POST-DATE
               MOVE 'Y' TO DL100-HOLIDAY-FOUND-SW
               MOVE DL100-HOLIDAY-COUNT TO DL100-HOLIDAY-IDX
           END-IF.
       2260-MATCH-HOLIDAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2300-WRITE-TRANS - ONE DUE OCCURRENCE AS A STANDARD       *
      *                    ENTTRANS RECORD, EFFECTIVE ITS ROLLED  *
      *                    DUE DATE; DL100EDT ASSIGNS THE SERIAL  *
      *----------------------------------------------------------*
       2300-WRITE-TRANS.
           MOVE SPACE TO ENTITY-TRANS-RECORD
           MOVE SIN-ENTITY-ID TO ETR-ENTITY-ID
           MOVE SPACE TO ETR-NEW-FCT01-VAR1
           MOVE DL100-POST-DATE TO ETR-EFFECTIVE-DATE
           MOVE SPACE TO ETR-NEW-STATUS-CODE
           MOVE SIN-CURRENCY-CODE TO ETR-CURRENCY-CODE
           MOVE SIN-AMOUNT TO ETR-AMOUNT
           MOVE ZERO TO ETR-TRANS-SERIAL
           MOVE SPACE TO ETR-TRANS-TYPE
           MOVE "LCL" TO ETR-SOURCE-SYSTEM
           WRITE ENTITY-TRANS-RECORD
           ADD 1 TO DL100-GENERATED-COUNT.
       2300-WRITE-TRANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2400-ADVANCE-DUE-DATE - THE NEXT SCHEDULED DATE FROM THE  *
      *                         CURRENT ONE: SEVEN DAYS ON FOR    *
      *                         WEEKLY; OTHERWISE 1, 3 OR 12      *
      *                         MONTHS ON, ON THE START DATE'S    *
      *                         DAY OF THE MONTH (THE MONTH'S     *
      *                         LAST DAY WHEN IT IS SHORTER)      *
      *----------------------------------------------------------*
       2400-ADVANCE-DUE-DATE.
           IF SIN-FREQ-WEEKLY
               COMPUTE DL100-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SIN-NEXT-DUE-DATE) + 7
               COMPUTE SIN-NEXT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (DL100-DATE-INTEGER)
               GO TO 2400-ADVANCE-DUE-DATE-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SIN-FREQ-MONTHLY
                   MOVE 1 TO DL100-ADD-MONTHS
               WHEN SIN-FREQ-QUARTERLY
                   MOVE 3 TO DL100-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO DL100-ADD-MONTHS
           END-EVALUATE
           MOVE SIN-NEXT-DUE-DATE (1:4) TO DL100-DATE-YEAR
           MOVE SIN-NEXT-DUE-DATE (5:2) TO DL100-DATE-MONTH
           ADD DL100-ADD-MONTHS TO DL100-DATE-MONTH
           IF DL100-DATE-MONTH > 12
               SUBTRACT 12 FROM DL100-DATE-MONTH
               ADD 1 TO DL100-DATE-YEAR
           END-IF
           MOVE SIN-START-DATE (7:2) TO DL100-DATE-DAY
           PERFORM 2450-SET-MAX-DAY THRU 2450-SET-MAX-DAY-EXIT
           IF DL100-DATE-DAY > DL100-DATE-MAX-DAY
               MOVE DL100-DATE-MAX-DAY TO DL100-DATE-DAY
           END-IF
           COMPUTE SIN-NEXT-DUE-DATE = DL100-DATE-YEAR * 10000
               + DL100-DATE-MONTH * 100 + DL100-DATE-DAY.
       2400-ADVANCE-DUE-DATE-EXIT.
           EXIT.
      *
       2450-SET-MAX-DAY.
           EVALUATE DL100-DATE-MONTH
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO DL100-DATE-MAX-DAY
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DL100-DATE-MAX-DAY
               WHEN OTHER
                   MOVE 28 TO DL100-DATE-MAX-DAY
                   PERFORM 2460-CHECK-LEAP-YEAR
                       THRU 2460-CHECK-LEAP-YEAR-EXIT
           END-EVALUATE.
       2450-SET-MAX-DAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2460-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE     *
      *                        YEAR DIVIDES BY 4 BUT NOT BY 100,  *
      *                        OR DIVIDES BY 400                  *
      *----------------------------------------------------------*
       2460-CHECK-LEAP-YEAR.
           DIVIDE DL100-DATE-YEAR BY 400
               GIVING DL100-LEAP-QUOTIENT
               REMAINDER DL100-LEAP-REMAINDER
           IF DL100-LEAP-REMAINDER = 0
               MOVE 29 TO DL100-DATE-MAX-DAY
               GO TO 2460-CHECK-LEAP-YEAR-EXIT
           END-IF
           DIVIDE DL100-DATE-YEAR BY 100
               GIVING DL100-LEAP-QUOTIENT
               REMAINDER DL100-LEAP-REMAINDER
           IF DL100-LEAP-REMAINDER = 0
               GO TO 2460-CHECK-LEAP-YEAR-EXIT
           END-IF
           DIVIDE DL100-DATE-YEAR BY 4
               GIVING DL100-LEAP-QUOTIENT
               REMAINDER DL100-LEAP-REMAINDER
           IF DL100-LEAP-REMAINDER = 0
               MOVE 29 TO DL100-DATE-MAX-DAY
           END-IF.
       2460-CHECK-LEAP-YEAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8000-REPLACE-STANDINS - COPY THE UPDATED INSTRUCTIONS     *
      *                         BACK FROM STANDWK ONCE THE FEED   *
      *                         HAS BEEN WRITTEN                  *
      *----------------------------------------------------------*
       8000-REPLACE-STANDINS.
           OPEN INPUT STANDING-INSTR-WORK-FILE
           OPEN OUTPUT STANDING-INSTR-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STANDING-INSTR-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE STANDING-INSTR-WORK-RECORD TO
                           STANDING-INSTR-RECORD
                       WRITE STANDING-INSTR-RECORD
               END-READ
           END-PERFORM
           CLOSE STANDING-INSTR-WORK-FILE
           CLOSE STANDING-INSTR-FILE.
       8000-REPLACE-STANDINS-EXIT.
           EXIT.
       END PROGRAM DL100SIG.
