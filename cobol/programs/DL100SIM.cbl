       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100SIM.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100SIM - STANDING-INSTRUCTION MAINTENANCE                *
      *   Prompt-driven maintenance of STANDINS, the file DL100SIG *
      *   generates recurring ENTTRANS items from each night:      *
      *   ADD a new instruction (entity on the master, ISOCURR     *
      *   currency, non-zero signed amount, frequency W/M/Q/A,     *
      *   start date on or after the business date, optional end  *
      *   date), SUSPEND an active one, RESUME a suspended one     *
      *   (its next due date moved past the suspended period so   *
      *   nothing missed is generated late), END one for good,    *
      *   and LIST an entity's instructions. The same OPERMAST     *
      *   sign-on as DL100MNT (level 3); every change is logged   *
      *   to SIMLOG with the operator ID and timestamp. STANDINS   *
      *   is rewritten through the STANDWK work file.              *
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
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT SI-MAINT-LOG-FILE ASSIGN TO "SIMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SIMLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-INSTR-FILE.
       01  STANDING-INSTR-RECORD.
           COPY STANDINS.
       FD  STANDING-INSTR-WORK-FILE.
       01  STANDING-INSTR-WORK-RECORD.
           COPY STANDINS REPLACING LEADING ==SIN== BY ==SIW==.
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  SI-MAINT-LOG-FILE.
       01  SI-MAINT-LOG-RECORD.
           05  SIML-DATE                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIML-TIME                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIML-OPERATOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  SIML-ACTION                  PIC X(06).
           05  FILLER                       PIC X(01).
           05  SIML-INSTR-ID                PIC 9(06).
           05  FILLER                       PIC X(01).
           05  SIML-ENTITY-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  SIML-CURRENCY-CODE           PIC X(03).
           05  FILLER                       PIC X(01).
           05  SIML-AMOUNT                  PIC -9(11).99.
           05  FILLER                       PIC X(01).
           05  SIML-FREQUENCY               PIC X(01).
           05  FILLER                       PIC X(01).
           05  SIML-NEXT-DUE-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SIML-STATUS                  PIC X(01).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  OPR-AUTH-LEVEL               PIC 9(01).
       WORKING-STORAGE SECTION.
       77  DL100-OPERMAST-STATUS            PIC X(02) VALUE "00".
           88  DL100-OPERMAST-NOT-FOUND         VALUE "35".
       77  DL100-OPER-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-OPER-EOF-YES               VALUE 'Y'.
       77  DL100-OPER-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-OVERFLOW-COUNT        PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-IDX                   PIC 9(03) COMP.
       77  DL100-OPER-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-OPER-FOUND-YES             VALUE 'Y'.
       77  DL100-OPER-AUTH-LEVEL            PIC 9(01) VALUE ZERO.
       77  DL100-OPER-TRY-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-TRY-LIMIT             PIC 9(03) COMP VALUE 3.
       77  DL100-OPER-VERIFY-SW             PIC X(01) VALUE 'N'.
           88  DL100-OPER-VERIFY-YES            VALUE 'Y'.
       77  DL100-OPER-ABORT-SW              PIC X(01) VALUE 'N'.
           88  DL100-OPER-ABORT-YES             VALUE 'Y'.
       77  DL100-AUTH-REQUIRED              PIC 9(01) VALUE 3.
      *
      *  VALID OPERATOR IDS AND THEIR AUTHORIZATION LEVELS
      *  (1 INQUIRY, 2 DISPOSITION, 3 MASTER MAINTENANCE,
      *  4 REBUILD), LOADED FROM OPERMAST AT START OF JOB
      *
       01  DL100-OPERATOR-TABLE.
           05  DL100-OPER-ENTRY             OCCURS 50 TIMES.
               10  DL100-OPER-ID                PIC X(08).
               10  DL100-OPER-LEVEL             PIC 9(01).
       77  DL100-STANDINS-STATUS            PIC X(02) VALUE "00".
           88  DL100-STANDINS-NOT-FOUND         VALUE "35".
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OK                  VALUE "00".
       77  DL100-SIMLOG-STATUS              PIC X(02) VALUE "00".
           88  DL100-SIMLOG-NOT-FOUND           VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-MORE-SW                    PIC X(01) VALUE 'Y'.
           88  DL100-MORE-YES                   VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-OPERATOR-ID                PIC X(08) VALUE SPACE.
       77  DL100-ACTION-INPUT               PIC X(01) VALUE SPACE.
       77  DL100-LOG-ACTION                 PIC X(06) VALUE SPACE.
       77  DL100-INPUT-ENTITY               PIC X(10) VALUE SPACE.
       77  DL100-INPUT-CURRENCY             PIC X(03) VALUE SPACE.
       77  DL100-INPUT-AMOUNT               PIC X(16) VALUE SPACE.
       77  DL100-INPUT-FREQUENCY            PIC X(01) VALUE SPACE.
           88  DL100-INPUT-FREQ-VALID           VALUE "W" "M"
                                                      "Q" "A".
       77  DL100-INPUT-START                PIC X(08) VALUE SPACE.
       77  DL100-INPUT-END                  PIC X(08) VALUE SPACE.
       77  DL100-INPUT-INSTR                PIC X(06) VALUE SPACE.
       77  DL100-WANTED-INSTR               PIC 9(06) VALUE ZERO.
       77  DL100-HIGH-INSTR                 PIC 9(06) VALUE ZERO.
       77  DL100-NEW-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
       77  DL100-START-DATE                 PIC 9(08) VALUE ZERO.
       77  DL100-END-DATE                   PIC 9(08) VALUE ZERO.
       77  DL100-CHECK-DATE                 PIC 9(08) VALUE ZERO.
       77  DL100-DATE-BAD-SW                PIC X(01) VALUE 'N'.
           88  DL100-DATE-BAD-YES               VALUE 'Y'.
       77  DL100-DATE-YEAR                  PIC 9(04).
       77  DL100-DATE-MONTH                 PIC 9(02).
       77  DL100-DATE-DAY                   PIC 9(02).
       77  DL100-DATE-MAX-DAY               PIC 9(02).
       77  DL100-LEAP-QUOTIENT              PIC 9(04) COMP.
       77  DL100-LEAP-REMAINDER             PIC 9(04) COMP.
       77  DL100-DATE-INTEGER               PIC S9(07) COMP
                                             VALUE ZERO.
       77  DL100-ADD-MONTHS                 PIC 9(02) VALUE ZERO.
       77  DL100-ISO-IDX                    PIC 9(02) COMP.
       77  DL100-ISO-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-ISO-FOUND-YES              VALUE 'Y'.
       77  DL100-PARSE-IDX                  PIC 9(02) COMP.
       77  DL100-PARSE-DIGIT                PIC 9(01) VALUE ZERO.
       77  DL100-PARSE-BAD-SW               PIC X(01) VALUE 'N'.
           88  DL100-PARSE-BAD-YES              VALUE 'Y'.
       77  DL100-PARSE-POINT-SW             PIC X(01) VALUE 'N'.
           88  DL100-PARSE-POINT-YES            VALUE 'Y'.
       77  DL100-PARSE-END-SW               PIC X(01) VALUE 'N'.
           88  DL100-PARSE-END-YES              VALUE 'Y'.
       77  DL100-PARSE-MINUS-SW             PIC X(01) VALUE 'N'.
           88  DL100-PARSE-MINUS-YES            VALUE 'Y'.
       77  DL100-WHOLE-PART                 PIC 9(11) VALUE ZERO.
       77  DL100-FRAC-COUNT                 PIC 9(01) COMP VALUE ZERO.
       77  DL100-FRAC-PART                  PIC 9(02) VALUE ZERO.
       77  DL100-INSTR-FOUND-SW             PIC X(01) VALUE 'N'.
           88  DL100-INSTR-FOUND-YES            VALUE 'Y'.
       77  DL100-APPLIED-SW                 PIC X(01) VALUE 'N'.
           88  DL100-APPLIED-YES                VALUE 'Y'.
       77  DL100-LIST-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DL100-LIST-AMOUNT                PIC -Z(10)9.99.
       77  DL100-CHANGE-COUNT               PIC 9(05) COMP VALUE ZERO.
      *
      *  THE INSTRUCTION AS IT STOOD AFTER THE CHANGE, KEPT FOR
      *  THE SIMLOG RECORD ONCE STANDINS HAS BEEN REWRITTEN
      *
       01  DL100-CHANGED-INSTR.
           COPY STANDINS REPLACING LEADING ==SIN== BY ==SIC==.
       COPY ISOCURR.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-LOAD-OPERATORS THRU 1500-LOAD-OPERATORS-EXIT
           IF DL100-OPER-OVERFLOW-COUNT > 0
               DISPLAY "OPERMAST HOLDS MORE THAN 50 OPERATORS - "
                   "VALID IDS WOULD BE DROPPED, JOB ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1600-VERIFY-OPERATOR
               THRU 1600-VERIFY-OPERATOR-EXIT
               UNTIL DL100-OPER-VERIFY-YES OR DL100-OPER-ABORT-YES
           IF DL100-OPER-ABORT-YES
               DISPLAY "OPERATOR LOCKOUT AFTER "
                   DL100-OPER-TRY-LIMIT " UNKNOWN IDS - JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-OPER-AUTH-LEVEL < DL100-AUTH-REQUIRED
               DISPLAY "OPERATOR " DL100-OPERATOR-ID
                   " NOT AUTHORIZED - LEVEL " DL100-AUTH-REQUIRED
                   " REQUIRED FOR THIS TOOL"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OK
               DISPLAY "ENTMAST OPEN FAILED - STATUS = "
                   DL100-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SI-MAINT-LOG-FILE
           IF DL100-SIMLOG-NOT-FOUND
               OPEN OUTPUT SI-MAINT-LOG-FILE
               CLOSE SI-MAINT-LOG-FILE
               OPEN EXTEND SI-MAINT-LOG-FILE
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM UNTIL NOT DL100-MORE-YES
               PERFORM 2000-GET-ACTION THRU 2000-GET-ACTION-EXIT
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE
           CLOSE SI-MAINT-LOG-FILE
           DISPLAY "CHANGES APPLIED = " DL100-CHANGE-COUNT
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
       2000-GET-ACTION.
           DISPLAY "ACTION (A=ADD S=SUSPEND R=RESUME E=END "
               "L=LIST Q=QUIT) = " NO ADVANCING
           ACCEPT DL100-ACTION-INPUT
           EVALUATE DL100-ACTION-INPUT
               WHEN "A"
                   PERFORM 3000-ADD-INSTRUCTION
                       THRU 3000-ADD-INSTRUCTION-EXIT
               WHEN "S"
                   MOVE "SUSPND" TO DL100-LOG-ACTION
                   PERFORM 4000-CHANGE-INSTRUCTION
                       THRU 4000-CHANGE-INSTRUCTION-EXIT
               WHEN "R"
                   MOVE "RESUME" TO DL100-LOG-ACTION
                   PERFORM 4000-CHANGE-INSTRUCTION
                       THRU 4000-CHANGE-INSTRUCTION-EXIT
               WHEN "E"
                   MOVE "END" TO DL100-LOG-ACTION
                   PERFORM 4000-CHANGE-INSTRUCTION
                       THRU 4000-CHANGE-INSTRUCTION-EXIT
               WHEN "L"
                   PERFORM 5000-LIST-INSTRUCTIONS
                       THRU 5000-LIST-INSTRUCTIONS-EXIT
               WHEN "Q"
                   MOVE 'N' TO DL100-MORE-SW
               WHEN OTHER
                   DISPLAY "ACTION NOT A, S, R, E, L OR Q"
           END-EVALUATE.
       2000-GET-ACTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-ADD-INSTRUCTION - A NEW ACTIVE INSTRUCTION, ITS      *
      *                        FIRST DUE DATE ITS START DATE,     *
      *                        NUMBERED ONE ABOVE THE HIGHEST ID  *
      *                        ON FILE AND APPENDED TO STANDINS   *
      *----------------------------------------------------------*
       3000-ADD-INSTRUCTION.
           DISPLAY "ENTITY ID = " NO ADVANCING
           ACCEPT DL100-INPUT-ENTITY
           MOVE DL100-INPUT-ENTITY TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   DISPLAY "ENTITY " DL100-INPUT-ENTITY " NOT ON FILE"
                   GO TO 3000-ADD-INSTRUCTION-EXIT
           END-READ
           IF XXXENTM-STATUS-CLOSED
               DISPLAY "ENTITY " DL100-INPUT-ENTITY " IS CLOSED"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           DISPLAY "CURRENCY = " NO ADVANCING
           ACCEPT DL100-INPUT-CURRENCY
           PERFORM 3100-CHECK-ISO-CODE THRU 3100-CHECK-ISO-CODE-EXIT
           IF NOT DL100-ISO-FOUND-YES
               DISPLAY "CURRENCY NOT A RECOGNIZED ISO CODE"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           DISPLAY "AMOUNT (-NNNNNNNNNNN.NN) = " NO ADVANCING
           ACCEPT DL100-INPUT-AMOUNT
           PERFORM 3200-PARSE-AMOUNT THRU 3200-PARSE-AMOUNT-EXIT
           IF DL100-PARSE-BAD-YES
               DISPLAY "AMOUNT NOT A USABLE NUMBER"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           IF DL100-NEW-AMOUNT = ZERO
               DISPLAY "AMOUNT OF ZERO REFUSED"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           DISPLAY "FREQUENCY (W=WEEKLY M=MONTHLY Q=QUARTERLY "
               "A=ANNUAL) = " NO ADVANCING
           ACCEPT DL100-INPUT-FREQUENCY
           IF NOT DL100-INPUT-FREQ-VALID
               DISPLAY "FREQUENCY NOT W, M, Q OR A"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           DISPLAY "START DATE (YYYYMMDD) = " NO ADVANCING
           ACCEPT DL100-INPUT-START
           IF DL100-INPUT-START NOT NUMERIC
               DISPLAY "START DATE NOT NUMERIC"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           MOVE DL100-INPUT-START TO DL100-CHECK-DATE
           PERFORM 3400-EDIT-DATE THRU 3400-EDIT-DATE-EXIT
           IF DL100-DATE-BAD-YES
               DISPLAY "START DATE NOT A CALENDAR DATE"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           IF DL100-CHECK-DATE < DL100-TODAY
               DISPLAY "START DATE BEFORE BUSINESS DATE " DL100-TODAY
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           MOVE DL100-CHECK-DATE TO DL100-START-DATE
           DISPLAY "END DATE (YYYYMMDD, BLANK=OPEN-ENDED) = "
               NO ADVANCING
           ACCEPT DL100-INPUT-END
           MOVE ZERO TO DL100-END-DATE
           IF DL100-INPUT-END NOT = SPACE
               IF DL100-INPUT-END NOT NUMERIC
                   DISPLAY "END DATE NOT NUMERIC"
                   GO TO 3000-ADD-INSTRUCTION-EXIT
               END-IF
               MOVE DL100-INPUT-END TO DL100-CHECK-DATE
               PERFORM 3400-EDIT-DATE THRU 3400-EDIT-DATE-EXIT
               IF DL100-DATE-BAD-YES
                   DISPLAY "END DATE NOT A CALENDAR DATE"
                   GO TO 3000-ADD-INSTRUCTION-EXIT
               END-IF
               IF DL100-CHECK-DATE < DL100-START-DATE
                   DISPLAY "END DATE BEFORE START DATE"
                   GO TO 3000-ADD-INSTRUCTION-EXIT
               END-IF
               MOVE DL100-CHECK-DATE TO DL100-END-DATE
           END-IF
           PERFORM 3500-FIND-HIGH-INSTR THRU 3500-FIND-HIGH-INSTR-EXIT
           IF DL100-HIGH-INSTR >= 999999
               DISPLAY "INSTRUCTION IDS EXHAUSTED - NOT ADDED"
               GO TO 3000-ADD-INSTRUCTION-EXIT
           END-IF
           MOVE SPACE TO DL100-CHANGED-INSTR
           COMPUTE SIC-INSTR-ID = DL100-HIGH-INSTR + 1
           MOVE DL100-INPUT-ENTITY TO SIC-ENTITY-ID
           MOVE DL100-INPUT-CURRENCY TO SIC-CURRENCY-CODE
           MOVE DL100-NEW-AMOUNT TO SIC-AMOUNT
           MOVE DL100-INPUT-FREQUENCY TO SIC-FREQUENCY
           MOVE DL100-START-DATE TO SIC-START-DATE
           MOVE DL100-END-DATE TO SIC-END-DATE
           MOVE DL100-START-DATE TO SIC-NEXT-DUE-DATE
           SET SIC-STATUS-ACTIVE TO TRUE
           MOVE ZERO TO SIC-LAST-GEN-DATE
           MOVE DL100-OPERATOR-ID TO SIC-OPERATOR-ID
           OPEN EXTEND STANDING-INSTR-FILE
           IF DL100-STANDINS-NOT-FOUND
               OPEN OUTPUT STANDING-INSTR-FILE
               CLOSE STANDING-INSTR-FILE
               OPEN EXTEND STANDING-INSTR-FILE
           END-IF
           MOVE DL100-CHANGED-INSTR TO STANDING-INSTR-RECORD
           WRITE STANDING-INSTR-RECORD
           CLOSE STANDING-INSTR-FILE
           MOVE "ADD" TO DL100-LOG-ACTION
           PERFORM 6000-LOG-CHANGE THRU 6000-LOG-CHANGE-EXIT
           DISPLAY "INSTRUCTION " SIC-INSTR-ID " ADDED FOR "
               SIC-ENTITY-ID " - FIRST DUE " SIC-NEXT-DUE-DATE.
       3000-ADD-INSTRUCTION-EXIT.
           EXIT.
      *
       3100-CHECK-ISO-CODE.
           MOVE 'N' TO DL100-ISO-FOUND-SW
           PERFORM 3150-MATCH-ISO-CODE THRU 3150-MATCH-ISO-CODE-EXIT
               VARYING DL100-ISO-IDX FROM 1 BY 1
               UNTIL DL100-ISO-IDX > 20.
       3100-CHECK-ISO-CODE-EXIT.
           EXIT.
      *
       3150-MATCH-ISO-CODE.
           IF DL100-INPUT-CURRENCY = DL100-ISO-CODE (DL100-ISO-IDX)
               MOVE 'Y' TO DL100-ISO-FOUND-SW
           END-IF.
       3150-MATCH-ISO-CODE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3200-PARSE-AMOUNT - A KEYED AMOUNT ARRIVES AS TEXT: AN    *
      *                     OPTIONAL LEADING MINUS, UP TO 11      *
      *                     WHOLE DIGITS AND AN OPTIONAL DECIMAL  *
      *                     POINT WITH UP TO 2 FRACTION DIGITS,   *
      *                     BUILT CHARACTER BY CHARACTER          *
      *----------------------------------------------------------*
       3200-PARSE-AMOUNT.
           MOVE 'N' TO DL100-PARSE-BAD-SW
           MOVE 'N' TO DL100-PARSE-POINT-SW
           MOVE 'N' TO DL100-PARSE-END-SW
           MOVE 'N' TO DL100-PARSE-MINUS-SW
           MOVE ZERO TO DL100-WHOLE-PART
           MOVE ZERO TO DL100-FRAC-PART
           MOVE ZERO TO DL100-FRAC-COUNT
           MOVE ZERO TO DL100-NEW-AMOUNT
           IF DL100-INPUT-AMOUNT = SPACE
               MOVE 'Y' TO DL100-PARSE-BAD-SW
               GO TO 3200-PARSE-AMOUNT-EXIT
           END-IF
           PERFORM 3250-PARSE-AMOUNT-CHAR
               THRU 3250-PARSE-AMOUNT-CHAR-EXIT
               VARYING DL100-PARSE-IDX FROM 1 BY 1
               UNTIL DL100-PARSE-IDX > 16
               OR DL100-PARSE-BAD-YES
           IF DL100-PARSE-BAD-YES
               GO TO 3200-PARSE-AMOUNT-EXIT
           END-IF
           IF DL100-FRAC-COUNT = 1
               COMPUTE DL100-FRAC-PART = DL100-FRAC-PART * 10
           END-IF
           COMPUTE DL100-NEW-AMOUNT =
               DL100-WHOLE-PART + DL100-FRAC-PART / 100
           IF DL100-PARSE-MINUS-YES
               COMPUTE DL100-NEW-AMOUNT = 0 - DL100-NEW-AMOUNT
           END-IF.
       3200-PARSE-AMOUNT-EXIT.
           EXIT.
      *
       3250-PARSE-AMOUNT-CHAR.
           EVALUATE TRUE
               WHEN DL100-INPUT-AMOUNT (DL100-PARSE-IDX:1) = SPACE
                   MOVE 'Y' TO DL100-PARSE-END-SW
               WHEN DL100-PARSE-END-YES
                   MOVE 'Y' TO DL100-PARSE-BAD-SW
               WHEN DL100-INPUT-AMOUNT (DL100-PARSE-IDX:1) = "-"
                   IF DL100-PARSE-IDX = 1
                       MOVE 'Y' TO DL100-PARSE-MINUS-SW
                   ELSE
                       MOVE 'Y' TO DL100-PARSE-BAD-SW
                   END-IF
               WHEN DL100-INPUT-AMOUNT (DL100-PARSE-IDX:1) = "."
                   IF DL100-PARSE-POINT-YES
                       MOVE 'Y' TO DL100-PARSE-BAD-SW
                   ELSE
                       MOVE 'Y' TO DL100-PARSE-POINT-SW
                   END-IF
               WHEN DL100-INPUT-AMOUNT (DL100-PARSE-IDX:1)
                       NOT NUMERIC
                   MOVE 'Y' TO DL100-PARSE-BAD-SW
               WHEN DL100-PARSE-POINT-YES
                   IF DL100-FRAC-COUNT >= 2
                       MOVE 'Y' TO DL100-PARSE-BAD-SW
                   ELSE
                       MOVE DL100-INPUT-AMOUNT (DL100-PARSE-IDX:1) TO
                           DL100-PARSE-DIGIT
                       COMPUTE DL100-FRAC-PART =
                           DL100-FRAC-PART * 10 + DL100-PARSE-DIGIT
                       ADD 1 TO DL100-FRAC-COUNT
                   END-IF
               WHEN OTHER
                   IF DL100-WHOLE-PART > 9999999999
                       MOVE 'Y' TO DL100-PARSE-BAD-SW
                   ELSE
                       MOVE DL100-INPUT-AMOUNT (DL100-PARSE-IDX:1) TO
                           DL100-PARSE-DIGIT
                       COMPUTE DL100-WHOLE-PART =
                           DL100-WHOLE-PART * 10 + DL100-PARSE-DIGIT
                   END-IF
           END-EVALUATE.
       3250-PARSE-AMOUNT-CHAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3400-EDIT-DATE - A REAL CALENDAR DATE: MONTH 01-12, DAY   *
      *                  WITHIN THE MONTH INCLUDING LEAP-YEAR     *
      *                  FEBRUARY                                 *
      *----------------------------------------------------------*
       3400-EDIT-DATE.
           MOVE 'N' TO DL100-DATE-BAD-SW
           MOVE DL100-CHECK-DATE (1:4) TO DL100-DATE-YEAR
           MOVE DL100-CHECK-DATE (5:2) TO DL100-DATE-MONTH
           MOVE DL100-CHECK-DATE (7:2) TO DL100-DATE-DAY
           IF DL100-DATE-MONTH < 1 OR DL100-DATE-MONTH > 12
               MOVE 'Y' TO DL100-DATE-BAD-SW
               GO TO 3400-EDIT-DATE-EXIT
           END-IF
           PERFORM 7100-SET-MAX-DAY THRU 7100-SET-MAX-DAY-EXIT
           IF DL100-DATE-DAY < 1
               OR DL100-DATE-DAY > DL100-DATE-MAX-DAY
               MOVE 'Y' TO DL100-DATE-BAD-SW
           END-IF.
       3400-EDIT-DATE-EXIT.
           EXIT.
      *
       3500-FIND-HIGH-INSTR.
           MOVE ZERO TO DL100-HIGH-INSTR
           OPEN INPUT STANDING-INSTR-FILE
           IF DL100-STANDINS-NOT-FOUND
               GO TO 3500-FIND-HIGH-INSTR-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STANDING-INSTR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF SIN-INSTR-ID NUMERIC
                           AND SIN-INSTR-ID > DL100-HIGH-INSTR
                           MOVE SIN-INSTR-ID TO DL100-HIGH-INSTR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-INSTR-FILE.
       3500-FIND-HIGH-INSTR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-CHANGE-INSTRUCTION - SUSPEND, RESUME OR END ONE      *
      *                           INSTRUCTION BY ID: STANDINS IS  *
      *                           COPIED TO STANDWK WITH THE      *
      *                           CHANGE APPLIED, AND COPIED BACK *
      *                           ONLY WHEN THE CHANGE WAS        *
      *                           ALLOWED                         *
      *----------------------------------------------------------*
       4000-CHANGE-INSTRUCTION.
           DISPLAY "INSTRUCTION ID = " NO ADVANCING
           ACCEPT DL100-INPUT-INSTR
           IF DL100-INPUT-INSTR NOT NUMERIC
               DISPLAY "INSTRUCTION ID NOT NUMERIC"
               GO TO 4000-CHANGE-INSTRUCTION-EXIT
           END-IF
           MOVE DL100-INPUT-INSTR TO DL100-WANTED-INSTR
           MOVE 'N' TO DL100-INSTR-FOUND-SW
           MOVE 'N' TO DL100-APPLIED-SW
           OPEN INPUT STANDING-INSTR-FILE
           IF DL100-STANDINS-NOT-FOUND
               DISPLAY "NO STANDING INSTRUCTIONS ON FILE"
               GO TO 4000-CHANGE-INSTRUCTION-EXIT
           END-IF
           OPEN OUTPUT STANDING-INSTR-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STANDING-INSTR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF SIN-INSTR-ID = DL100-WANTED-INSTR
                           PERFORM 4100-APPLY-CHANGE
                               THRU 4100-APPLY-CHANGE-EXIT
                       END-IF
                       MOVE STANDING-INSTR-RECORD TO
                           STANDING-INSTR-WORK-RECORD
                       WRITE STANDING-INSTR-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE STANDING-INSTR-FILE
           CLOSE STANDING-INSTR-WORK-FILE
           IF NOT DL100-INSTR-FOUND-YES
               DISPLAY "INSTRUCTION " DL100-WANTED-INSTR
                   " NOT ON FILE"
               GO TO 4000-CHANGE-INSTRUCTION-EXIT
           END-IF
           IF NOT DL100-APPLIED-YES
               GO TO 4000-CHANGE-INSTRUCTION-EXIT
           END-IF
           PERFORM 8000-REPLACE-STANDINS THRU 8000-REPLACE-STANDINS-EXIT
           PERFORM 6000-LOG-CHANGE THRU 6000-LOG-CHANGE-EXIT
           DISPLAY "INSTRUCTION " SIC-INSTR-ID " " DL100-LOG-ACTION
               " RECORDED - NEXT DUE " SIC-NEXT-DUE-DATE.
       4000-CHANGE-INSTRUCTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4100-APPLY-CHANGE - ONLY AN ACTIVE INSTRUCTION CAN BE     *
      *                     SUSPENDED AND ONLY A SUSPENDED ONE    *
      *                     RESUMED; AN ENDED ONE IS FINAL. A     *
      *                     RESUME MOVES THE NEXT DUE DATE ON TO  *
      *                     THE FIRST ONE NOT BEFORE THE BUSINESS *
      *                     DATE; AN END BRINGS AN OPEN OR LATER  *
      *                     END DATE BACK TO THE BUSINESS DATE    *
      *----------------------------------------------------------*
       4100-APPLY-CHANGE.
           MOVE 'Y' TO DL100-INSTR-FOUND-SW
           EVALUATE DL100-LOG-ACTION
               WHEN "SUSPND"
                   IF NOT SIN-STATUS-ACTIVE
                       DISPLAY "INSTRUCTION NOT ACTIVE - "
                           "NOT SUSPENDED"
                       GO TO 4100-APPLY-CHANGE-EXIT
                   END-IF
                   SET SIN-STATUS-SUSPENDED TO TRUE
               WHEN "RESUME"
                   IF NOT SIN-STATUS-SUSPENDED
                       DISPLAY "INSTRUCTION NOT SUSPENDED - "
                           "NOT RESUMED"
                       GO TO 4100-APPLY-CHANGE-EXIT
                   END-IF
                   SET SIN-STATUS-ACTIVE TO TRUE
                   PERFORM 7000-ADVANCE-DUE-DATE
                       THRU 7000-ADVANCE-DUE-DATE-EXIT
                       UNTIL SIN-NEXT-DUE-DATE >= DL100-TODAY
               WHEN OTHER
                   IF SIN-STATUS-ENDED
                       DISPLAY "INSTRUCTION ALREADY ENDED"
                       GO TO 4100-APPLY-CHANGE-EXIT
                   END-IF
                   SET SIN-STATUS-ENDED TO TRUE
                   IF SIN-END-DATE = ZERO
                       OR SIN-END-DATE > DL100-TODAY
                       MOVE DL100-TODAY TO SIN-END-DATE
                   END-IF
           END-EVALUATE
           MOVE DL100-OPERATOR-ID TO SIN-OPERATOR-ID
           MOVE STANDING-INSTR-RECORD TO DL100-CHANGED-INSTR
           MOVE 'Y' TO DL100-APPLIED-SW.
       4100-APPLY-CHANGE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-LIST-INSTRUCTIONS - EVERY INSTRUCTION ON FILE FOR    *
      *                          ONE ENTITY, WHATEVER ITS STATUS  *
      *----------------------------------------------------------*
       5000-LIST-INSTRUCTIONS.
           DISPLAY "ENTITY ID = " NO ADVANCING
           ACCEPT DL100-INPUT-ENTITY
           MOVE ZERO TO DL100-LIST-COUNT
           OPEN INPUT STANDING-INSTR-FILE
           IF DL100-STANDINS-NOT-FOUND
               DISPLAY "NO STANDING INSTRUCTIONS ON FILE"
               GO TO 5000-LIST-INSTRUCTIONS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STANDING-INSTR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF SIN-ENTITY-ID = DL100-INPUT-ENTITY
                           PERFORM 5100-LIST-ONE
                               THRU 5100-LIST-ONE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-INSTR-FILE
           DISPLAY "INSTRUCTIONS LISTED = " DL100-LIST-COUNT.
       5000-LIST-INSTRUCTIONS-EXIT.
           EXIT.
      *
       5100-LIST-ONE.
           ADD 1 TO DL100-LIST-COUNT
           MOVE SIN-AMOUNT TO DL100-LIST-AMOUNT
           DISPLAY SIN-INSTR-ID " " SIN-CURRENCY-CODE " "
               DL100-LIST-AMOUNT " " SIN-FREQUENCY
               " START " SIN-START-DATE " END " SIN-END-DATE
               " NEXT " SIN-NEXT-DUE-DATE " STATUS " SIN-STATUS.
       5100-LIST-ONE-EXIT.
           EXIT.
      *
       6000-LOG-CHANGE.
           MOVE SPACE TO SI-MAINT-LOG-RECORD
           MOVE DL100-TODAY TO SIML-DATE
           ACCEPT SIML-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO SIML-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO SIML-ACTION
           MOVE SIC-INSTR-ID TO SIML-INSTR-ID
           MOVE SIC-ENTITY-ID TO SIML-ENTITY-ID
           MOVE SIC-CURRENCY-CODE TO SIML-CURRENCY-CODE
           MOVE SIC-AMOUNT TO SIML-AMOUNT
           MOVE SIC-FREQUENCY TO SIML-FREQUENCY
           MOVE SIC-NEXT-DUE-DATE TO SIML-NEXT-DUE-DATE
           MOVE SIC-STATUS TO SIML-STATUS
           WRITE SI-MAINT-LOG-RECORD
           ADD 1 TO DL100-CHANGE-COUNT.
       6000-LOG-CHANGE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7000-ADVANCE-DUE-DATE - THE NEXT SCHEDULED DATE, BY THE   *
      *                         SAME RULE DL100SIG APPLIES: SEVEN *
      *                         DAYS ON FOR WEEKLY; OTHERWISE 1,  *
      *                         3 OR 12 MONTHS ON, ON THE START   *
      *                         DATE'S DAY OF THE MONTH (THE      *
      *                         MONTH'S LAST DAY WHEN SHORTER)    *
      *----------------------------------------------------------*
       7000-ADVANCE-DUE-DATE.
           IF SIN-FREQ-WEEKLY
               COMPUTE DL100-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (SIN-NEXT-DUE-DATE) + 7
               COMPUTE SIN-NEXT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (DL100-DATE-INTEGER)
               GO TO 7000-ADVANCE-DUE-DATE-EXIT
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
           PERFORM 7100-SET-MAX-DAY THRU 7100-SET-MAX-DAY-EXIT
           IF DL100-DATE-DAY > DL100-DATE-MAX-DAY
               MOVE DL100-DATE-MAX-DAY TO DL100-DATE-DAY
           END-IF
           COMPUTE SIN-NEXT-DUE-DATE = DL100-DATE-YEAR * 10000
               + DL100-DATE-MONTH * 100 + DL100-DATE-DAY.
       7000-ADVANCE-DUE-DATE-EXIT.
           EXIT.
      *
       7100-SET-MAX-DAY.
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
                   PERFORM 7150-CHECK-LEAP-YEAR
                       THRU 7150-CHECK-LEAP-YEAR-EXIT
           END-EVALUATE.
       7100-SET-MAX-DAY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7150-CHECK-LEAP-YEAR - FEBRUARY GETS 29 DAYS WHEN THE     *
      *                        YEAR DIVIDES BY 4 BUT NOT BY 100,  *
      *                        OR DIVIDES BY 400                  *
      *----------------------------------------------------------*
       7150-CHECK-LEAP-YEAR.
           DIVIDE DL100-DATE-YEAR BY 400
               GIVING DL100-LEAP-QUOTIENT
               REMAINDER DL100-LEAP-REMAINDER
           IF DL100-LEAP-REMAINDER = 0
               MOVE 29 TO DL100-DATE-MAX-DAY
               GO TO 7150-CHECK-LEAP-YEAR-EXIT
           END-IF
           DIVIDE DL100-DATE-YEAR BY 100
               GIVING DL100-LEAP-QUOTIENT
               REMAINDER DL100-LEAP-REMAINDER
           IF DL100-LEAP-REMAINDER = 0
               GO TO 7150-CHECK-LEAP-YEAR-EXIT
           END-IF
           DIVIDE DL100-DATE-YEAR BY 4
               GIVING DL100-LEAP-QUOTIENT
               REMAINDER DL100-LEAP-REMAINDER
           IF DL100-LEAP-REMAINDER = 0
               MOVE 29 TO DL100-DATE-MAX-DAY
           END-IF.
       7150-CHECK-LEAP-YEAR-EXIT.
           EXIT.
      *
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
      *----------------------------------------------------------*
      * 1500-LOAD-OPERATORS - LOAD OPERMAST INTO THE OPERATOR     *
      *                       TABLE, EXACTLY AS PERFORM0 DOES. A  *
      *                       MISSING OPERMAST (NEVER SET UP)     *
      *                       LEAVES THE TABLE EMPTY AND THE ID   *
      *                       CHECK IS WAIVED WITH A WARNING;     *
      *                       RECORDS PAST THE 50-SLOT TABLE      *
      *                       ABORT THE JOB - DROPPING THEM       *
      *                       WOULD LOCK VALID OPERATORS OUT      *
      *----------------------------------------------------------*
       1500-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF DL100-OPERMAST-NOT-FOUND
               GO TO 1500-LOAD-OPERATORS-EXIT
           END-IF
           PERFORM UNTIL DL100-OPER-EOF-YES
               READ OPERATOR-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DL100-OPER-EOF-SW
                   NOT AT END
                       IF DL100-OPER-COUNT >= 50
                           ADD 1 TO DL100-OPER-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO DL100-OPER-COUNT
                           MOVE OPR-OPERATOR-ID TO
                               DL100-OPER-ID (DL100-OPER-COUNT)
                           MOVE OPR-AUTH-LEVEL TO
                               DL100-OPER-LEVEL (DL100-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
       1500-LOAD-OPERATORS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1600-VERIFY-OPERATOR - PROMPT FOR THE OPERATOR ID AND     *
      *                        CHECK IT AGAINST THE OPERATOR      *
      *                        TABLE BEFORE THE TOOL IS ALLOWED   *
      *                        TO START; THREE UNKNOWN IDS LOCK   *
      *                        THE JOB OUT, THE PERFORM0 RULE     *
      *----------------------------------------------------------*
       1600-VERIFY-OPERATOR.
           DISPLAY "OPERATOR ID = " NO ADVANCING
           ACCEPT DL100-OPERATOR-ID
           IF DL100-OPER-COUNT = 0
               DISPLAY "OPERMAST NOT SET UP - ID NOT VERIFIED"
               MOVE 9 TO DL100-OPER-AUTH-LEVEL
               MOVE 'Y' TO DL100-OPER-VERIFY-SW
               GO TO 1600-VERIFY-OPERATOR-EXIT
           END-IF
           MOVE 'N' TO DL100-OPER-FOUND-SW
           PERFORM 1650-MATCH-OPERATOR THRU 1650-MATCH-OPERATOR-EXIT
               VARYING DL100-OPER-IDX FROM 1 BY 1
               UNTIL DL100-OPER-IDX > DL100-OPER-COUNT
           IF DL100-OPER-FOUND-YES
               MOVE 'Y' TO DL100-OPER-VERIFY-SW
           ELSE
               ADD 1 TO DL100-OPER-TRY-COUNT
               DISPLAY "OPERATOR " DL100-OPERATOR-ID " NOT ON FILE"
               IF DL100-OPER-TRY-COUNT >= DL100-OPER-TRY-LIMIT
                   MOVE 'Y' TO DL100-OPER-ABORT-SW
               END-IF
           END-IF.
       1600-VERIFY-OPERATOR-EXIT.
           EXIT.
      *
       1650-MATCH-OPERATOR.
           IF DL100-OPER-ID (DL100-OPER-IDX) = DL100-OPERATOR-ID
               MOVE DL100-OPER-LEVEL (DL100-OPER-IDX) TO
                   DL100-OPER-AUTH-LEVEL
               MOVE 'Y' TO DL100-OPER-FOUND-SW
               MOVE DL100-OPER-COUNT TO DL100-OPER-IDX
           END-IF.
       1650-MATCH-OPERATOR-EXIT.
           EXIT.
      *
       END PROGRAM DL100SIM.
