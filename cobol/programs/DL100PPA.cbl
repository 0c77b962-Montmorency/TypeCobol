       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100PPA.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100PPA - PRIOR-PERIOD ADJUSTMENT AUTHORIZATION FACILITY  *
      *   Prompt-driven finance tool over PPAREVW, the             *
      *   transactions DL100EDT held as back-dated into a month    *
      *   DL100MEC has closed. The whole file is loaded to         *
      *   storage; for each entity ID keyed in (or * for every     *
      *   pending item) its pending items are listed with an       *
      *   entry number. An item is AUTHORIZED - re-fed onto the    *
      *   raw ENTTRANS feed with its original effective date and   *
      *   serial, which DL100EDT then lets through to posting as   *
      *   a prior-period adjustment - or DECLINED, to go back to   *
      *   the sender; it never posts. Every decision needs a note, *
      *   is stamped on the review record with the operator, date  *
      *   and time, and is logged to PPALOG; PPAREVW is rewritten  *
      *   at end of job. Master maintenance level (3) required.    *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPA-REVIEW-FILE ASSIGN TO "PPAREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PPAREVW-STATUS.
           SELECT PPA-LOG-FILE ASSIGN TO "PPALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PPALOG-STATUS.
           SELECT ENTITY-TRANS-FILE ASSIGN TO "ENTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRANS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PPA-REVIEW-FILE.
       01  PPA-REVIEW-RECORD.
           COPY PPAREVW.
       FD  PPA-LOG-FILE.
       01  PPA-LOG-RECORD.
           05  PLOG-DATE                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PLOG-TIME                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PLOG-OPERATOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  PLOG-ACTION                  PIC X(09).
           05  FILLER                       PIC X(01).
           05  PLOG-TRANS-SERIAL            PIC 9(13).
           05  FILLER                       PIC X(01).
           05  PLOG-ENTITY-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  PLOG-PERIOD                  PIC 9(06).
           05  FILLER                       PIC X(01).
           05  PLOG-CURRENCY-CODE           PIC X(03).
           05  FILLER                       PIC X(01).
           05  PLOG-AMOUNT                  PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  PLOG-NOTE                    PIC X(30).
       FD  ENTITY-TRANS-FILE.
       01  ENTITY-TRANS-RECORD.
           COPY ENTTRANS.
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
       77  DL100-PPAREVW-STATUS             PIC X(02) VALUE "00".
           88  DL100-PPAREVW-NOT-FOUND          VALUE "35".
       77  DL100-PPALOG-STATUS              PIC X(02) VALUE "00".
           88  DL100-PPALOG-NOT-FOUND           VALUE "35".
       77  DL100-TRANS-STATUS               PIC X(02) VALUE "00".
           88  DL100-TRANS-NOT-FOUND            VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-MORE-SW                    PIC X(01) VALUE 'Y'.
           88  DL100-MORE-YES                   VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-OPERATOR-ID                PIC X(08) VALUE SPACE.
       77  DL100-INQUIRY-ID                 PIC X(10) VALUE SPACE.
       77  DL100-REVIEW-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  DL100-OVERFLOW-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  DL100-REVIEW-IDX                 PIC 9(04) COMP.
       77  DL100-MATCH-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  DL100-ENTRY-INPUT                PIC X(04) VALUE SPACE.
       77  DL100-ENTRY-NUMBER               PIC 9(04) VALUE ZERO.
       77  DL100-PARSE-IDX                  PIC 9(01) COMP.
       77  DL100-PARSE-DIGIT                PIC 9(01) VALUE ZERO.
       77  DL100-PARSE-BAD-SW               PIC X(01) VALUE 'N'.
           88  DL100-PARSE-BAD-YES              VALUE 'Y'.
       77  DL100-PARSE-END-SW               PIC X(01) VALUE 'N'.
           88  DL100-PARSE-END-YES              VALUE 'Y'.
       77  DL100-ACTION-INPUT               PIC X(01) VALUE SPACE.
       77  DL100-NOTE-TEXT                  PIC X(30) VALUE SPACE.
       77  DL100-LOG-ACTION                 PIC X(09) VALUE SPACE.
       77  DL100-AUTH-SERIAL                PIC 9(13) VALUE ZERO.
       77  DL100-AUTH-SEEN-SW               PIC X(01) VALUE 'N'.
           88  DL100-AUTH-SEEN-YES              VALUE 'Y'.
       77  DL100-AUTHORIZE-COUNT            PIC 9(04) COMP VALUE ZERO.
       77  DL100-DECLINE-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  DL100-AMOUNT-EDIT                PIC -9(11).99.
      *
      *  THE WHOLE REVIEW FILE, LOADED AT START AND REWRITTEN AT
      *  END OF JOB WITH THE DECISIONS STAMPED ON
      *
       01  DL100-REVIEW-TABLE.
           05  DL100-RVT-IMAGE              PIC X(166)
                                            OCCURS 5000 TIMES.
      *
      *  ONE REVIEW RECORD OUT OF THE TABLE, FOR LISTING OR
      *  DECISION
      *
       01  DL100-WORK-REVIEW.
           COPY PPAREVW REPLACING LEADING ==PPA== BY ==PPW==.
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
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1000-LOAD-REVIEWS THRU 1000-LOAD-REVIEWS-EXIT
           IF DL100-REVIEW-COUNT = 0
               DISPLAY "NO PRIOR-PERIOD ITEMS ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-OVERFLOW-COUNT > 0
               DISPLAY "PPAREVW HOLDS MORE THAN 5000 RECORDS - "
                   "REWRITING WOULD LOSE THE OVERFLOW, JOB ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND PPA-LOG-FILE
           IF DL100-PPALOG-NOT-FOUND
               OPEN OUTPUT PPA-LOG-FILE
               CLOSE PPA-LOG-FILE
               OPEN EXTEND PPA-LOG-FILE
           END-IF
           PERFORM UNTIL NOT DL100-MORE-YES
               PERFORM 2000-GET-ENTITY-ID THRU 2000-GET-ENTITY-ID-EXIT
               IF DL100-MORE-YES
                   PERFORM 3000-WORK-ENTITY THRU 3000-WORK-ENTITY-EXIT
               END-IF
           END-PERFORM
           PERFORM 8000-REWRITE-REVIEWS THRU 8000-REWRITE-REVIEWS-EXIT
           CLOSE PPA-LOG-FILE
           DISPLAY "AUTHORIZED = " DL100-AUTHORIZE-COUNT
           DISPLAY "DECLINED   = " DL100-DECLINE-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
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
       1000-LOAD-REVIEWS.
           OPEN INPUT PPA-REVIEW-FILE
           IF DL100-PPAREVW-NOT-FOUND
               GO TO 1000-LOAD-REVIEWS-EXIT
           END-IF
           PERFORM UNTIL DL100-EOF-YES
               READ PPA-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-REVIEW-COUNT >= 5000
                           ADD 1 TO DL100-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO DL100-REVIEW-COUNT
                           MOVE PPA-REVIEW-RECORD TO
                               DL100-RVT-IMAGE (DL100-REVIEW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPA-REVIEW-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1000-LOAD-REVIEWS-EXIT.
           EXIT.
      *
       2000-GET-ENTITY-ID.
           DISPLAY "ENTITY ID (* = ALL PENDING, BLANK TO QUIT) = "
               NO ADVANCING
           ACCEPT DL100-INQUIRY-ID
           IF DL100-INQUIRY-ID = SPACE
               MOVE 'N' TO DL100-MORE-SW
           END-IF.
       2000-GET-ENTITY-ID-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-WORK-ENTITY - LIST THE KEYED ENTITY'S PENDING ITEMS  *
      *                    WITH THEIR ENTRY NUMBERS, THEN TAKE AN *
      *                    ENTRY NUMBER AND A DECISION            *
      *----------------------------------------------------------*
       3000-WORK-ENTITY.
           MOVE ZERO TO DL100-MATCH-COUNT
           PERFORM 3100-LIST-PENDING THRU 3100-LIST-PENDING-EXIT
               VARYING DL100-REVIEW-IDX FROM 1 BY 1
               UNTIL DL100-REVIEW-IDX > DL100-REVIEW-COUNT
           IF DL100-MATCH-COUNT = 0
               DISPLAY "NO PENDING PRIOR-PERIOD ITEMS FOR "
                   DL100-INQUIRY-ID
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           DISPLAY "ENTRY NUMBER = " NO ADVANCING
           ACCEPT DL100-ENTRY-INPUT
           PERFORM 3200-PARSE-ENTRY-NUMBER
               THRU 3200-PARSE-ENTRY-NUMBER-EXIT
           IF DL100-PARSE-BAD-YES
               DISPLAY "ENTRY NUMBER NOT NUMERIC"
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           IF DL100-ENTRY-NUMBER < 1
               OR DL100-ENTRY-NUMBER > DL100-REVIEW-COUNT
               DISPLAY "ENTRY NUMBER OUT OF RANGE"
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           MOVE DL100-RVT-IMAGE (DL100-ENTRY-NUMBER) TO
               DL100-WORK-REVIEW
           IF (DL100-INQUIRY-ID NOT = "*"
                   AND PPW-ENTITY-ID NOT = DL100-INQUIRY-ID)
               OR NOT PPW-STATUS-PENDING
               DISPLAY "ENTRY NOT SELECTABLE FOR " DL100-INQUIRY-ID
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           MOVE PPW-AMOUNT TO DL100-AMOUNT-EDIT
           DISPLAY "  ENTITY " PPW-ENTITY-ID " SERIAL "
               PPW-TRANS-SERIAL " SOURCE " PPW-SOURCE-SYSTEM
           DISPLAY "  EFFECTIVE " PPW-EFFECTIVE-DATE " IN CLOSED "
               "PERIOD " PPW-PERIOD " - " PPW-CURRENCY-CODE " "
               DL100-AMOUNT-EDIT
           DISPLAY "ACTION (A=AUTHORIZE D=DECLINE) = " NO ADVANCING
           ACCEPT DL100-ACTION-INPUT
           EVALUATE DL100-ACTION-INPUT
               WHEN "A"
                   MOVE "AUTHORIZE" TO DL100-LOG-ACTION
               WHEN "D"
                   MOVE "DECLINE" TO DL100-LOG-ACTION
               WHEN OTHER
                   DISPLAY "ACTION NOT VALID - ENTRY UNCHANGED"
                   GO TO 3000-WORK-ENTITY-EXIT
           END-EVALUATE
           IF DL100-ACTION-INPUT = "A"
               MOVE PPW-TRANS-SERIAL TO DL100-AUTH-SERIAL
               MOVE 'N' TO DL100-AUTH-SEEN-SW
               PERFORM 3300-CHECK-AUTHORIZED
                   THRU 3300-CHECK-AUTHORIZED-EXIT
                   VARYING DL100-REVIEW-IDX FROM 1 BY 1
                   UNTIL DL100-REVIEW-IDX > DL100-REVIEW-COUNT
               MOVE DL100-RVT-IMAGE (DL100-ENTRY-NUMBER) TO
                   DL100-WORK-REVIEW
               IF DL100-AUTH-SEEN-YES
                   DISPLAY "SERIAL " DL100-AUTH-SERIAL
                       " ALREADY AUTHORIZED - ENTRY UNCHANGED"
                   GO TO 3000-WORK-ENTITY-EXIT
               END-IF
           END-IF
           DISPLAY "NOTE = " NO ADVANCING
           ACCEPT DL100-NOTE-TEXT
           IF DL100-NOTE-TEXT = SPACE
               DISPLAY "NOTE REQUIRED - ENTRY UNCHANGED"
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           IF DL100-ACTION-INPUT = "A"
               PERFORM 4000-AUTHORIZE-ITEM
                   THRU 4000-AUTHORIZE-ITEM-EXIT
           ELSE
               PERFORM 4500-DECLINE-ITEM THRU 4500-DECLINE-ITEM-EXIT
           END-IF.
       3000-WORK-ENTITY-EXIT.
           EXIT.
      *
       3100-LIST-PENDING.
           MOVE DL100-RVT-IMAGE (DL100-REVIEW-IDX) TO DL100-WORK-REVIEW
           IF (DL100-INQUIRY-ID = "*"
                   OR PPW-ENTITY-ID = DL100-INQUIRY-ID)
               AND PPW-STATUS-PENDING
               ADD 1 TO DL100-MATCH-COUNT
               MOVE PPW-AMOUNT TO DL100-AMOUNT-EDIT
               DISPLAY DL100-REVIEW-IDX " " PPW-ENTITY-ID " "
                   PPW-EFFECTIVE-DATE " PERIOD " PPW-PERIOD " "
                   PPW-CURRENCY-CODE " " DL100-AMOUNT-EDIT
                   " HELD " PPW-FLAGGED-DATE
           END-IF.
       3100-LIST-PENDING-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3200-PARSE-ENTRY-NUMBER - A KEYED ENTRY NUMBER ARRIVES    *
      *                           LEFT-JUSTIFIED WITH TRAILING    *
      *                           SPACES, WHICH A PLAIN NUMERIC   *
      *                           TEST REJECTS - BUILD THE VALUE  *
      *                           DIGIT BY DIGIT INSTEAD          *
      *----------------------------------------------------------*
       3200-PARSE-ENTRY-NUMBER.
           MOVE 'N' TO DL100-PARSE-BAD-SW
           MOVE 'N' TO DL100-PARSE-END-SW
           MOVE ZERO TO DL100-ENTRY-NUMBER
           IF DL100-ENTRY-INPUT = SPACE
               MOVE 'Y' TO DL100-PARSE-BAD-SW
               GO TO 3200-PARSE-ENTRY-NUMBER-EXIT
           END-IF
           PERFORM 3250-PARSE-ONE-DIGIT
               THRU 3250-PARSE-ONE-DIGIT-EXIT
               VARYING DL100-PARSE-IDX FROM 1 BY 1
               UNTIL DL100-PARSE-IDX > 4.
       3200-PARSE-ENTRY-NUMBER-EXIT.
           EXIT.
      *
       3250-PARSE-ONE-DIGIT.
           IF DL100-ENTRY-INPUT (DL100-PARSE-IDX:1) = SPACE
               MOVE 'Y' TO DL100-PARSE-END-SW
           ELSE
               IF DL100-PARSE-END-YES
                   OR DL100-ENTRY-INPUT (DL100-PARSE-IDX:1)
                       NOT NUMERIC
                   MOVE 'Y' TO DL100-PARSE-BAD-SW
               ELSE
                   MOVE DL100-ENTRY-INPUT (DL100-PARSE-IDX:1) TO
                       DL100-PARSE-DIGIT
                   COMPUTE DL100-ENTRY-NUMBER =
                       DL100-ENTRY-NUMBER * 10 + DL100-PARSE-DIGIT
               END-IF
           END-IF.
       3250-PARSE-ONE-DIGIT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-CHECK-AUTHORIZED - A SERIAL MAY BE AUTHORIZED ONCE:  *
      *                         ANOTHER STATUS-A ITEM FOR IT      *
      *                         MEANS IT IS ALREADY ON ITS WAY TO *
      *                         POSTING, AND A SECOND RE-FEED     *
      *                         WOULD POST IT TWICE               *
      *----------------------------------------------------------*
       3300-CHECK-AUTHORIZED.
           MOVE DL100-RVT-IMAGE (DL100-REVIEW-IDX) TO DL100-WORK-REVIEW
           IF PPW-STATUS-AUTHORIZED
               AND PPW-TRANS-SERIAL = DL100-AUTH-SERIAL
               MOVE 'Y' TO DL100-AUTH-SEEN-SW
           END-IF.
       3300-CHECK-AUTHORIZED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-AUTHORIZE-ITEM - APPEND THE HELD TRANSACTION, AS     *
      *                       DL100EDT EDITED IT, TO THE RAW      *
      *                       ENTTRANS FEED WITH ITS ORIGINAL     *
      *                       EFFECTIVE DATE AND SERIAL, AND      *
      *                       STAMP THE ITEM AUTHORIZED           *
      *----------------------------------------------------------*
       4000-AUTHORIZE-ITEM.
           OPEN EXTEND ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               OPEN OUTPUT ENTITY-TRANS-FILE
               CLOSE ENTITY-TRANS-FILE
               OPEN EXTEND ENTITY-TRANS-FILE
           END-IF
           MOVE PPW-TRANS-IMAGE TO ENTITY-TRANS-RECORD
           WRITE ENTITY-TRANS-RECORD
           CLOSE ENTITY-TRANS-FILE
           MOVE "A" TO PPW-STATUS
           PERFORM 4800-STAMP-DECISION THRU 4800-STAMP-DECISION-EXIT
           ADD 1 TO DL100-AUTHORIZE-COUNT
           DISPLAY "ITEM AUTHORIZED - RE-FED FOR THE NEXT POSTING "
               "RUN AS A PRIOR-PERIOD ADJUSTMENT TO " PPW-PERIOD.
       4000-AUTHORIZE-ITEM-EXIT.
           EXIT.
      *
       4500-DECLINE-ITEM.
           MOVE "D" TO PPW-STATUS
           PERFORM 4800-STAMP-DECISION THRU 4800-STAMP-DECISION-EXIT
           ADD 1 TO DL100-DECLINE-COUNT
           DISPLAY "ITEM DECLINED - NOT POSTED, RETURN IT TO SOURCE "
               PPW-SOURCE-SYSTEM.
       4500-DECLINE-ITEM-EXIT.
           EXIT.
      *
       4800-STAMP-DECISION.
           MOVE DL100-TODAY TO PPW-DISP-DATE
           ACCEPT PPW-DISP-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO PPW-DISP-OPERATOR
           MOVE DL100-NOTE-TEXT TO PPW-DISP-NOTE
           MOVE DL100-WORK-REVIEW TO
               DL100-RVT-IMAGE (DL100-ENTRY-NUMBER)
           PERFORM 7000-LOG-DECISION THRU 7000-LOG-DECISION-EXIT.
       4800-STAMP-DECISION-EXIT.
           EXIT.
      *
       7000-LOG-DECISION.
           MOVE SPACE TO PPA-LOG-RECORD
           MOVE DL100-TODAY TO PLOG-DATE
           MOVE PPW-DISP-TIME TO PLOG-TIME
           MOVE DL100-OPERATOR-ID TO PLOG-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO PLOG-ACTION
           MOVE PPW-TRANS-SERIAL TO PLOG-TRANS-SERIAL
           MOVE PPW-ENTITY-ID TO PLOG-ENTITY-ID
           MOVE PPW-PERIOD TO PLOG-PERIOD
           MOVE PPW-CURRENCY-CODE TO PLOG-CURRENCY-CODE
           MOVE PPW-AMOUNT TO PLOG-AMOUNT
           MOVE DL100-NOTE-TEXT TO PLOG-NOTE
           WRITE PPA-LOG-RECORD.
       7000-LOG-DECISION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8000-REWRITE-REVIEWS - WRITE PPAREVW BACK OUT WITH THE    *
      *                        DECISIONS STAMPED ON; NOTHING IS   *
      *                        EVER DROPPED                       *
      *----------------------------------------------------------*
       8000-REWRITE-REVIEWS.
           OPEN OUTPUT PPA-REVIEW-FILE
           PERFORM 8100-WRITE-ONE-REVIEW THRU 8100-WRITE-ONE-REVIEW-EXIT
               VARYING DL100-REVIEW-IDX FROM 1 BY 1
               UNTIL DL100-REVIEW-IDX > DL100-REVIEW-COUNT
           CLOSE PPA-REVIEW-FILE.
       8000-REWRITE-REVIEWS-EXIT.
           EXIT.
      *
       8100-WRITE-ONE-REVIEW.
           MOVE DL100-RVT-IMAGE (DL100-REVIEW-IDX) TO PPA-REVIEW-RECORD
           WRITE PPA-REVIEW-RECORD.
       8100-WRITE-ONE-REVIEW-EXIT.
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
       END PROGRAM DL100PPA.
