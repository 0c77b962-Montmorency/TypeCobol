       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100SRV.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100SRV - SANCTIONS MATCH REVIEW/DISPOSITION FACILITY     *
      *   Prompt-driven compliance tool over SANCREVW, the         *
      *   possible watch-list matches DL100SCN referred. The whole *
      *   file is loaded to storage; for each entity ID keyed in   *
      *   (or * for every open item) its pending and confirmed     *
      *   matches are listed with an entry number. A pending match *
      *   is CLEARED (not the listed party) or CONFIRMED - which   *
      *   puts the entity on sanctions hold, so CPYRPL4C sends     *
      *   every transaction for it to suspense from the next       *
      *   posting run - and a confirmed match is RELEASED when     *
      *   compliance lifts the hold. Every disposition needs a     *
      *   note, is stamped on the review record with the operator, *
      *   date and time, and is logged to SANCLOG; SANCREVW is     *
      *   rewritten at end of job.                                 *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCTIONS-REVIEW-FILE ASSIGN TO "SANCREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SANCREVW-STATUS.
           SELECT SANCTIONS-LOG-FILE ASSIGN TO "SANCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SANCLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCTIONS-REVIEW-FILE.
       01  SANCTIONS-REVIEW-RECORD.
           COPY SANCREVW.
       FD  SANCTIONS-LOG-FILE.
       01  SANCTIONS-LOG-RECORD.
           05  SLOG-DATE                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SLOG-TIME                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SLOG-OPERATOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  SLOG-ACTION                  PIC X(07).
           05  FILLER                       PIC X(01).
           05  SLOG-REVIEW-ID               PIC 9(06).
           05  FILLER                       PIC X(01).
           05  SLOG-ENTITY-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  SLOG-WLS-ENTRY-ID            PIC X(10).
           05  FILLER                       PIC X(01).
           05  SLOG-NOTE                    PIC X(30).
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
       77  DL100-AUTH-REQUIRED              PIC 9(01) VALUE 2.
      *
      *  VALID OPERATOR IDS AND THEIR AUTHORIZATION LEVELS
      *  (1 INQUIRY, 2 DISPOSITION, 3 MASTER MAINTENANCE,
      *  4 REBUILD), LOADED FROM OPERMAST AT START OF JOB
      *
       01  DL100-OPERATOR-TABLE.
           05  DL100-OPER-ENTRY             OCCURS 50 TIMES.
               10  DL100-OPER-ID                PIC X(08).
               10  DL100-OPER-LEVEL             PIC 9(01).
       77  DL100-SANCREVW-STATUS            PIC X(02) VALUE "00".
           88  DL100-SANCREVW-NOT-FOUND         VALUE "35".
       77  DL100-SANCLOG-STATUS             PIC X(02) VALUE "00".
           88  DL100-SANCLOG-NOT-FOUND          VALUE "35".
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
       77  DL100-HOLD-LEFT-COUNT            PIC 9(04) COMP VALUE ZERO.
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
       77  DL100-LOG-ACTION                 PIC X(07) VALUE SPACE.
       77  DL100-NEW-STATUS                 PIC X(01) VALUE SPACE.
       77  DL100-CONFIRM-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  DL100-CLEAR-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  DL100-RELEASE-COUNT              PIC 9(04) COMP VALUE ZERO.
      *
      *  THE WHOLE REVIEW FILE, LOADED AT START AND REWRITTEN AT
      *  END OF JOB WITH THE DISPOSITIONS STAMPED ON
      *
       01  DL100-REVIEW-TABLE.
           05  DL100-RVT-IMAGE              PIC X(199)
                                            OCCURS 2000 TIMES.
      *
      *  ONE REVIEW RECORD OUT OF THE TABLE, FOR LISTING OR
      *  DISPOSITION
      *
       01  DL100-WORK-REVIEW.
           COPY SANCREVW REPLACING LEADING ==SRV== BY ==SRW==.
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
               DISPLAY "NO SANCTIONS MATCHES ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-OVERFLOW-COUNT > 0
               DISPLAY "SANCREVW HOLDS MORE THAN 2000 RECORDS - "
                   "REWRITING WOULD LOSE THE OVERFLOW, JOB ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SANCTIONS-LOG-FILE
           IF DL100-SANCLOG-NOT-FOUND
               OPEN OUTPUT SANCTIONS-LOG-FILE
               CLOSE SANCTIONS-LOG-FILE
               OPEN EXTEND SANCTIONS-LOG-FILE
           END-IF
           PERFORM UNTIL NOT DL100-MORE-YES
               PERFORM 2000-GET-ENTITY-ID THRU 2000-GET-ENTITY-ID-EXIT
               IF DL100-MORE-YES
                   PERFORM 3000-WORK-ENTITY THRU 3000-WORK-ENTITY-EXIT
               END-IF
           END-PERFORM
           PERFORM 8000-REWRITE-REVIEWS THRU 8000-REWRITE-REVIEWS-EXIT
           CLOSE SANCTIONS-LOG-FILE
           DISPLAY "CONFIRMED = " DL100-CONFIRM-COUNT
           DISPLAY "CLEARED   = " DL100-CLEAR-COUNT
           DISPLAY "RELEASED  = " DL100-RELEASE-COUNT
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
           OPEN INPUT SANCTIONS-REVIEW-FILE
           IF DL100-SANCREVW-NOT-FOUND
               GO TO 1000-LOAD-REVIEWS-EXIT
           END-IF
           PERFORM UNTIL DL100-EOF-YES
               READ SANCTIONS-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-REVIEW-COUNT >= 2000
                           ADD 1 TO DL100-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO DL100-REVIEW-COUNT
                           MOVE SANCTIONS-REVIEW-RECORD TO
                               DL100-RVT-IMAGE (DL100-REVIEW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-REVIEW-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1000-LOAD-REVIEWS-EXIT.
           EXIT.
      *
       2000-GET-ENTITY-ID.
           DISPLAY "ENTITY ID (* = ALL OPEN, BLANK TO QUIT) = "
               NO ADVANCING
           ACCEPT DL100-INQUIRY-ID
           IF DL100-INQUIRY-ID = SPACE
               MOVE 'N' TO DL100-MORE-SW
           END-IF.
       2000-GET-ENTITY-ID-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-WORK-ENTITY - LIST THE KEYED ENTITY'S OPEN MATCHES   *
      *                    (PENDING, OR CONFIRMED AND HOLDING)    *
      *                    WITH THEIR ENTRY NUMBERS, THEN TAKE AN *
      *                    ENTRY NUMBER AND A DISPOSITION         *
      *----------------------------------------------------------*
       3000-WORK-ENTITY.
           MOVE ZERO TO DL100-MATCH-COUNT
           PERFORM 3100-LIST-OPEN-MATCH THRU 3100-LIST-OPEN-MATCH-EXIT
               VARYING DL100-REVIEW-IDX FROM 1 BY 1
               UNTIL DL100-REVIEW-IDX > DL100-REVIEW-COUNT
           IF DL100-MATCH-COUNT = 0
               DISPLAY "NO OPEN SANCTIONS MATCHES FOR "
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
                   AND SRW-ENTITY-ID NOT = DL100-INQUIRY-ID)
               OR (NOT SRW-STATUS-PENDING
                   AND NOT SRW-STATUS-CONFIRMED)
               DISPLAY "ENTRY NOT SELECTABLE FOR " DL100-INQUIRY-ID
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           DISPLAY "  ENTITY " SRW-ENTITY-ID " " SRW-ENTITY-NAME
               " (" SRW-SHORT-NAME ")"
           DISPLAY "  LISTED " SRW-WLS-ENTRY-ID " " SRW-WLS-NAME
               " " SRW-WLS-PROGRAMME
           IF SRW-STATUS-PENDING
               DISPLAY "ACTION (C=CONFIRM X=CLEAR) = " NO ADVANCING
           ELSE
               DISPLAY "ACTION (R=RELEASE HOLD) = " NO ADVANCING
           END-IF
           ACCEPT DL100-ACTION-INPUT
           EVALUATE TRUE
               WHEN SRW-STATUS-PENDING AND DL100-ACTION-INPUT = "C"
                   MOVE "C" TO DL100-NEW-STATUS
                   MOVE "CONFIRM" TO DL100-LOG-ACTION
               WHEN SRW-STATUS-PENDING AND DL100-ACTION-INPUT = "X"
                   MOVE "X" TO DL100-NEW-STATUS
                   MOVE "CLEAR" TO DL100-LOG-ACTION
               WHEN SRW-STATUS-CONFIRMED AND DL100-ACTION-INPUT = "R"
                   MOVE "R" TO DL100-NEW-STATUS
                   MOVE "RELEASE" TO DL100-LOG-ACTION
               WHEN OTHER
                   DISPLAY "ACTION NOT VALID FOR THIS MATCH - ENTRY "
                       "UNCHANGED"
                   GO TO 3000-WORK-ENTITY-EXIT
           END-EVALUATE
           DISPLAY "NOTE = " NO ADVANCING
           ACCEPT DL100-NOTE-TEXT
           IF DL100-NOTE-TEXT = SPACE
               DISPLAY "NOTE REQUIRED - ENTRY UNCHANGED"
               GO TO 3000-WORK-ENTITY-EXIT
           END-IF
           PERFORM 4000-DISPOSITION-MATCH
               THRU 4000-DISPOSITION-MATCH-EXIT.
       3000-WORK-ENTITY-EXIT.
           EXIT.
      *
       3100-LIST-OPEN-MATCH.
           MOVE DL100-RVT-IMAGE (DL100-REVIEW-IDX) TO DL100-WORK-REVIEW
           IF (DL100-INQUIRY-ID = "*"
                   OR SRW-ENTITY-ID = DL100-INQUIRY-ID)
               AND (SRW-STATUS-PENDING OR SRW-STATUS-CONFIRMED)
               ADD 1 TO DL100-MATCH-COUNT
               DISPLAY DL100-REVIEW-IDX " " SRW-STATUS " "
                   SRW-ENTITY-ID " " SRW-ENTITY-NAME " / "
                   SRW-WLS-NAME " SCORE " SRW-SCORE
           END-IF.
       3100-LIST-OPEN-MATCH-EXIT.
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
      * 4000-DISPOSITION-MATCH - STAMP THE DISPOSITION ON THE     *
      *                          MATCH, LOG IT, AND SAY WHAT IT   *
      *                          MEANS FOR THE ENTITY'S HOLD - A  *
      *                          RELEASE LIFTS THE HOLD ONLY WHEN *
      *                          NO OTHER CONFIRMED MATCH FOR THE *
      *                          ENTITY REMAINS                   *
      *----------------------------------------------------------*
       4000-DISPOSITION-MATCH.
           MOVE DL100-NEW-STATUS TO SRW-STATUS
           MOVE DL100-TODAY TO SRW-DISP-DATE
           ACCEPT SRW-DISP-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO SRW-DISP-OPERATOR
           MOVE DL100-NOTE-TEXT TO SRW-DISP-NOTE
           MOVE DL100-WORK-REVIEW TO
               DL100-RVT-IMAGE (DL100-ENTRY-NUMBER)
           PERFORM 7000-LOG-DISPOSITION
               THRU 7000-LOG-DISPOSITION-EXIT
           EVALUATE TRUE
               WHEN SRW-STATUS-CONFIRMED
                   ADD 1 TO DL100-CONFIRM-COUNT
                   DISPLAY "MATCH CONFIRMED - ENTITY " SRW-ENTITY-ID
                       " ON SANCTIONS HOLD FROM THE NEXT POSTING RUN"
               WHEN SRW-STATUS-CLEARED
                   ADD 1 TO DL100-CLEAR-COUNT
                   DISPLAY "MATCH CLEARED"
               WHEN OTHER
                   ADD 1 TO DL100-RELEASE-COUNT
                   MOVE SRW-ENTITY-ID TO DL100-INQUIRY-ID
                   MOVE ZERO TO DL100-HOLD-LEFT-COUNT
                   PERFORM 4100-COUNT-HOLDS THRU 4100-COUNT-HOLDS-EXIT
                       VARYING DL100-REVIEW-IDX FROM 1 BY 1
                       UNTIL DL100-REVIEW-IDX > DL100-REVIEW-COUNT
                   IF DL100-HOLD-LEFT-COUNT = 0
                       DISPLAY "HOLD RELEASED - ENTITY "
                           DL100-INQUIRY-ID " POSTS AGAIN FROM THE "
                           "NEXT POSTING RUN"
                   ELSE
                       DISPLAY "MATCH RELEASED - ENTITY "
                           DL100-INQUIRY-ID " STAYS ON HOLD UNDER "
                           DL100-HOLD-LEFT-COUNT
                           " OTHER CONFIRMED MATCH(ES)"
                   END-IF
           END-EVALUATE.
       4000-DISPOSITION-MATCH-EXIT.
           EXIT.
      *
       4100-COUNT-HOLDS.
           MOVE DL100-RVT-IMAGE (DL100-REVIEW-IDX) TO DL100-WORK-REVIEW
           IF SRW-ENTITY-ID = DL100-INQUIRY-ID
               AND SRW-STATUS-CONFIRMED
               ADD 1 TO DL100-HOLD-LEFT-COUNT
           END-IF.
       4100-COUNT-HOLDS-EXIT.
           EXIT.
      *
       7000-LOG-DISPOSITION.
           MOVE SPACE TO SANCTIONS-LOG-RECORD
           MOVE DL100-TODAY TO SLOG-DATE
           MOVE SRW-DISP-TIME TO SLOG-TIME
           MOVE DL100-OPERATOR-ID TO SLOG-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO SLOG-ACTION
           MOVE SRW-REVIEW-ID TO SLOG-REVIEW-ID
           MOVE SRW-ENTITY-ID TO SLOG-ENTITY-ID
           MOVE SRW-WLS-ENTRY-ID TO SLOG-WLS-ENTRY-ID
           MOVE DL100-NOTE-TEXT TO SLOG-NOTE
           WRITE SANCTIONS-LOG-RECORD.
       7000-LOG-DISPOSITION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8000-REWRITE-REVIEWS - WRITE SANCREVW BACK OUT WITH THE   *
      *                        DISPOSITIONS STAMPED ON; NOTHING   *
      *                        IS EVER DROPPED                    *
      *----------------------------------------------------------*
       8000-REWRITE-REVIEWS.
           OPEN OUTPUT SANCTIONS-REVIEW-FILE
           PERFORM 8100-WRITE-ONE-REVIEW THRU 8100-WRITE-ONE-REVIEW-EXIT
               VARYING DL100-REVIEW-IDX FROM 1 BY 1
               UNTIL DL100-REVIEW-IDX > DL100-REVIEW-COUNT
           CLOSE SANCTIONS-REVIEW-FILE.
       8000-REWRITE-REVIEWS-EXIT.
           EXIT.
      *
       8100-WRITE-ONE-REVIEW.
           MOVE DL100-RVT-IMAGE (DL100-REVIEW-IDX) TO
               SANCTIONS-REVIEW-RECORD
           WRITE SANCTIONS-REVIEW-RECORD.
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
       END PROGRAM DL100SRV.
