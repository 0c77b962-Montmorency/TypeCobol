       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100SCN.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100SCN - SANCTIONS WATCH-LIST SCREENING                  *
      *   Loads the WATCHLST sanctions list and fuzzy-matches      *
      *   every entry against the ENTREF name and short name of    *
      *   every entity (a full run - made whenever compliance      *
      *   loads a new list), or of the one entity named on SCNREQ  *
      *   (DL100MNT calls this program that way each time it       *
      *   records a new or changed name). Names are compared with  *
      *   case, spaces and punctuation stripped, scored 0-100 on   *
      *   the letter pairs the two have in common; a score at or   *
      *   above the SCNPARM threshold - 80 when no SCNPARM is on   *
      *   disk - is referred to SANCREVW for review in DL100SRV,   *
      *   unless the same names were already referred against the *
      *   same list entry. Ends RC 4 when anything new was         *
      *   referred, 0 when nothing was.                            *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-WATCHLST-STATUS.
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTREF-STATUS.
           SELECT SANCTIONS-REVIEW-FILE ASSIGN TO "SANCREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SANCREVW-STATUS.
           SELECT SCREEN-REQUEST-FILE ASSIGN TO "SCNREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCNREQ-STATUS.
           SELECT SCREEN-PARM-FILE ASSIGN TO "SCNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SCNPARM-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           COPY WATCHLST.
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  SANCTIONS-REVIEW-FILE.
       01  SANCTIONS-REVIEW-RECORD.
           COPY SANCREVW.
       FD  SCREEN-REQUEST-FILE.
       01  SCREEN-REQUEST-RECORD.
           COPY SCNREQ.
       FD  SCREEN-PARM-FILE.
       01  SCREEN-PARM-RECORD.
           05  SCP-THRESHOLD                PIC 9(03).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-WATCHLST-STATUS            PIC X(02) VALUE "00".
           88  DL100-WATCHLST-NOT-FOUND         VALUE "35".
       77  DL100-ENTREF-STATUS              PIC X(02) VALUE "00".
           88  DL100-ENTREF-NOT-FOUND           VALUE "35".
       77  DL100-SANCREVW-STATUS            PIC X(02) VALUE "00".
           88  DL100-SANCREVW-NOT-FOUND         VALUE "35".
       77  DL100-SCNREQ-STATUS              PIC X(02) VALUE "00".
           88  DL100-SCNREQ-NOT-FOUND           VALUE "35".
       77  DL100-SCNPARM-STATUS             PIC X(02) VALUE "00".
           88  DL100-SCNPARM-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-SCREEN-ID                  PIC X(10) VALUE SPACE.
       77  DL100-FULL-RUN-SW                PIC X(01) VALUE 'Y'.
           88  DL100-FULL-RUN-YES               VALUE 'Y'.
       77  DL100-THRESHOLD                  PIC 9(03) VALUE 80.
       77  DL100-LIST-DATE                  PIC 9(08) VALUE ZERO.
       77  DL100-WLS-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-WLS-IDX                    PIC 9(04) COMP.
       77  DL100-RVK-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-RVK-IDX                    PIC 9(04) COMP.
       77  DL100-RVK-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-RVK-FOUND-YES              VALUE 'Y'.
       77  DL100-HIGH-REVIEW-ID             PIC 9(06) VALUE ZERO.
       77  DL100-SCREENED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-REFER-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DL100-ALREADY-COUNT              PIC 9(07) COMP VALUE ZERO.
      *
      *  NAME NORMALIZATION AND SCORING WORK AREAS
      *
       77  DL100-NORM-IN                    PIC X(40) VALUE SPACE.
       77  DL100-NORM-OUT                   PIC X(40) VALUE SPACE.
       77  DL100-NORM-LEN                   PIC 9(02) COMP VALUE ZERO.
       77  DL100-CHR-IDX                    PIC 9(02) COMP.
       77  DL100-CHR                        PIC X(01) VALUE SPACE.
       77  DL100-NAME-NORM                  PIC X(40) VALUE SPACE.
       77  DL100-NAME-LEN                   PIC 9(02) COMP VALUE ZERO.
       77  DL100-SHORT-NORM                 PIC X(40) VALUE SPACE.
       77  DL100-SHORT-LEN                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-CAND-NORM                  PIC X(40) VALUE SPACE.
       77  DL100-CAND-LEN                   PIC 9(02) COMP VALUE ZERO.
       77  DL100-BG-IDX                     PIC 9(02) COMP.
       77  DL100-BG-JDX                     PIC 9(02) COMP.
       77  DL100-BG-COMMON                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-BG-HIT-SW                  PIC X(01) VALUE 'N'.
           88  DL100-BG-HIT-YES                 VALUE 'Y'.
       77  DL100-SCORE                      PIC 9(03) VALUE ZERO.
       77  DL100-BEST-SCORE                 PIC 9(03) VALUE ZERO.
       77  DL100-BEST-ON                    PIC X(01) VALUE SPACE.
       77  DL100-LOWER-CASE                 PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77  DL100-UPPER-CASE                 PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
      *  LIST-NAME LETTER PAIRS ALREADY PAIRED OFF IN ONE SCORING
      *
       01  DL100-BG-USED-TABLE.
           05  DL100-BG-USED                PIC X(01) OCCURS 40 TIMES.
      *
      *  THE WATCH LIST, WITH EACH NAME ALSO HELD NORMALIZED FOR
      *  SCORING, LOADED AT START OF JOB
      *
       01  DL100-WATCH-TABLE.
           05  DL100-WLS-ENTRY              OCCURS 5000 TIMES.
               10  DL100-WLS-ID                 PIC X(10).
               10  DL100-WLS-NAME               PIC X(40).
               10  DL100-WLS-PROGRAMME          PIC X(10).
               10  DL100-WLS-NORM               PIC X(40).
               10  DL100-WLS-LEN                PIC 9(02) COMP.
      *
      *  ENTITY NAMES ALREADY REFERRED AGAINST A LIST ENTRY, FROM
      *  SANCREVW - NEVER REFERRED A SECOND TIME
      *
       01  DL100-REVIEW-KEY-TABLE.
           05  DL100-RVK-ENTRY              OCCURS 5000 TIMES.
               10  DL100-RVK-ENTITY-ID          PIC X(10).
               10  DL100-RVK-WLS-ENTRY-ID       PIC X(10).
               10  DL100-RVK-NAME               PIC X(30).
               10  DL100-RVK-SHORT-NAME         PIC X(10).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-REQUEST THRU 1200-GET-REQUEST-EXIT
           PERFORM 1300-GET-THRESHOLD THRU 1300-GET-THRESHOLD-EXIT
           PERFORM 1400-LOAD-WATCH-LIST THRU 1400-LOAD-WATCH-LIST-EXIT
           IF DL100-WLS-COUNT = 0
               DISPLAY "NO WATCH-LIST ENTRIES ON WATCHLST - NOTHING "
                   "SCREENED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1500-LOAD-REVIEWS THRU 1500-LOAD-REVIEWS-EXIT
           IF DL100-FULL-RUN-YES
               DISPLAY "SANCTIONS SCREENING - FULL RUN AGAINST LIST "
                   "DATED " DL100-LIST-DATE ", THRESHOLD "
                   DL100-THRESHOLD
           END-IF
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-ENTREF-NOT-FOUND
               DISPLAY "NO ENTREF ON DISK - NOTHING SCREENED"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND SANCTIONS-REVIEW-FILE
           IF DL100-SANCREVW-NOT-FOUND
               OPEN OUTPUT SANCTIONS-REVIEW-FILE
               CLOSE SANCTIONS-REVIEW-FILE
               OPEN EXTEND SANCTIONS-REVIEW-FILE
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-REFERENCE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-FULL-RUN-YES
                           OR ERF-ENTITY-ID = DL100-SCREEN-ID
                           PERFORM 2000-SCREEN-ENTITY
                               THRU 2000-SCREEN-ENTITY-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE
           CLOSE SANCTIONS-REVIEW-FILE
           IF NOT DL100-FULL-RUN-YES
               AND DL100-SCREENED-COUNT = 0
               DISPLAY "ENTITY " DL100-SCREEN-ID
                   " HAS NO ENTREF NAME - NOT SCREENED"
           END-IF
           DISPLAY "ENTITIES SCREENED      = " DL100-SCREENED-COUNT
           DISPLAY "WATCH-LIST ENTRIES     = " DL100-WLS-COUNT
           DISPLAY "REFERRED FOR REVIEW    = " DL100-REFER-COUNT
           DISPLAY "ALREADY ON REVIEW FILE = " DL100-ALREADY-COUNT
           IF DL100-REFER-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
      *----------------------------------------------------------*
      * 1200-GET-REQUEST - THE ONE ENTITY THIS RUN SCREENS, WHEN  *
      *                    DL100MNT ASKED FOR ONE; NO FILE OR A   *
      *                    BLANK ID IS A FULL RUN. CONSUMED ON    *
      *                    READ, THE WAY RSTRTREQ IS              *
      *----------------------------------------------------------*
       1200-GET-REQUEST.
           OPEN INPUT SCREEN-REQUEST-FILE
           IF DL100-SCNREQ-NOT-FOUND
               GO TO 1200-GET-REQUEST-EXIT
           END-IF
           READ SCREEN-REQUEST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SRQ-ENTITY-ID NOT = SPACE
                       MOVE SRQ-ENTITY-ID TO DL100-SCREEN-ID
                       MOVE 'N' TO DL100-FULL-RUN-SW
                   END-IF
           END-READ
           CLOSE SCREEN-REQUEST-FILE
           OPEN OUTPUT SCREEN-REQUEST-FILE
           MOVE SPACE TO SCREEN-REQUEST-RECORD
           WRITE SCREEN-REQUEST-RECORD
           CLOSE SCREEN-REQUEST-FILE.
       1200-GET-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-GET-THRESHOLD - THE REFERRAL SCORE FROM SCNPARM, 1   *
      *                      TO 100; 80 WHEN THE FILE HAS NEVER   *
      *                      BEEN SET UP                          *
      *----------------------------------------------------------*
       1300-GET-THRESHOLD.
           OPEN INPUT SCREEN-PARM-FILE
           IF DL100-SCNPARM-NOT-FOUND
               GO TO 1300-GET-THRESHOLD-EXIT
           END-IF
           READ SCREEN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SCP-THRESHOLD NUMERIC
                       AND SCP-THRESHOLD > 0
                       AND SCP-THRESHOLD NOT > 100
                       MOVE SCP-THRESHOLD TO DL100-THRESHOLD
                   END-IF
           END-READ
           CLOSE SCREEN-PARM-FILE.
       1300-GET-THRESHOLD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-WATCH-LIST - LOAD WATCHLST, NORMALIZING EACH    *
      *                        NAME ONCE HERE RATHER THAN FOR     *
      *                        EVERY ENTITY. MORE ENTRIES THAN    *
      *                        THE TABLE HOLDS ABORTS - A DROPPED *
      *                        NAME WOULD NEVER BE SCREENED       *
      *----------------------------------------------------------*
       1400-LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF DL100-WATCHLST-NOT-FOUND
               GO TO 1400-LOAD-WATCH-LIST-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ WATCH-LIST-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1450-STORE-ONE-ENTRY
                           THRU 1450-STORE-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM
           CLOSE WATCH-LIST-FILE.
       1400-LOAD-WATCH-LIST-EXIT.
           EXIT.
      *
       1450-STORE-ONE-ENTRY.
           IF WLS-NAME = SPACE
               GO TO 1450-STORE-ONE-ENTRY-EXIT
           END-IF
           IF DL100-WLS-COUNT >= 5000
               DISPLAY "MORE THAN 5000 WATCHLST ENTRIES - WATCH-LIST "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WLS-LIST-DATE NUMERIC
               AND WLS-LIST-DATE > DL100-LIST-DATE
               MOVE WLS-LIST-DATE TO DL100-LIST-DATE
           END-IF
           ADD 1 TO DL100-WLS-COUNT
           MOVE WLS-ENTRY-ID TO DL100-WLS-ID (DL100-WLS-COUNT)
           MOVE WLS-NAME TO DL100-WLS-NAME (DL100-WLS-COUNT)
           MOVE WLS-PROGRAMME TO DL100-WLS-PROGRAMME (DL100-WLS-COUNT)
           MOVE WLS-NAME TO DL100-NORM-IN
           PERFORM 5000-NORMALIZE-NAME THRU 5000-NORMALIZE-NAME-EXIT
           MOVE DL100-NORM-OUT TO DL100-WLS-NORM (DL100-WLS-COUNT)
           MOVE DL100-NORM-LEN TO DL100-WLS-LEN (DL100-WLS-COUNT).
       1450-STORE-ONE-ENTRY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-REVIEWS - THE HIGHEST REVIEW ID IN USE AND THE  *
      *                     NAMES ALREADY REFERRED, WHATEVER      *
      *                     THEIR DISPOSITION. MORE THAN THE      *
      *                     TABLE HOLDS ABORTS - A CLEARED MATCH  *
      *                     WOULD OTHERWISE BE REFERRED AGAIN     *
      *----------------------------------------------------------*
       1500-LOAD-REVIEWS.
           OPEN INPUT SANCTIONS-REVIEW-FILE
           IF DL100-SANCREVW-NOT-FOUND
               GO TO 1500-LOAD-REVIEWS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ SANCTIONS-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1550-STORE-ONE-REVIEW
                           THRU 1550-STORE-ONE-REVIEW-EXIT
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-REVIEW-FILE.
       1500-LOAD-REVIEWS-EXIT.
           EXIT.
      *
       1550-STORE-ONE-REVIEW.
           IF SRV-REVIEW-ID NUMERIC
               AND SRV-REVIEW-ID > DL100-HIGH-REVIEW-ID
               MOVE SRV-REVIEW-ID TO DL100-HIGH-REVIEW-ID
           END-IF
           IF DL100-RVK-COUNT >= 5000
               DISPLAY "MORE THAN 5000 SANCREVW RECORDS - REVIEW "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-RVK-COUNT
           MOVE SRV-ENTITY-ID TO DL100-RVK-ENTITY-ID (DL100-RVK-COUNT)
           MOVE SRV-WLS-ENTRY-ID TO
               DL100-RVK-WLS-ENTRY-ID (DL100-RVK-COUNT)
           MOVE SRV-ENTITY-NAME TO DL100-RVK-NAME (DL100-RVK-COUNT)
           MOVE SRV-SHORT-NAME TO
               DL100-RVK-SHORT-NAME (DL100-RVK-COUNT).
       1550-STORE-ONE-REVIEW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-SCREEN-ENTITY - ONE ENTREF ENTITY AGAINST EVERY      *
      *                      WATCH-LIST ENTRY                     *
      *----------------------------------------------------------*
       2000-SCREEN-ENTITY.
           ADD 1 TO DL100-SCREENED-COUNT
           MOVE ERF-NAME TO DL100-NORM-IN
           PERFORM 5000-NORMALIZE-NAME THRU 5000-NORMALIZE-NAME-EXIT
           MOVE DL100-NORM-OUT TO DL100-NAME-NORM
           MOVE DL100-NORM-LEN TO DL100-NAME-LEN
           MOVE ERF-SHORT-NAME TO DL100-NORM-IN
           PERFORM 5000-NORMALIZE-NAME THRU 5000-NORMALIZE-NAME-EXIT
           MOVE DL100-NORM-OUT TO DL100-SHORT-NORM
           MOVE DL100-NORM-LEN TO DL100-SHORT-LEN
           PERFORM 2100-SCREEN-ONE-ENTRY THRU 2100-SCREEN-ONE-ENTRY-EXIT
               VARYING DL100-WLS-IDX FROM 1 BY 1
               UNTIL DL100-WLS-IDX > DL100-WLS-COUNT.
       2000-SCREEN-ENTITY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-SCREEN-ONE-ENTRY - THE BETTER OF THE NAME AND SHORT  *
      *                         NAME SCORES AGAINST ONE LIST      *
      *                         ENTRY; AT OR OVER THE THRESHOLD,  *
      *                         AND NOT REFERRED BEFORE, IT GOES  *
      *                         TO THE REVIEW FILE                *
      *----------------------------------------------------------*
       2100-SCREEN-ONE-ENTRY.
           MOVE ZERO TO DL100-BEST-SCORE
           MOVE SPACE TO DL100-BEST-ON
           IF DL100-NAME-LEN > 0
               MOVE DL100-NAME-NORM TO DL100-CAND-NORM
               MOVE DL100-NAME-LEN TO DL100-CAND-LEN
               PERFORM 5100-SCORE-PAIR THRU 5100-SCORE-PAIR-EXIT
               MOVE DL100-SCORE TO DL100-BEST-SCORE
               MOVE "N" TO DL100-BEST-ON
           END-IF
           IF DL100-SHORT-LEN > 0
               MOVE DL100-SHORT-NORM TO DL100-CAND-NORM
               MOVE DL100-SHORT-LEN TO DL100-CAND-LEN
               PERFORM 5100-SCORE-PAIR THRU 5100-SCORE-PAIR-EXIT
               IF DL100-SCORE > DL100-BEST-SCORE
                   MOVE DL100-SCORE TO DL100-BEST-SCORE
                   MOVE "S" TO DL100-BEST-ON
               END-IF
           END-IF
           IF DL100-BEST-SCORE < DL100-THRESHOLD
               GO TO 2100-SCREEN-ONE-ENTRY-EXIT
           END-IF
           MOVE 'N' TO DL100-RVK-FOUND-SW
           PERFORM 2150-MATCH-REFERRED THRU 2150-MATCH-REFERRED-EXIT
               VARYING DL100-RVK-IDX FROM 1 BY 1
               UNTIL DL100-RVK-FOUND-YES
               OR DL100-RVK-IDX > DL100-RVK-COUNT
           IF DL100-RVK-FOUND-YES
               ADD 1 TO DL100-ALREADY-COUNT
               GO TO 2100-SCREEN-ONE-ENTRY-EXIT
           END-IF
           PERFORM 2200-WRITE-REVIEW THRU 2200-WRITE-REVIEW-EXIT.
       2100-SCREEN-ONE-ENTRY-EXIT.
           EXIT.
      *
       2150-MATCH-REFERRED.
           IF DL100-RVK-ENTITY-ID (DL100-RVK-IDX) = ERF-ENTITY-ID
               AND DL100-RVK-WLS-ENTRY-ID (DL100-RVK-IDX) =
                   DL100-WLS-ID (DL100-WLS-IDX)
               AND DL100-RVK-NAME (DL100-RVK-IDX) = ERF-NAME
               AND DL100-RVK-SHORT-NAME (DL100-RVK-IDX) =
                   ERF-SHORT-NAME
               MOVE 'Y' TO DL100-RVK-FOUND-SW
           END-IF.
       2150-MATCH-REFERRED-EXIT.
           EXIT.
      *
       2200-WRITE-REVIEW.
           MOVE SPACE TO SANCTIONS-REVIEW-RECORD
           ADD 1 TO DL100-HIGH-REVIEW-ID
           MOVE DL100-HIGH-REVIEW-ID TO SRV-REVIEW-ID
           MOVE ERF-ENTITY-ID TO SRV-ENTITY-ID
           MOVE ERF-NAME TO SRV-ENTITY-NAME
           MOVE ERF-SHORT-NAME TO SRV-SHORT-NAME
           MOVE DL100-BEST-ON TO SRV-MATCHED-ON
           MOVE DL100-WLS-ID (DL100-WLS-IDX) TO SRV-WLS-ENTRY-ID
           MOVE DL100-WLS-NAME (DL100-WLS-IDX) TO SRV-WLS-NAME
           MOVE DL100-WLS-PROGRAMME (DL100-WLS-IDX) TO
               SRV-WLS-PROGRAMME
           MOVE DL100-BEST-SCORE TO SRV-SCORE
           MOVE DL100-TODAY TO SRV-SCREEN-DATE
           IF DL100-FULL-RUN-YES
               SET SRV-SCREEN-FULL TO TRUE
           ELSE
               SET SRV-SCREEN-ENTITY TO TRUE
           END-IF
           SET SRV-STATUS-PENDING TO TRUE
           MOVE ZERO TO SRV-DISP-DATE
           MOVE ZERO TO SRV-DISP-TIME
           WRITE SANCTIONS-REVIEW-RECORD
           ADD 1 TO DL100-REFER-COUNT
           DISPLAY "POSSIBLE MATCH " SRV-REVIEW-ID " " ERF-ENTITY-ID
               " " ERF-NAME " / " SRV-WLS-NAME " SCORE " SRV-SCORE
           IF DL100-RVK-COUNT < 5000
               ADD 1 TO DL100-RVK-COUNT
               MOVE ERF-ENTITY-ID TO
                   DL100-RVK-ENTITY-ID (DL100-RVK-COUNT)
               MOVE SRV-WLS-ENTRY-ID TO
                   DL100-RVK-WLS-ENTRY-ID (DL100-RVK-COUNT)
               MOVE ERF-NAME TO DL100-RVK-NAME (DL100-RVK-COUNT)
               MOVE ERF-SHORT-NAME TO
                   DL100-RVK-SHORT-NAME (DL100-RVK-COUNT)
           END-IF.
       2200-WRITE-REVIEW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-NORMALIZE-NAME - DL100-NORM-IN UPPER-CASED AND WITH  *
      *                       EVERYTHING BUT LETTERS AND DIGITS   *
      *                       SQUEEZED OUT, SO "AL-NOOR TRADING"  *
      *                       AND "Al Noor Trading" COMPARE EQUAL *
      *----------------------------------------------------------*
       5000-NORMALIZE-NAME.
           INSPECT DL100-NORM-IN
               CONVERTING DL100-LOWER-CASE TO DL100-UPPER-CASE
           MOVE SPACE TO DL100-NORM-OUT
           MOVE ZERO TO DL100-NORM-LEN
           PERFORM 5050-KEEP-ONE-CHAR THRU 5050-KEEP-ONE-CHAR-EXIT
               VARYING DL100-CHR-IDX FROM 1 BY 1
               UNTIL DL100-CHR-IDX > 40.
       5000-NORMALIZE-NAME-EXIT.
           EXIT.
      *
       5050-KEEP-ONE-CHAR.
           MOVE DL100-NORM-IN (DL100-CHR-IDX:1) TO DL100-CHR
           IF (DL100-CHR ALPHABETIC-UPPER AND DL100-CHR NOT = SPACE)
               OR DL100-CHR NUMERIC
               ADD 1 TO DL100-NORM-LEN
               MOVE DL100-CHR TO DL100-NORM-OUT (DL100-NORM-LEN:1)
           END-IF.
       5050-KEEP-ONE-CHAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5100-SCORE-PAIR - SIMILARITY OF THE CANDIDATE NAME AND    *
      *                   THE CURRENT LIST NAME, 0 TO 100: TWICE  *
      *                   THE ADJACENT-LETTER PAIRS THEY SHARE    *
      *                   OVER THE PAIRS THE TWO HOLD BETWEEN     *
      *                   THEM. A MISSPELLING OR TRANSPOSED       *
      *                   LETTER COSTS A PAIR OR TWO, NOT THE     *
      *                   MATCH. A ONE-CHARACTER NAME SCORES 100  *
      *                   ONLY ON AN EXACT MATCH                  *
      *----------------------------------------------------------*
       5100-SCORE-PAIR.
           MOVE ZERO TO DL100-SCORE
           IF DL100-CAND-LEN < 2
               OR DL100-WLS-LEN (DL100-WLS-IDX) < 2
               IF DL100-CAND-NORM = DL100-WLS-NORM (DL100-WLS-IDX)
                   MOVE 100 TO DL100-SCORE
               END-IF
               GO TO 5100-SCORE-PAIR-EXIT
           END-IF
           MOVE ZERO TO DL100-BG-COMMON
           MOVE SPACE TO DL100-BG-USED-TABLE
           PERFORM 5150-MATCH-ONE-PAIR THRU 5150-MATCH-ONE-PAIR-EXIT
               VARYING DL100-BG-IDX FROM 1 BY 1
               UNTIL DL100-BG-IDX >= DL100-CAND-LEN
           COMPUTE DL100-SCORE ROUNDED =
               (200 * DL100-BG-COMMON) /
               (DL100-CAND-LEN + DL100-WLS-LEN (DL100-WLS-IDX) - 2).
       5100-SCORE-PAIR-EXIT.
           EXIT.
      *
       5150-MATCH-ONE-PAIR.
           MOVE 'N' TO DL100-BG-HIT-SW
           PERFORM 5160-FIND-LIST-PAIR THRU 5160-FIND-LIST-PAIR-EXIT
               VARYING DL100-BG-JDX FROM 1 BY 1
               UNTIL DL100-BG-HIT-YES
               OR DL100-BG-JDX >= DL100-WLS-LEN (DL100-WLS-IDX).
       5150-MATCH-ONE-PAIR-EXIT.
           EXIT.
      *
       5160-FIND-LIST-PAIR.
           IF DL100-BG-USED (DL100-BG-JDX) = SPACE
               AND DL100-CAND-NORM (DL100-BG-IDX:2) =
                   DL100-WLS-NORM (DL100-WLS-IDX) (DL100-BG-JDX:2)
               MOVE 'Y' TO DL100-BG-USED (DL100-BG-JDX)
               ADD 1 TO DL100-BG-COMMON
               MOVE 'Y' TO DL100-BG-HIT-SW
           END-IF.
       5160-FIND-LIST-PAIR-EXIT.
           EXIT.
      *
       END PROGRAM DL100SCN.
