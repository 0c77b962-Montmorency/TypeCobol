      *               a hold was re-fed; they are no part of the
      *               upstream count and hash and now pass
      *               straight to the edit.
      *   2026-10-14  Added the RV reversal transaction type. An RV
      *               record arrives carrying only the serial of the
      *               posting it backs out; the pre-pass collects
      *               those serials and one sweep of ENTJRNLA,
      *               ENTJRNL and ENTHIST looks them all up. A
      *               serial that was never posted, was itself a
      *               reversal, or has already been reversed (on
      *               file, or earlier in this same feed) is
      *               rejected to EDITERRS. Otherwise the record is
      *               filled in as the exact inverse of the journal
      *               entry - same entity and currency, the amount
      *               negated, and any VAR1 or status change it
      *               made set back to the before-image value -
      *               dated this business date, given a serial of
      *               its own, and the original's serial moved to
      *               ETR-REVERSES-SERIAL for CPYRPL4C to carry as
      *               the cross-reference. Reversals skip the
      *               replay check; the already-reversed test is
      *               their replay protection.
      *   2026-10-14  Added the XF inter-entity transfer type. An XF
      *               record moves ETR-AMOUNT (greater than zero)
      *               in ETR-CURRENCY-CODE from ETR-ENTITY-ID to the
      *               new ETR-COUNTER-ENTITY-ID; the counterparty
      *               must be a well-formed entity ID other than
      *               the entity itself, and a transfer may not
      *               also carry a VAR1 or status change. A
      *               counterparty on any other record type is
      *               rejected. Reversing either leg of a transfer
      *               reverses the pair: the RV is filled in as a
      *               transfer of the same amount back from the
      *               counterparty to the entity.
      *   2026-10-14  Accepts the FE (accrued fee) and IN (accrued
      *               interest) types DL100ACR now writes, from the
      *               LCL source only - an upstream feed cannot
      *               pass its records off as accruals.
      *   2026-10-14  Redirects merged entities. The ENTMERGE links
      *               DL100MRG writes are loaded at start of job, and
      *               a record still arriving for a retired entity ID
      *               - or naming one as its transfer counterparty -
      *               is moved onto the surviving ID before the
      *               edits run, following the links through any
      *               later merge of the survivor itself.
      *   2026-10-14  Resolves source-system account aliases. A
      *               record arriving with ETR-EXTERNAL-REF (the
      *               sending system's own account number) is
      *               looked up on ACCTALIA under its resolved
      *               source code and given the entity ID the alias
      *               stands for. An alias not on file, an inactive
      *               alias, or an entity ID on the record that
      *               disagrees with the alias is rejected to
      *               EDITERRS under its own reason. The reference
      *               itself rides on to ENTCLEAN, and an RV
      *               reversal carries its original's reference.
      *   2026-10-14  Closed-period lock. The months DL100MEC has
      *               closed on PERIODST are loaded at start of job,
      *               with the serials already authorized as prior-
      *               period adjustments on PPAREVW. A record that
      *               passes every edit but is effective in a closed
      *               month is given its serial and diverted to the
      *               cumulative PPAREVW review file for DL100PPA
      *               instead of written to ENTCLEAN, and counted on
      *               EDITTOTS; an authorized serial re-fed by
      *               DL100PPA passes through to posting. On a trial
      *               run such records are only counted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-DUPREVW-STATUS.
           SELECT ENTITY-JOURNAL-FILE ASSIGN TO "ENTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "ENTJRNLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT ENTITY-HISTORY-FILE ASSIGN TO "ENTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT MERGE-LINK-FILE ASSIGN TO "ENTMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTMERGE-STATUS.
           SELECT ACCOUNT-ALIAS-FILE ASSIGN TO "ACCTALIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ACCTALIA-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PERIODST-STATUS.
           SELECT PPA-REVIEW-FILE ASSIGN TO "PPAREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PPAREVW-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-TRANS-FILE.
       01  DUP-REVIEW-RECORD.
           05  DUP-FLAGGED-DATE             PIC 9(08).
           05  FILLER                       PIC X(01).
           05  DUP-TRANS-IMAGE              PIC X(90).
           05  FILLER                       PIC X(01).
           05  DUP-FIRST-SEEN               PIC 9(08).
       FD  ACCEPT-RUN-FILE.
           05  SER-LAST-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SER-LAST-SEQ                 PIC 9(05).
       FD  ENTITY-JOURNAL-FILE.
       01  ENTITY-JOURNAL-RECORD.
           COPY ENTJRNL.
       FD  JOURNAL-ARCHIVE-FILE.
       01  JOURNAL-ARCHIVE-RECORD.
           COPY ENTJRNL REPLACING LEADING ==JRN== BY ==JRA==.
       FD  ENTITY-HISTORY-FILE.
       01  ENTITY-HISTORY-RECORD.
           COPY ENTEXTR REPLACING LEADING ==EXT== BY ==EHS==.
       FD  MERGE-LINK-FILE.
       01  MERGE-LINK-RECORD.
           COPY ENTMERGE.
       FD  ACCOUNT-ALIAS-FILE.
       01  ACCOUNT-ALIAS-RECORD.
           COPY ACCTALIA.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           COPY PERIODST.
       FD  PPA-REVIEW-FILE.
       01  PPA-REVIEW-RECORD.
           COPY PPAREVW.
       WORKING-STORAGE SECTION.
       77  DL100-TRANS-STATUS               PIC X(02) VALUE "00".
           88  DL100-TRANS-NOT-FOUND            VALUE "35".
           88  DL100-DUP-YES                    VALUE 'Y'.
       77  DL100-DUP-FIRST-SEEN             PIC 9(08) VALUE ZERO.
       77  DL100-DUP-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  DL100-JOURNAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-JOURNAL-NOT-FOUND          VALUE "35".
       77  DL100-JRN-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-JRN-EOF-YES                VALUE 'Y'.
       77  DL100-REV-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-REV-IDX                    PIC 9(03) COMP.
       77  DL100-REV-HIT-IDX                PIC 9(03) COMP VALUE ZERO.
       77  DL100-REV-FULL-SW                PIC X(01) VALUE 'N'.
           88  DL100-REV-FULL-YES               VALUE 'Y'.
       77  DL100-REV-WORK-SERIAL            PIC 9(13) VALUE ZERO.
       77  DL100-REV-FRESH-SW               PIC X(01) VALUE 'N'.
           88  DL100-REV-FRESH-YES              VALUE 'Y'.
       77  DL100-REV-COUNT-CLEAN            PIC 9(07) COMP VALUE ZERO.
       77  DL100-ENTMERGE-STATUS            PIC X(02) VALUE "00".
           88  DL100-ENTMERGE-NOT-FOUND         VALUE "35".
       77  DL100-EML-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-EML-IDX                    PIC 9(04) COMP.
       77  DL100-EML-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-EML-EOF-YES                VALUE 'Y'.
       77  DL100-EML-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-EML-FOUND-YES              VALUE 'Y'.
       77  DL100-EML-HOP-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  DL100-EML-WORK-ID                PIC X(10) VALUE SPACE.
       77  DL100-EML-MOVED-SW               PIC X(01) VALUE 'N'.
           88  DL100-EML-MOVED-YES              VALUE 'Y'.
       77  DL100-REDIRECT-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-ACCTALIA-STATUS            PIC X(02) VALUE "00".
           88  DL100-ACCTALIA-NOT-FOUND         VALUE "35".
       77  DL100-ALS-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-ALS-IDX                    PIC 9(04) COMP.
       77  DL100-ALS-HIT-IDX                PIC 9(04) COMP VALUE ZERO.
       77  DL100-ALS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-ALS-EOF-YES                VALUE 'Y'.
       77  DL100-ALIAS-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DL100-PERIODST-STATUS            PIC X(02) VALUE "00".
           88  DL100-PERIODST-NOT-FOUND         VALUE "35".
       77  DL100-PPAREVW-STATUS             PIC X(02) VALUE "00".
           88  DL100-PPAREVW-NOT-FOUND          VALUE "35".
       77  DL100-PDS-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-PDS-IDX                    PIC 9(04) COMP.
       77  DL100-PDS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-PDS-EOF-YES                VALUE 'Y'.
       77  DL100-PAU-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-PAU-IDX                    PIC 9(04) COMP.
       77  DL100-PAU-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-PAU-EOF-YES                VALUE 'Y'.
       77  DL100-PAU-FULL-SW                PIC X(01) VALUE 'N'.
           88  DL100-PAU-FULL-YES               VALUE 'Y'.
       77  DL100-EFF-PERIOD                 PIC 9(06) VALUE ZERO.
       77  DL100-CLOSED-SW                  PIC X(01) VALUE 'N'.
           88  DL100-CLOSED-YES                 VALUE 'Y'.
       77  DL100-PPA-AUTH-SW                PIC X(01) VALUE 'N'.
           88  DL100-PPA-AUTH-YES               VALUE 'Y'.
       77  DL100-PPA-HOLD-SW                PIC X(01) VALUE 'N'.
           88  DL100-PPA-HOLD-YES               VALUE 'Y'.
       77  DL100-PPA-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  DL100-PPA-PASS-COUNT             PIC 9(07) COMP VALUE ZERO.
      *
      *  THE POSTINGS THIS FEED'S RV REVERSALS NAME, COLLECTED BY
      *  THE PRE-PASS AND LOOKED UP IN ONE SWEEP OF THE JOURNAL
      *  (ARCHIVE AND LIVE) AND THE HISTORY: WHETHER EACH WAS
      *  POSTED, WHAT IT DID, AND WHETHER IT IS ALREADY REVERSED
      *
       01  DL100-REVERSAL-TABLE.
           05  DL100-REV-ENTRY              OCCURS 500 TIMES.
               10  DL100-REV-TARGET             PIC 9(13).
               10  DL100-REV-POSTED-SW          PIC X(01).
               10  DL100-REV-ON-HIST-SW         PIC X(01).
               10  DL100-REV-REVERSED-SW        PIC X(01).
               10  DL100-REV-IS-REVERSAL-SW     PIC X(01).
               10  DL100-REV-ENTITY-ID          PIC X(10).
               10  DL100-REV-COUNTER-ID         PIC X(10).
               10  DL100-REV-VAR1               PIC X(01).
               10  DL100-REV-STATUS             PIC X(02).
               10  DL100-REV-CURRENCY           PIC X(03).
               10  DL100-REV-AMOUNT             PIC S9(11)V99.
               10  DL100-REV-EXTERNAL-REF       PIC X(12).
      *
      *  RETIRED-TO-SURVIVING ENTITY LINKS FROM ENTMERGE, ONE PER
      *  MERGE DL100MRG HAS APPLIED
      *
       01  DL100-MERGE-LINK-TABLE.
           05  DL100-EML-ENTRY              OCCURS 2000 TIMES.
               10  DL100-EML-OLD-ID             PIC X(10).
               10  DL100-EML-NEW-ID             PIC X(10).
      *
      *  SOURCE-SYSTEM ACCOUNT ALIASES FROM ACCTALIA, ACTIVE AND
      *  INACTIVE ALIKE SO AN INACTIVE ONE IS REJECTED AS SUCH
      *
       01  DL100-ALIAS-TABLE.
           05  DL100-ALS-ENTRY              OCCURS 5000 TIMES.
               10  DL100-ALS-SOURCE             PIC X(03).
               10  DL100-ALS-ACCOUNT            PIC X(12).
               10  DL100-ALS-ENTITY-ID          PIC X(10).
               10  DL100-ALS-STATUS             PIC X(01).
      *
      *  THE MONTHS CLOSED ON PERIODST, AND THE SERIALS AUTHORIZED
      *  ON PPAREVW TO POST INTO ONE OF THEM
      *
       01  DL100-CLOSED-PERIOD-TABLE.
           05  DL100-PDS-ENTRY              OCCURS 600 TIMES.
               10  DL100-PDS-PERIOD             PIC 9(06).
       01  DL100-PPA-AUTH-TABLE.
           05  DL100-PAU-ENTRY              OCCURS 5000 TIMES.
               10  DL100-PAU-SERIAL             PIC 9(13).
      *
      *  THE ROLLING RECENT-TRANSACTION REFERENCE: TRNRECNT ROWS
      *  STILL INSIDE THE LOOK-BACK WINDOW PLUS THIS RUN'S FRESH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-REV-COUNT > 0
               PERFORM 1780-LOAD-REVERSAL-TARGETS
                   THRU 1780-LOAD-REVERSAL-TARGETS-EXIT
           END-IF
           PERFORM 1800-LOAD-RECENT-TRANS
               THRU 1800-LOAD-RECENT-TRANS-EXIT
           PERFORM 1960-LOAD-MERGE-LINKS
               THRU 1960-LOAD-MERGE-LINKS-EXIT
           PERFORM 1970-LOAD-ALIASES THRU 1970-LOAD-ALIASES-EXIT
           PERFORM 1980-LOAD-CLOSED-PERIODS
               THRU 1980-LOAD-CLOSED-PERIODS-EXIT
           IF DL100-PDS-COUNT > 0
               PERFORM 1990-LOAD-PPA-AUTHORIZED
                   THRU 1990-LOAD-PPA-AUTHORIZED-EXIT
           END-IF
           OPEN INPUT ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               OPEN OUTPUT ENTITY-TRANS-FILE
                   CLOSE DUP-REVIEW-FILE
                   OPEN EXTEND DUP-REVIEW-FILE
               END-IF
               OPEN EXTEND PPA-REVIEW-FILE
               IF DL100-PPAREVW-NOT-FOUND
                   OPEN OUTPUT PPA-REVIEW-FILE
                   CLOSE PPA-REVIEW-FILE
                   OPEN EXTEND PPA-REVIEW-FILE
               END-IF
           END-IF
           PERFORM 2100-READ-TRANS
           PERFORM UNTIL DL100-EOF-YES
           CLOSE EDIT-ERROR-FILE
           IF NOT DL100-TRIAL-YES
               CLOSE DUP-REVIEW-FILE
               CLOSE PPA-REVIEW-FILE
               PERFORM 1900-SAVE-RECENT-TRANS
                   THRU 1900-SAVE-RECENT-TRANS-EXIT
               OPEN OUTPUT ENTITY-TRANS-FILE
           DISPLAY "TRANSACTIONS CLEAN    = " DL100-CLEAN-COUNT
           DISPLAY "TRANSACTIONS REJECTED = " DL100-REJECT-COUNT
           DISPLAY "SUSPECTED DUPLICATES  = " DL100-DUP-COUNT
           DISPLAY "REVERSALS ACCEPTED    = " DL100-REV-COUNT-CLEAN
           IF DL100-REDIRECT-COUNT > 0
               DISPLAY "MERGED IDS REDIRECTED = " DL100-REDIRECT-COUNT
           END-IF
           IF DL100-ALIAS-COUNT > 0
               DISPLAY "ALIASES RESOLVED      = " DL100-ALIAS-COUNT
           END-IF
           IF DL100-PPA-COUNT > 0
               DISPLAY "CLOSED-PERIOD HELD    = " DL100-PPA-COUNT
                   " - SEE PPAREVW"
           END-IF
           IF DL100-PPA-PASS-COUNT > 0
               DISPLAY "PRIOR-PERIOD AUTHORIZED = "
                   DL100-PPA-PASS-COUNT
           END-IF
           IF DL100-PAU-FULL-YES
               DISPLAY "MORE THAN 5000 AUTHORIZED PRIOR-PERIOD "
                   "SERIALS - THE EXCESS ARE HELD AGAIN"
           END-IF
           IF DL100-REV-FULL-YES
               DISPLAY "MORE THAN 500 REVERSALS IN THE FEED - THE "
                   "EXCESS ARE REJECTED"
           END-IF
           IF DL100-RCT-FULL-YES
               DISPLAY "RECENT-TRANSACTION TABLE FULL - DUPLICATE "
                   "LOOK-BACK INCOMPLETE"
               END-IF
               GO TO 1750-CHECK-ONE-FEED-RECORD-EXIT
           END-IF
           IF ETR-TRANS-TYPE = "RV"
               PERFORM 1760-NOTE-REVERSAL THRU 1760-NOTE-REVERSAL-EXIT
           END-IF
           IF DL100-MANIFEST-YES AND NOT DL100-TRAILER-SEEN-YES
               ADD 1 TO DL100-FEED-RECORD-COUNT
               IF ETR-AMOUNT NUMERIC
           EXIT.
      *
      *----------------------------------------------------------*
      * 1760-NOTE-REVERSAL - AN RV RECORD SEEN BY THE PRE-PASS:   *
      *                      NOTE THE SERIAL IT BACKS OUT (ITS    *
      *                      ETR-TRANS-SERIAL ON ARRIVAL, OR      *
      *                      ETR-REVERSES-SERIAL WHEN IT WAS      *
      *                      RESOLVED ON AN EARLIER PASS) SO THE  *
      *                      JOURNAL IS SWEPT ONCE FOR ALL OF     *
      *                      THEM, NOT ONCE PER REVERSAL          *
      *----------------------------------------------------------*
       1760-NOTE-REVERSAL.
           PERFORM 3810-GET-REVERSAL-TARGET
               THRU 3810-GET-REVERSAL-TARGET-EXIT
           IF DL100-REV-WORK-SERIAL = ZERO
               GO TO 1760-NOTE-REVERSAL-EXIT
           END-IF
           PERFORM 3820-FIND-REVERSAL THRU 3820-FIND-REVERSAL-EXIT
           IF DL100-REV-HIT-IDX > 0
               GO TO 1760-NOTE-REVERSAL-EXIT
           END-IF
           IF DL100-REV-COUNT >= 500
               MOVE 'Y' TO DL100-REV-FULL-SW
               GO TO 1760-NOTE-REVERSAL-EXIT
           END-IF
           ADD 1 TO DL100-REV-COUNT
           MOVE SPACE TO DL100-REV-ENTRY (DL100-REV-COUNT)
           MOVE DL100-REV-WORK-SERIAL TO
               DL100-REV-TARGET (DL100-REV-COUNT)
           MOVE 'N' TO DL100-REV-POSTED-SW (DL100-REV-COUNT)
           MOVE 'N' TO DL100-REV-ON-HIST-SW (DL100-REV-COUNT)
           MOVE 'N' TO DL100-REV-REVERSED-SW (DL100-REV-COUNT)
           MOVE 'N' TO DL100-REV-IS-REVERSAL-SW (DL100-REV-COUNT)
           MOVE ZERO TO DL100-REV-AMOUNT (DL100-REV-COUNT).
       1760-NOTE-REVERSAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1780-LOAD-REVERSAL-TARGETS - ONE SWEEP OF THE JOURNAL     *
      *                              ARCHIVE, THE LIVE JOURNAL    *
      *                              AND THE HISTORY FOR EVERY    *
      *                              SERIAL THE FEED'S RV RECORDS *
      *                              NAME. THE ARCHIVE GOES FIRST *
      *                              (THE DL100VFY ORDER); A      *
      *                              FILE NOT ON DISK IS SIMPLY   *
      *                              NOTHING TO SWEEP             *
      *----------------------------------------------------------*
       1780-LOAD-REVERSAL-TARGETS.
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF NOT DL100-JOURNAL-NOT-FOUND
               MOVE 'N' TO DL100-JRN-EOF-SW
               PERFORM UNTIL DL100-JRN-EOF-YES
                   READ JOURNAL-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO DL100-JRN-EOF-SW
                       NOT AT END
                           MOVE JOURNAL-ARCHIVE-RECORD TO
                               ENTITY-JOURNAL-RECORD
                           PERFORM 1785-CHECK-JOURNAL-ROW
                               THRU 1785-CHECK-JOURNAL-ROW-EXIT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE-FILE
           END-IF
           OPEN INPUT ENTITY-JOURNAL-FILE
           IF NOT DL100-JOURNAL-NOT-FOUND
               MOVE 'N' TO DL100-JRN-EOF-SW
               PERFORM UNTIL DL100-JRN-EOF-YES
                   READ ENTITY-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO DL100-JRN-EOF-SW
                       NOT AT END
                           PERFORM 1785-CHECK-JOURNAL-ROW
                               THRU 1785-CHECK-JOURNAL-ROW-EXIT
                   END-READ
               END-PERFORM
               CLOSE ENTITY-JOURNAL-FILE
           END-IF
           OPEN INPUT ENTITY-HISTORY-FILE
           IF NOT DL100-JOURNAL-NOT-FOUND
               MOVE 'N' TO DL100-JRN-EOF-SW
               PERFORM UNTIL DL100-JRN-EOF-YES
                   READ ENTITY-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO DL100-JRN-EOF-SW
                       NOT AT END
                           PERFORM 1790-CHECK-HISTORY-ROW
                               THRU 1790-CHECK-HISTORY-ROW-EXIT
                   END-READ
               END-PERFORM
               CLOSE ENTITY-HISTORY-FILE
           END-IF.
       1780-LOAD-REVERSAL-TARGETS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1785-CHECK-JOURNAL-ROW - ONE JOURNAL ENTRY: AN ADD/UPD    *
      *                          THAT APPLIED A NAMED SERIAL      *
      *                          MARKS IT POSTED AND KEEPS WHAT   *
      *                          IT DID; AN ENTRY THAT APPLIED A  *
      *                          REVERSAL MARKS ITS ORIGINAL AS   *
      *                          ALREADY REVERSED. ROWS FROM      *
      *                          BEFORE THE SERIAL OR REVERSAL    *
      *                          FIELDS EXISTED READ AS SPACES    *
      *                          AND ARE PASSED OVER. EITHER LEG  *
      *                          OF A TRANSFER YIELDS THE SAME    *
      *                          INVERSE: THE CREDITED ENTITY     *
      *                          SENDS THE AMOUNT BACK TO THE     *
      *                          DEBITED ONE                      *
      *----------------------------------------------------------*
       1785-CHECK-JOURNAL-ROW.
           IF JRN-REVERSES-SERIAL NUMERIC
               AND JRN-REVERSES-SERIAL NOT = ZERO
               MOVE JRN-REVERSES-SERIAL TO DL100-REV-WORK-SERIAL
               PERFORM 3820-FIND-REVERSAL THRU 3820-FIND-REVERSAL-EXIT
               IF DL100-REV-HIT-IDX > 0
                   MOVE 'Y' TO DL100-REV-REVERSED-SW (DL100-REV-HIT-IDX)
               END-IF
           END-IF
           IF JRN-TRN-SERIAL NOT NUMERIC
               OR JRN-TRN-SERIAL = ZERO
               GO TO 1785-CHECK-JOURNAL-ROW-EXIT
           END-IF
           IF JRN-ACTION NOT = "ADD" AND JRN-ACTION NOT = "UPD"
               GO TO 1785-CHECK-JOURNAL-ROW-EXIT
           END-IF
           MOVE JRN-TRN-SERIAL TO DL100-REV-WORK-SERIAL
           PERFORM 3820-FIND-REVERSAL THRU 3820-FIND-REVERSAL-EXIT
           IF DL100-REV-HIT-IDX = 0
               GO TO 1785-CHECK-JOURNAL-ROW-EXIT
           END-IF
           MOVE 'Y' TO DL100-REV-POSTED-SW (DL100-REV-HIT-IDX)
           IF JRN-REVERSES-SERIAL NUMERIC
               AND JRN-REVERSES-SERIAL NOT = ZERO
               MOVE 'Y' TO DL100-REV-IS-REVERSAL-SW (DL100-REV-HIT-IDX)
           END-IF
           MOVE JRN-ENTITY-ID TO DL100-REV-ENTITY-ID (DL100-REV-HIT-IDX)
           MOVE SPACE TO DL100-REV-COUNTER-ID (DL100-REV-HIT-IDX)
           MOVE JRN-TRN-CURRENCY-CODE TO
               DL100-REV-CURRENCY (DL100-REV-HIT-IDX)
           IF JRN-TRN-CURRENCY-CODE NOT = SPACE
               AND JRN-TRN-AMOUNT NUMERIC
               COMPUTE DL100-REV-AMOUNT (DL100-REV-HIT-IDX) =
                   0 - JRN-TRN-AMOUNT
           ELSE
               MOVE ZERO TO DL100-REV-AMOUNT (DL100-REV-HIT-IDX)
           END-IF
           IF JRN-COUNTER-ENTITY-ID NOT = SPACE
               AND JRN-TRN-AMOUNT NUMERIC
               IF JRN-TRN-AMOUNT < ZERO
                   MOVE JRN-COUNTER-ENTITY-ID TO
                       DL100-REV-ENTITY-ID (DL100-REV-HIT-IDX)
                   MOVE JRN-ENTITY-ID TO
                       DL100-REV-COUNTER-ID (DL100-REV-HIT-IDX)
                   COMPUTE DL100-REV-AMOUNT (DL100-REV-HIT-IDX) =
                       0 - JRN-TRN-AMOUNT
               ELSE
                   MOVE JRN-COUNTER-ENTITY-ID TO
                       DL100-REV-COUNTER-ID (DL100-REV-HIT-IDX)
                   MOVE JRN-TRN-AMOUNT TO
                       DL100-REV-AMOUNT (DL100-REV-HIT-IDX)
               END-IF
           END-IF
           MOVE JRN-EXTERNAL-REF TO
               DL100-REV-EXTERNAL-REF (DL100-REV-HIT-IDX)
           MOVE SPACE TO DL100-REV-VAR1 (DL100-REV-HIT-IDX)
           IF JRN-TRN-FCT01-VAR1 NOT = SPACE
               AND JRN-BEF-FCT01-VAR1 NOT = SPACE
               AND JRN-BEF-FCT01-VAR1 NOT = JRN-AFT-FCT01-VAR1
               MOVE JRN-BEF-FCT01-VAR1 TO
                   DL100-REV-VAR1 (DL100-REV-HIT-IDX)
           END-IF
           MOVE SPACE TO DL100-REV-STATUS (DL100-REV-HIT-IDX)
           IF JRN-TRN-STATUS-CODE NOT = SPACE
               AND JRN-BEF-STATUS-CODE NOT = SPACE
               AND JRN-BEF-STATUS-CODE NOT = JRN-AFT-STATUS-CODE
               MOVE JRN-BEF-STATUS-CODE TO
                   DL100-REV-STATUS (DL100-REV-HIT-IDX)
           END-IF.
       1785-CHECK-JOURNAL-ROW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1790-CHECK-HISTORY-ROW - ONE ENTHIST ROW: THE NAMED       *
      *                          SERIAL WAS POSTED ON SOME NIGHT, *
      *                          OR A REVERSAL OF IT ALREADY WAS  *
      *----------------------------------------------------------*
       1790-CHECK-HISTORY-ROW.
           IF EHS-REVERSES-SERIAL NUMERIC
               AND EHS-REVERSES-SERIAL NOT = ZERO
               MOVE EHS-REVERSES-SERIAL TO DL100-REV-WORK-SERIAL
               PERFORM 3820-FIND-REVERSAL THRU 3820-FIND-REVERSAL-EXIT
               IF DL100-REV-HIT-IDX > 0
                   MOVE 'Y' TO DL100-REV-REVERSED-SW (DL100-REV-HIT-IDX)
               END-IF
           END-IF
           IF EHS-TRANS-SERIAL NOT NUMERIC
               OR EHS-TRANS-SERIAL = ZERO
               GO TO 1790-CHECK-HISTORY-ROW-EXIT
           END-IF
           MOVE EHS-TRANS-SERIAL TO DL100-REV-WORK-SERIAL
           PERFORM 3820-FIND-REVERSAL THRU 3820-FIND-REVERSAL-EXIT
           IF DL100-REV-HIT-IDX > 0
               MOVE 'Y' TO DL100-REV-ON-HIST-SW (DL100-REV-HIT-IDX)
           END-IF.
       1790-CHECK-HISTORY-ROW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-EDIT-TRANS - APPLY EVERY FIELD EDIT TO ONE RECORD.   *
      *                   THE FIRST RULE THAT FAILS SETS THE      *
      *                   REASON AND SENDS THE RECORD TO THE      *
           END-IF
           PERFORM 3050-RESOLVE-SOURCE THRU 3050-RESOLVE-SOURCE-EXIT
           MOVE SPACE TO DL100-EDIT-REASON
           MOVE ZERO TO DL100-REV-HIT-IDX
           IF ETR-TRANS-TYPE = "RV"
               PERFORM 3800-RESOLVE-REVERSAL
                   THRU 3800-RESOLVE-REVERSAL-EXIT
           END-IF
           IF DL100-EDIT-REASON = SPACE
               PERFORM 3070-RESOLVE-ALIAS THRU 3070-RESOLVE-ALIAS-EXIT
           END-IF
           IF DL100-EDIT-REASON = SPACE
               PERFORM 3080-REDIRECT-MERGED
                   THRU 3080-REDIRECT-MERGED-EXIT
           END-IF
           IF DL100-EDIT-REASON = SPACE
               PERFORM 3100-EDIT-ENTITY-ID THRU 3100-EDIT-ENTITY-ID-EXIT
           END-IF
           IF DL100-EDIT-REASON = SPACE
               PERFORM 3200-EDIT-CURRENCY THRU 3200-EDIT-CURRENCY-EXIT
           END-IF
               PERFORM 3600-EDIT-TRANS-TYPE
                   THRU 3600-EDIT-TRANS-TYPE-EXIT
           END-IF
           IF DL100-EDIT-REASON = SPACE
               PERFORM 3650-EDIT-TRANSFER
                   THRU 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF DL100-EDIT-REASON = SPACE
               PERFORM 3700-EDIT-SOURCE-SYSTEM
                   THRU 3700-EDIT-SOURCE-SYSTEM-EXIT
                   PERFORM 3970-DIVERT-DUPLICATE
                       THRU 3970-DIVERT-DUPLICATE-EXIT
               ELSE
                   PERFORM 3880-CHECK-CLOSED-PERIOD
                       THRU 3880-CHECK-CLOSED-PERIOD-EXIT
                   IF DL100-PPA-HOLD-YES
                       PERFORM 3980-DIVERT-PRIOR-PERIOD
                           THRU 3980-DIVERT-PRIOR-PERIOD-EXIT
                   ELSE
                       PERFORM 3900-WRITE-CLEAN
                           THRU 3900-WRITE-CLEAN-EXIT
                   END-IF
               END-IF
           ELSE
               PERFORM 3950-WRITE-ERROR THRU 3950-WRITE-ERROR-EXIT
           EXIT.
      *
      *----------------------------------------------------------*
      * 3070-RESOLVE-ALIAS - A RECORD CARRYING THE SENDING        *
      *                      SYSTEM'S OWN ACCOUNT NUMBER IS       *
      *                      LOOKED UP ON ACCTALIA UNDER ITS      *
      *                      RESOLVED SOURCE CODE AND GIVEN THE   *
      *                      ENTITY ID THE ALIAS STANDS FOR. AN   *
      *                      ENTITY ID ALREADY ON THE RECORD MUST *
      *                      AGREE WITH THE ALIAS. AN RV TAKES    *
      *                      ITS ENTITY FROM THE ORIGINAL, AND A  *
      *                      RE-FED RECORD (SERIAL ALREADY ON IT) *
      *                      WAS RESOLVED ON ITS FIRST PASS       *
      *----------------------------------------------------------*
       3070-RESOLVE-ALIAS.
           IF ETR-EXTERNAL-REF = SPACE
               OR ETR-TRANS-TYPE = "RV"
               GO TO 3070-RESOLVE-ALIAS-EXIT
           END-IF
           IF ETR-TRANS-SERIAL NUMERIC
               AND ETR-TRANS-SERIAL NOT = ZERO
               GO TO 3070-RESOLVE-ALIAS-EXIT
           END-IF
           MOVE ZERO TO DL100-ALS-HIT-IDX
           PERFORM 3075-MATCH-ALIAS THRU 3075-MATCH-ALIAS-EXIT
               VARYING DL100-ALS-IDX FROM 1 BY 1
               UNTIL DL100-ALS-HIT-IDX > 0
               OR DL100-ALS-IDX > DL100-ALS-COUNT
           IF DL100-ALS-HIT-IDX = 0
               MOVE "EXTERNAL REF NOT ON ACCTALIA" TO
                   DL100-EDIT-REASON
               GO TO 3070-RESOLVE-ALIAS-EXIT
           END-IF
           IF DL100-ALS-STATUS (DL100-ALS-HIT-IDX) NOT = "A"
               MOVE "EXTERNAL REF ALIAS INACTIVE" TO
                   DL100-EDIT-REASON
               GO TO 3070-RESOLVE-ALIAS-EXIT
           END-IF
           IF ETR-ENTITY-ID NOT = SPACE
               AND ETR-ENTITY-ID NOT =
                   DL100-ALS-ENTITY-ID (DL100-ALS-HIT-IDX)
               MOVE "ENTITY ID CONFLICTS WITH ALIAS" TO
                   DL100-EDIT-REASON
               GO TO 3070-RESOLVE-ALIAS-EXIT
           END-IF
           MOVE DL100-ALS-ENTITY-ID (DL100-ALS-HIT-IDX) TO
               ETR-ENTITY-ID
           ADD 1 TO DL100-ALIAS-COUNT.
       3070-RESOLVE-ALIAS-EXIT.
           EXIT.
      *
       3075-MATCH-ALIAS.
           IF DL100-ALS-SOURCE (DL100-ALS-IDX) = DL100-WORK-SOURCE
               AND DL100-ALS-ACCOUNT (DL100-ALS-IDX) =
                   ETR-EXTERNAL-REF
               MOVE DL100-ALS-IDX TO DL100-ALS-HIT-IDX
           END-IF.
       3075-MATCH-ALIAS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3080-REDIRECT-MERGED - A RECORD FOR A RETIRED ENTITY, OR  *
      *                        NAMING ONE AS COUNTERPARTY, IS     *
      *                        MOVED ONTO THE SURVIVING ID SO IT  *
      *                        IS EDITED AND POSTED THERE. AN RV  *
      *                        IS REDIRECTED AFTER IT HAS BEEN    *
      *                        FILLED IN FROM ITS ORIGINAL        *
      *----------------------------------------------------------*
       3080-REDIRECT-MERGED.
           IF DL100-EML-COUNT = 0
               GO TO 3080-REDIRECT-MERGED-EXIT
           END-IF
           MOVE 'N' TO DL100-EML-MOVED-SW
           MOVE ETR-ENTITY-ID TO DL100-EML-WORK-ID
           PERFORM 3085-FOLLOW-LINKS THRU 3085-FOLLOW-LINKS-EXIT
           IF DL100-EML-WORK-ID NOT = ETR-ENTITY-ID
               MOVE DL100-EML-WORK-ID TO ETR-ENTITY-ID
               MOVE 'Y' TO DL100-EML-MOVED-SW
           END-IF
           IF ETR-COUNTER-ENTITY-ID NOT = SPACE
               MOVE ETR-COUNTER-ENTITY-ID TO DL100-EML-WORK-ID
               PERFORM 3085-FOLLOW-LINKS THRU 3085-FOLLOW-LINKS-EXIT
               IF DL100-EML-WORK-ID NOT = ETR-COUNTER-ENTITY-ID
                   MOVE DL100-EML-WORK-ID TO ETR-COUNTER-ENTITY-ID
                   MOVE 'Y' TO DL100-EML-MOVED-SW
               END-IF
           END-IF
           IF DL100-EML-MOVED-YES
               ADD 1 TO DL100-REDIRECT-COUNT
           END-IF.
       3080-REDIRECT-MERGED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3085-FOLLOW-LINKS - WALK DL100-EML-WORK-ID FORWARD LINK   *
      *                     BY LINK TO THE ID NOW IN USE, CAPPED  *
      *                     AT 20 HOPS SO A LOOPED PAIR OF LINKS  *
      *                     CANNOT HANG THE EDIT                  *
      *----------------------------------------------------------*
       3085-FOLLOW-LINKS.
           MOVE ZERO TO DL100-EML-HOP-COUNT
           MOVE 'Y' TO DL100-EML-FOUND-SW
           PERFORM 3090-FOLLOW-ONE-LINK THRU 3090-FOLLOW-ONE-LINK-EXIT
               UNTIL NOT DL100-EML-FOUND-YES
               OR DL100-EML-HOP-COUNT >= 20.
       3085-FOLLOW-LINKS-EXIT.
           EXIT.
      *
       3090-FOLLOW-ONE-LINK.
           MOVE 'N' TO DL100-EML-FOUND-SW
           PERFORM 3095-MATCH-LINK THRU 3095-MATCH-LINK-EXIT
               VARYING DL100-EML-IDX FROM 1 BY 1
               UNTIL DL100-EML-IDX > DL100-EML-COUNT
           IF DL100-EML-FOUND-YES
               ADD 1 TO DL100-EML-HOP-COUNT
           END-IF.
       3090-FOLLOW-ONE-LINK-EXIT.
           EXIT.
      *
       3095-MATCH-LINK.
           IF DL100-EML-OLD-ID (DL100-EML-IDX) = DL100-EML-WORK-ID
               MOVE DL100-EML-NEW-ID (DL100-EML-IDX) TO
                   DL100-EML-WORK-ID
               MOVE 'Y' TO DL100-EML-FOUND-SW
               MOVE DL100-EML-COUNT TO DL100-EML-IDX
           END-IF.
       3095-MATCH-LINK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3100-EDIT-ENTITY-ID - STANDARD FORMAT: NOT ALL SPACES,    *
      *                       LEFT-JUSTIFIED, LETTERS AND DIGITS  *
      *                       ONLY WITH TRAILING SPACES AS THE    *
       3600-EDIT-TRANS-TYPE.
           IF ETR-TRANS-TYPE NOT = SPACE
               AND ETR-TRANS-TYPE NOT = "RA"
               AND ETR-TRANS-TYPE NOT = "RV"
               AND ETR-TRANS-TYPE NOT = "XF"
               AND ETR-TRANS-TYPE NOT = "FE"
               AND ETR-TRANS-TYPE NOT = "IN"
               MOVE "TRANS TYPE NOT RA/RV/XF/FE/IN" TO
                   DL100-EDIT-REASON
               GO TO 3600-EDIT-TRANS-TYPE-EXIT
           END-IF
           IF (ETR-TRANS-TYPE = "FE" OR ETR-TRANS-TYPE = "IN")
               AND DL100-WORK-SOURCE NOT = "LCL"
               MOVE "FE/IN ACCRUAL NOT FROM LCL" TO
                   DL100-EDIT-REASON
           END-IF.
       3600-EDIT-TRANS-TYPE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3650-EDIT-TRANSFER - ONLY AN XF (OR THE RV OF ONE) NAMES  *
      *                      A COUNTERPARTY. A TRANSFER NEEDS A   *
      *                      WELL-FORMED COUNTERPARTY THAT IS     *
      *                      NOT THE ENTITY ITSELF, A CURRENCY    *
      *                      AND AN AMOUNT GREATER THAN ZERO, AND *
      *                      CARRIES NO VAR1 OR STATUS CHANGE     *
      *----------------------------------------------------------*
       3650-EDIT-TRANSFER.
           IF ETR-TRANS-TYPE NOT = "XF"
               AND ETR-TRANS-TYPE NOT = "RV"
               IF ETR-COUNTER-ENTITY-ID NOT = SPACE
                   MOVE "COUNTERPARTY ON NON-TRANSFER" TO
                       DL100-EDIT-REASON
               END-IF
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-TRANS-TYPE = "RV"
               AND ETR-COUNTER-ENTITY-ID = SPACE
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-COUNTER-ENTITY-ID = SPACE
               MOVE "TRANSFER COUNTERPARTY MISSING" TO
                   DL100-EDIT-REASON
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-COUNTER-ENTITY-ID (1:1) = SPACE
               MOVE "COUNTER ID NOT LEFT-JUSTIFIED" TO
                   DL100-EDIT-REASON
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           MOVE 'N' TO DL100-ID-BAD-SW
           MOVE 'N' TO DL100-ID-END-SW
           PERFORM 3660-EDIT-COUNTER-CHAR
               THRU 3660-EDIT-COUNTER-CHAR-EXIT
               VARYING DL100-ID-IDX FROM 1 BY 1
               UNTIL DL100-ID-IDX > 10
           IF DL100-ID-BAD-YES
               MOVE "COUNTERPARTY BAD FORMAT" TO DL100-EDIT-REASON
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-COUNTER-ENTITY-ID = ETR-ENTITY-ID
               MOVE "TRANSFER TO SAME ENTITY" TO DL100-EDIT-REASON
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-CURRENCY-CODE = SPACE
               MOVE "TRANSFER CURRENCY MISSING" TO DL100-EDIT-REASON
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-AMOUNT NOT > ZERO
               MOVE "TRANSFER AMOUNT NOT POSITIVE" TO
                   DL100-EDIT-REASON
               GO TO 3650-EDIT-TRANSFER-EXIT
           END-IF
           IF ETR-NEW-FCT01-VAR1 NOT = SPACE
               OR ETR-NEW-STATUS-CODE NOT = SPACE
               MOVE "TRANSFER WITH VAR1/STATUS" TO
                   DL100-EDIT-REASON
           END-IF.
       3650-EDIT-TRANSFER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3660-EDIT-COUNTER-CHAR - THE 3150-EDIT-ID-CHAR RULE FOR   *
      *                          ONE CHARACTER OF THE             *
      *                          COUNTERPARTY ID                  *
      *----------------------------------------------------------*
       3660-EDIT-COUNTER-CHAR.
           IF ETR-COUNTER-ENTITY-ID (DL100-ID-IDX:1) = SPACE
               MOVE 'Y' TO DL100-ID-END-SW
           ELSE
               IF DL100-ID-END-YES
                   MOVE 'Y' TO DL100-ID-BAD-SW
               ELSE
                   IF ETR-COUNTER-ENTITY-ID (DL100-ID-IDX:1)
                           NOT ALPHABETIC
                       AND ETR-COUNTER-ENTITY-ID (DL100-ID-IDX:1)
                           NOT NUMERIC
                       MOVE 'Y' TO DL100-ID-BAD-SW
                   END-IF
               END-IF
           END-IF.
       3660-EDIT-COUNTER-CHAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3800-RESOLVE-REVERSAL - AN RV RECORD: THE POSTING IT      *
      *                         NAMES MUST BE ON THE JOURNAL, MUST *
      *                         NOT ITSELF BE A REVERSAL, AND     *
      *                         MUST NOT ALREADY BE REVERSED. IF  *
      *                         IT PASSES, THE RECORD IS FILLED   *
      *                         IN AS THE EXACT INVERSE OF THAT   *
      *                         JOURNAL ENTRY SO THE REMAINING    *
      *                         EDITS RUN AGAINST WHAT WILL POST  *
      *----------------------------------------------------------*
       3800-RESOLVE-REVERSAL.
           PERFORM 3810-GET-REVERSAL-TARGET
               THRU 3810-GET-REVERSAL-TARGET-EXIT
           IF DL100-REV-WORK-SERIAL = ZERO
               MOVE "REVERSAL SERIAL MISSING" TO DL100-EDIT-REASON
               GO TO 3800-RESOLVE-REVERSAL-EXIT
           END-IF
           PERFORM 3820-FIND-REVERSAL THRU 3820-FIND-REVERSAL-EXIT
           IF DL100-REV-HIT-IDX = 0
               MOVE "REVERSAL TABLE FULL" TO DL100-EDIT-REASON
               GO TO 3800-RESOLVE-REVERSAL-EXIT
           END-IF
           IF DL100-REV-POSTED-SW (DL100-REV-HIT-IDX) NOT = 'Y'
               IF DL100-REV-ON-HIST-SW (DL100-REV-HIT-IDX) = 'Y'
                   MOVE "REVERSAL ORIGINAL NOT ON JRNL" TO
                       DL100-EDIT-REASON
               ELSE
                   MOVE "REVERSAL SERIAL NOT POSTED" TO
                       DL100-EDIT-REASON
               END-IF
               GO TO 3800-RESOLVE-REVERSAL-EXIT
           END-IF
           IF DL100-REV-IS-REVERSAL-SW (DL100-REV-HIT-IDX) = 'Y'
               MOVE "CANNOT REVERSE A REVERSAL" TO DL100-EDIT-REASON
               GO TO 3800-RESOLVE-REVERSAL-EXIT
           END-IF
           IF DL100-REV-REVERSED-SW (DL100-REV-HIT-IDX) = 'Y'
               MOVE "SERIAL ALREADY REVERSED" TO DL100-EDIT-REASON
               GO TO 3800-RESOLVE-REVERSAL-EXIT
           END-IF
           MOVE DL100-REV-ENTITY-ID (DL100-REV-HIT-IDX) TO
               ETR-ENTITY-ID
           MOVE DL100-REV-COUNTER-ID (DL100-REV-HIT-IDX) TO
               ETR-COUNTER-ENTITY-ID
           MOVE DL100-REV-VAR1 (DL100-REV-HIT-IDX) TO
               ETR-NEW-FCT01-VAR1
           MOVE DL100-TODAY TO ETR-EFFECTIVE-DATE
           MOVE DL100-REV-STATUS (DL100-REV-HIT-IDX) TO
               ETR-NEW-STATUS-CODE
           MOVE DL100-REV-CURRENCY (DL100-REV-HIT-IDX) TO
               ETR-CURRENCY-CODE
           MOVE DL100-REV-AMOUNT (DL100-REV-HIT-IDX) TO ETR-AMOUNT
           MOVE DL100-REV-EXTERNAL-REF (DL100-REV-HIT-IDX) TO
               ETR-EXTERNAL-REF
           IF DL100-REV-FRESH-YES
               MOVE ZERO TO ETR-TRANS-SERIAL
           END-IF
           MOVE DL100-REV-WORK-SERIAL TO ETR-REVERSES-SERIAL.
       3800-RESOLVE-REVERSAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3810-GET-REVERSAL-TARGET - THE SERIAL AN RV RECORD BACKS  *
      *                            OUT: ETR-REVERSES-SERIAL WHEN  *
      *                            AN EARLIER PASS RESOLVED IT,   *
      *                            ELSE THE ETR-TRANS-SERIAL IT   *
      *                            ARRIVED WITH (A FRESH          *
      *                            REVERSAL). ZERO WHEN NEITHER   *
      *                            IS USABLE                      *
      *----------------------------------------------------------*
       3810-GET-REVERSAL-TARGET.
           MOVE ZERO TO DL100-REV-WORK-SERIAL
           MOVE 'N' TO DL100-REV-FRESH-SW
           IF ETR-REVERSES-SERIAL NUMERIC
               AND ETR-REVERSES-SERIAL NOT = ZERO
               MOVE ETR-REVERSES-SERIAL TO DL100-REV-WORK-SERIAL
               GO TO 3810-GET-REVERSAL-TARGET-EXIT
           END-IF
           IF ETR-TRANS-SERIAL NUMERIC
               MOVE ETR-TRANS-SERIAL TO DL100-REV-WORK-SERIAL
               MOVE 'Y' TO DL100-REV-FRESH-SW
           END-IF.
       3810-GET-REVERSAL-TARGET-EXIT.
           EXIT.
      *
       3820-FIND-REVERSAL.
           MOVE ZERO TO DL100-REV-HIT-IDX
           PERFORM 3825-MATCH-REVERSAL THRU 3825-MATCH-REVERSAL-EXIT
               VARYING DL100-REV-IDX FROM 1 BY 1
               UNTIL DL100-REV-HIT-IDX > 0
               OR DL100-REV-IDX > DL100-REV-COUNT.
       3820-FIND-REVERSAL-EXIT.
           EXIT.
      *
       3825-MATCH-REVERSAL.
           IF DL100-REV-TARGET (DL100-REV-IDX) = DL100-REV-WORK-SERIAL
               MOVE DL100-REV-IDX TO DL100-REV-HIT-IDX
           END-IF.
       3825-MATCH-REVERSAL-EXIT.
           EXIT.
      *
       3900-WRITE-CLEAN.
           MOVE ENTITY-TRANS-RECORD TO EDITED-TRANS-RECORD
               COMPUTE ETC-TRANS-SERIAL =
                   DL100-TODAY * 100000 + DL100-SERIAL-SEQ
           END-IF
           IF ETR-TRANS-TYPE = "RV"
               MOVE 'Y' TO DL100-REV-REVERSED-SW (DL100-REV-HIT-IDX)
               ADD 1 TO DL100-REV-COUNT-CLEAN
           ELSE
               MOVE ZERO TO ETC-REVERSES-SERIAL
           END-IF
           WRITE EDITED-TRANS-RECORD
           ADD 1 TO DL100-CLEAN-COUNT
           ADD 1 TO DL100-SRC-CLEAN-COUNT (DL100-SRC-IDX).
           EXIT.
      *
      *----------------------------------------------------------*
      * 1960-LOAD-MERGE-LINKS - THE ENTMERGE LINKS INTO THE LINK  *
      *                         TABLE. NO ENTMERGE (NOTHING EVER  *
      *                         MERGED) LEAVES IT EMPTY; MORE     *
      *                         LINKS THAN THE TABLE HOLDS ABORT  *
      *                         THE JOB RATHER THAN LET A RETIRED *
      *                         ID THROUGH UNREDIRECTED           *
      *----------------------------------------------------------*
       1960-LOAD-MERGE-LINKS.
           OPEN INPUT MERGE-LINK-FILE
           IF DL100-ENTMERGE-NOT-FOUND
               GO TO 1960-LOAD-MERGE-LINKS-EXIT
           END-IF
           PERFORM UNTIL DL100-EML-EOF-YES
               READ MERGE-LINK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EML-EOF-SW
                   NOT AT END
                       IF EML-OLD-ENTITY-ID NOT = SPACE
                           IF DL100-EML-COUNT >= 2000
                               DISPLAY "MORE THAN 2000 LINKS ON "
                                   "ENTMERGE - TABLE FULL, JOB "
                                   "ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-EML-COUNT
                           MOVE EML-OLD-ENTITY-ID TO
                               DL100-EML-OLD-ID (DL100-EML-COUNT)
                           MOVE EML-NEW-ENTITY-ID TO
                               DL100-EML-NEW-ID (DL100-EML-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MERGE-LINK-FILE.
       1960-LOAD-MERGE-LINKS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1970-LOAD-ALIASES - THE ACCTALIA ALIASES INTO THE ALIAS   *
      *                     TABLE. NO ACCTALIA LEAVES IT EMPTY,   *
      *                     AND ANY RECORD CARRYING AN EXTERNAL   *
      *                     REFERENCE IS THEN REJECTED; MORE      *
      *                     ALIASES THAN THE TABLE HOLDS ABORT    *
      *                     THE JOB                               *
      *----------------------------------------------------------*
       1970-LOAD-ALIASES.
           OPEN INPUT ACCOUNT-ALIAS-FILE
           IF DL100-ACCTALIA-NOT-FOUND
               GO TO 1970-LOAD-ALIASES-EXIT
           END-IF
           PERFORM UNTIL DL100-ALS-EOF-YES
               READ ACCOUNT-ALIAS-FILE
                   AT END
                       MOVE 'Y' TO DL100-ALS-EOF-SW
                   NOT AT END
                       IF ALS-SOURCE-SYSTEM NOT = SPACE
                           IF DL100-ALS-COUNT >= 5000
                               DISPLAY "MORE THAN 5000 ALIASES ON "
                                   "ACCTALIA - TABLE FULL, JOB "
                                   "ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-ALS-COUNT
                           MOVE ALS-SOURCE-SYSTEM TO
                               DL100-ALS-SOURCE (DL100-ALS-COUNT)
                           MOVE ALS-EXTERNAL-ACCOUNT TO
                               DL100-ALS-ACCOUNT (DL100-ALS-COUNT)
                           MOVE ALS-ENTITY-ID TO
                               DL100-ALS-ENTITY-ID (DL100-ALS-COUNT)
                           MOVE ALS-STATUS TO
                               DL100-ALS-STATUS (DL100-ALS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-ALIAS-FILE.
       1970-LOAD-ALIASES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1980-LOAD-CLOSED-PERIODS - THE MONTHS DL100MEC HAS CLOSED *
      *                            ON PERIODST. NO PERIODST MEANS *
      *                            NOTHING IS CLOSED YET; MORE    *
      *                            MONTHS THAN THE TABLE HOLDS    *
      *                            ABORT THE JOB - A DROPPED      *
      *                            MONTH WOULD REOPEN IT          *
      *----------------------------------------------------------*
       1980-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF DL100-PERIODST-NOT-FOUND
               GO TO 1980-LOAD-CLOSED-PERIODS-EXIT
           END-IF
           PERFORM UNTIL DL100-PDS-EOF-YES
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE 'Y' TO DL100-PDS-EOF-SW
                   NOT AT END
                       IF PDS-STATUS-CLOSED AND PDS-PERIOD NUMERIC
                           IF DL100-PDS-COUNT >= 600
                               DISPLAY "MORE THAN 600 CLOSED "
                                   "PERIODS ON PERIODST - TABLE "
                                   "FULL, JOB ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-PDS-COUNT
                           MOVE PDS-PERIOD TO
                               DL100-PDS-PERIOD (DL100-PDS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE.
       1980-LOAD-CLOSED-PERIODS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1990-LOAD-PPA-AUTHORIZED - THE SERIALS AUTHORIZED ON      *
      *                            PPAREVW (STATUS A) TO POST     *
      *                            INTO A CLOSED MONTH. MORE THAN *
      *                            THE TABLE HOLDS ARE NOT LOADED *
      *                            AND THOSE ITEMS ARE SIMPLY     *
      *                            HELD FOR AUTHORIZATION AGAIN   *
      *----------------------------------------------------------*
       1990-LOAD-PPA-AUTHORIZED.
           OPEN INPUT PPA-REVIEW-FILE
           IF DL100-PPAREVW-NOT-FOUND
               GO TO 1990-LOAD-PPA-AUTHORIZED-EXIT
           END-IF
           PERFORM UNTIL DL100-PAU-EOF-YES
               READ PPA-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-PAU-EOF-SW
                   NOT AT END
                       IF PPA-STATUS-AUTHORIZED
                           AND PPA-TRANS-SERIAL NUMERIC
                           IF DL100-PAU-COUNT >= 5000
                               MOVE 'Y' TO DL100-PAU-FULL-SW
                           ELSE
                               ADD 1 TO DL100-PAU-COUNT
                               MOVE PPA-TRANS-SERIAL TO
                                   DL100-PAU-SERIAL (DL100-PAU-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PPA-REVIEW-FILE.
       1990-LOAD-PPA-AUTHORIZED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3850-CHECK-DUPLICATE - A RECORD ARRIVING WITHOUT A        *
      *                        SERIAL (FRESH FROM UPSTREAM) IS    *
      *                        CHECKED AGAINST THE ROLLING        *
               AND ETR-TRANS-SERIAL NOT = ZERO
               GO TO 3850-CHECK-DUPLICATE-EXIT
           END-IF
           IF ETR-TRANS-TYPE = "RV"
               GO TO 3850-CHECK-DUPLICATE-EXIT
           END-IF
           IF ETR-CURRENCY-CODE = SPACE AND ETR-AMOUNT = ZERO
               GO TO 3850-CHECK-DUPLICATE-EXIT
           END-IF
           WRITE DUP-REVIEW-RECORD.
       3970-DIVERT-DUPLICATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3880-CHECK-CLOSED-PERIOD - IS THE RECORD EFFECTIVE IN A   *
      *                            MONTH PERIODST SHOWS CLOSED?   *
      *                            IF SO IT IS HELD UNLESS IT     *
      *                            CARRIES A SERIAL AUTHORIZED ON *
      *                            PPAREVW - DL100PPA'S RE-FEED   *
      *                            OF AN AUTHORIZED ADJUSTMENT,   *
      *                            WHICH IS COUNTED AND POSTS     *
      *----------------------------------------------------------*
       3880-CHECK-CLOSED-PERIOD.
           MOVE 'N' TO DL100-PPA-HOLD-SW
           MOVE 'N' TO DL100-CLOSED-SW
           MOVE 'N' TO DL100-PPA-AUTH-SW
           MOVE ETR-EFFECTIVE-DATE (1:6) TO DL100-EFF-PERIOD
           PERFORM 3885-MATCH-CLOSED-PERIOD
               THRU 3885-MATCH-CLOSED-PERIOD-EXIT
               VARYING DL100-PDS-IDX FROM 1 BY 1
               UNTIL DL100-CLOSED-YES
               OR DL100-PDS-IDX > DL100-PDS-COUNT
           IF NOT DL100-CLOSED-YES
               GO TO 3880-CHECK-CLOSED-PERIOD-EXIT
           END-IF
           IF ETR-TRANS-SERIAL NUMERIC
               AND ETR-TRANS-SERIAL NOT = ZERO
               PERFORM 3890-MATCH-PPA-AUTH
                   THRU 3890-MATCH-PPA-AUTH-EXIT
                   VARYING DL100-PAU-IDX FROM 1 BY 1
                   UNTIL DL100-PPA-AUTH-YES
                   OR DL100-PAU-IDX > DL100-PAU-COUNT
           END-IF
           IF DL100-PPA-AUTH-YES
               ADD 1 TO DL100-PPA-PASS-COUNT
           ELSE
               MOVE 'Y' TO DL100-PPA-HOLD-SW
           END-IF.
       3880-CHECK-CLOSED-PERIOD-EXIT.
           EXIT.
      *
       3885-MATCH-CLOSED-PERIOD.
           IF DL100-PDS-PERIOD (DL100-PDS-IDX) = DL100-EFF-PERIOD
               MOVE 'Y' TO DL100-CLOSED-SW
           END-IF.
       3885-MATCH-CLOSED-PERIOD-EXIT.
           EXIT.
      *
       3890-MATCH-PPA-AUTH.
           IF DL100-PAU-SERIAL (DL100-PAU-IDX) = ETR-TRANS-SERIAL
               MOVE 'Y' TO DL100-PPA-AUTH-SW
           END-IF.
       3890-MATCH-PPA-AUTH-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3980-DIVERT-PRIOR-PERIOD - THE BACK-DATED RECORD GOES TO  *
      *                            PPAREVW PENDING AUTHORIZATION, *
      *                            WITH ITS SERIAL AND SOURCE SET *
      *                            AS ENTCLEAN WOULD HAVE HAD     *
      *                            THEM, AND IS COUNTED - IT IS   *
      *                            NEITHER POSTED NOR LOST. ON A  *
      *                            TRIAL RUN IT IS ONLY COUNTED.  *
      *----------------------------------------------------------*
       3980-DIVERT-PRIOR-PERIOD.
           ADD 1 TO DL100-PPA-COUNT
           IF DL100-TRIAL-YES
               GO TO 3980-DIVERT-PRIOR-PERIOD-EXIT
           END-IF
           MOVE DL100-WORK-SOURCE TO ETR-SOURCE-SYSTEM
           IF ETR-TRANS-SERIAL NOT NUMERIC
               OR ETR-TRANS-SERIAL = ZERO
               ADD 1 TO DL100-SERIAL-SEQ
               COMPUTE ETR-TRANS-SERIAL =
                   DL100-TODAY * 100000 + DL100-SERIAL-SEQ
           END-IF
           IF ETR-TRANS-TYPE NOT = "RV"
               MOVE ZERO TO ETR-REVERSES-SERIAL
           END-IF
           MOVE SPACE TO PPA-REVIEW-RECORD
           MOVE DL100-TODAY TO PPA-FLAGGED-DATE
           MOVE DL100-EFF-PERIOD TO PPA-PERIOD
           MOVE "P" TO PPA-STATUS
           MOVE ENTITY-TRANS-RECORD TO PPA-TRANS-IMAGE
           MOVE ZERO TO PPA-DISP-DATE
           MOVE ZERO TO PPA-DISP-TIME
           WRITE PPA-REVIEW-RECORD.
       3980-DIVERT-PRIOR-PERIOD-EXIT.
           EXIT.
      *
       8900-WRITE-EDIT-TOTALS.
           MOVE SPACE TO EDIT-TOTALS-RECORD
           MOVE DL100-MANIFEST-STATUS TO ETOT-MANIFEST-STATUS
           MOVE "ALL" TO ETOT-SOURCE-SYSTEM
           MOVE DL100-DUP-COUNT TO ETOT-DUP-COUNT
           MOVE DL100-PPA-COUNT TO ETOT-PPA-COUNT
           WRITE EDIT-TOTALS-RECORD
           PERFORM 8950-WRITE-SOURCE-TOTALS
               THRU 8950-WRITE-SOURCE-TOTALS-EXIT
           MOVE DL100-SRC-CODE (DL100-SRC-IDX) TO
               ETOT-SOURCE-SYSTEM
           MOVE ZERO TO ETOT-DUP-COUNT
           MOVE ZERO TO ETOT-PPA-COUNT
           WRITE EDIT-TOTALS-RECORD.
       8950-WRITE-SOURCE-TOTALS-EXIT.
           EXIT.
