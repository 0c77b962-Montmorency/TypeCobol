       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100APR.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100APR - FOUR-EYES APPROVAL OF PARKED CHANGES            *
      *   Prompt-driven second-operator tool over PENDAPPR, the    *
      *   file DL100MNT (any CLOSE, any FCT01-VAR1 change),        *
      *   DL100HRL (a force-release over the APPRPARM threshold)   *
      *   and DL100RJM (a re-feed over the same threshold) park    *
      *   changes on instead of applying them. LIST shows what is  *
      *   waiting; APPROVE applies one - the master change is      *
      *   rewritten to ENTMAST and journalled to ENTJRNL exactly   *
      *   as DL100MNT would have, the released or re-fed item is   *
      *   appended to the raw ENTTRANS feed effective today -      *
      *   and DECLINE drops a master change or puts a held item    *
      *   back on HELDTRNS, a reject back on CURRREJ, as they      *
      *   were. The deciding operator must be on OPERMAST, must    *
      *   not be the originator and must hold a higher             *
      *   OPR-AUTH-LEVEL than the originator had; with no          *
      *   OPERMAST set up nothing can be decided. A master change  *
      *   that can no longer be applied (entity gone, balances no  *
      *   longer zero for a close) is declined with that reason.   *
      *   Each decision is logged to the originating tool's log -  *
      *   MNTLOG, HELDLOG or RJMLOG - with both operator IDs and   *
      *   the request ID, and PENDAPPR is rewritten through PENDWK *
      *   with the decision, approver and timestamp. An attempt to *
      *   decide a request by its originator, or by an operator    *
      *   not above the originator's level, is refused and logged  *
      *   to the same log as action REFUSE with the reason, under  *
      *   the refused operator's ID; the request stays pending.    *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *   2026-10-14  Log a refused self-decision or too-low-level
      *               decision to the originating tool's log.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PENDAPPR-STATUS.
           SELECT PENDING-APPROVAL-WORK-FILE ASSIGN TO "PENDWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT ENTITY-TRANS-FILE ASSIGN TO "ENTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRANS-STATUS.
           SELECT HELD-TRANS-FILE ASSIGN TO "HELDTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HELD-STATUS.
           SELECT CURRENCY-REJECT-FILE ASSIGN TO "CURRREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CURRREJ-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-MNTLOG-STATUS.
           SELECT HELD-LOG-FILE ASSIGN TO "HELDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HELDLOG-STATUS.
           SELECT REJECT-MGMT-LOG-FILE ASSIGN TO "RJMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RJMLOG-STATUS.
           SELECT ENTITY-JOURNAL-FILE ASSIGN TO "ENTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           COPY PENDAPPR.
       FD  PENDING-APPROVAL-WORK-FILE.
       01  PENDING-APPROVAL-WORK-RECORD.
           COPY PENDAPPR REPLACING LEADING ==PND== BY ==PNW==.
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  ENTITY-TRANS-FILE.
       01  ENTITY-TRANS-RECORD.
           COPY ENTTRANS.
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-RECORD.
           COPY HELDTRNS.
       FD  CURRENCY-REJECT-FILE.
       01  CURRENCY-REJECT-RECORD.
           COPY CURRREJ.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05  MLOG-DATE                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  MLOG-TIME                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  MLOG-OPERATOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  MLOG-ACTION                  PIC X(06).
           05  FILLER                       PIC X(01).
           05  MLOG-ENTITY-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  MLOG-STATUS-CODE             PIC X(02).
           05  FILLER                       PIC X(01).
           05  MLOG-FCT01-VAR1              PIC X(01).
           05  FILLER                       PIC X(01).
           05  MLOG-HOME-CURRENCY           PIC X(03).
           05  FILLER                       PIC X(01).
           05  MLOG-PARENT-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  MLOG-APPROVER-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  MLOG-REQUEST-ID              PIC 9(06).
           05  FILLER                       PIC X(01).
           05  MLOG-ALIAS-SOURCE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  MLOG-ALIAS-ACCOUNT           PIC X(12).
           05  FILLER                       PIC X(01).
           05  MLOG-EARMARK-ID              PIC 9(06).
           05  FILLER                       PIC X(01).
           05  MLOG-EARMARK-AMOUNT          PIC 9(11)V99.
           05  FILLER                       PIC X(01).
           05  MLOG-REASON                  PIC X(20).
       FD  HELD-LOG-FILE.
       01  HELD-LOG-RECORD.
           05  HLOG-DATE                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  HLOG-TIME                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  HLOG-OPERATOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  HLOG-ACTION                  PIC X(07).
           05  FILLER                       PIC X(01).
           05  HLOG-ENTITY-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  HLOG-EFFECTIVE-DATE          PIC 9(08).
           05  FILLER                       PIC X(01).
           05  HLOG-CURRENCY-CODE           PIC X(03).
           05  FILLER                       PIC X(01).
           05  HLOG-AMOUNT                  PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  HLOG-REASON                  PIC X(20).
           05  FILLER                       PIC X(01).
           05  HLOG-APPROVER-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  HLOG-REQUEST-ID              PIC 9(06).
       FD  REJECT-MGMT-LOG-FILE.
       01  REJECT-MGMT-LOG-RECORD.
           05  RJM-DATE                     PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RJM-TIME                     PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RJM-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  RJM-ACTION                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  RJM-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  RJM-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  RJM-AMOUNT                   PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  RJM-TRANS-SERIAL             PIC 9(13).
           05  FILLER                       PIC X(01).
           05  RJM-REASON                   PIC X(20).
           05  FILLER                       PIC X(01).
           05  RJM-APPROVER-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  RJM-REQUEST-ID               PIC 9(06).
       FD  ENTITY-JOURNAL-FILE.
       01  ENTITY-JOURNAL-RECORD.
           COPY ENTJRNL.
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
       77  DL100-PENDAPPR-STATUS            PIC X(02) VALUE "00".
           88  DL100-PENDAPPR-NOT-FOUND         VALUE "35".
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OK                  VALUE "00".
       77  DL100-TRANS-STATUS               PIC X(02) VALUE "00".
           88  DL100-TRANS-NOT-FOUND            VALUE "35".
       77  DL100-HELD-STATUS                PIC X(02) VALUE "00".
           88  DL100-HELD-NOT-FOUND             VALUE "35".
       77  DL100-CURRREJ-STATUS             PIC X(02) VALUE "00".
           88  DL100-CURRREJ-NOT-FOUND          VALUE "35".
       77  DL100-MNTLOG-STATUS              PIC X(02) VALUE "00".
           88  DL100-MNTLOG-NOT-FOUND           VALUE "35".
       77  DL100-HELDLOG-STATUS             PIC X(02) VALUE "00".
           88  DL100-HELDLOG-NOT-FOUND          VALUE "35".
       77  DL100-RJMLOG-STATUS              PIC X(02) VALUE "00".
           88  DL100-RJMLOG-NOT-FOUND           VALUE "35".
       77  DL100-JOURNAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-JOURNAL-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-MORE-SW                    PIC X(01) VALUE 'Y'.
           88  DL100-MORE-YES                   VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-OPERATOR-ID                PIC X(08) VALUE SPACE.
       77  DL100-ACTION-INPUT               PIC X(01) VALUE SPACE.
       77  DL100-REQUEST-INPUT              PIC X(06) VALUE SPACE.
       77  DL100-WANTED-REQUEST             PIC 9(06) VALUE ZERO.
       77  DL100-PARSE-IDX                  PIC 9(01) COMP.
       77  DL100-PARSE-DIGIT                PIC 9(01) VALUE ZERO.
       77  DL100-PARSE-BAD-SW               PIC X(01) VALUE 'N'.
           88  DL100-PARSE-BAD-YES              VALUE 'Y'.
       77  DL100-PARSE-END-SW               PIC X(01) VALUE 'N'.
           88  DL100-PARSE-END-YES              VALUE 'Y'.
       77  DL100-REQ-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REQ-FOUND-YES              VALUE 'Y'.
       77  DL100-APPLIED-SW                 PIC X(01) VALUE 'N'.
           88  DL100-APPLIED-YES                VALUE 'Y'.
       77  DL100-DECISION                   PIC X(01) VALUE SPACE.
       77  DL100-REASON-TEXT                PIC X(20) VALUE SPACE.
       77  DL100-LOG-ACTION                 PIC X(08) VALUE SPACE.
       77  DL100-CURR-IDX                   PIC 9(02) COMP.
       77  DL100-JRN-IDX                    PIC 9(02) COMP.
       77  DL100-BAL-ZERO-SW                PIC X(01) VALUE 'Y'.
           88  DL100-BAL-ZERO-YES               VALUE 'Y'.
       77  DL100-LIST-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DL100-LIST-AMOUNT                PIC -Z(10)9.99.
       77  DL100-APPROVED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  DL100-DECLINED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  DL100-REFUSED-COUNT              PIC 9(05) COMP VALUE ZERO.
      *
      *  THE REQUEST BEING DECIDED, AS READ FROM PENDAPPR
      *
       01  DL100-PEND-ITEM.
           COPY PENDAPPR REPLACING LEADING ==PND== BY ==PNI==.
      *
      *  MASTER RECORD AS IT STOOD BEFORE AN APPROVED CHANGE, FOR
      *  THE JOURNAL'S BEFORE-IMAGE
      *
       01  DL100-BEFORE-IMAGE.
           COPY YxxxENT REPLACING ==::== BY ==B==.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-LOAD-OPERATORS THRU 1500-LOAD-OPERATORS-EXIT
           IF DL100-OPER-OVERFLOW-COUNT > 0
               DISPLAY "OPERMAST HOLDS MORE THAN 50 OPERATORS - "
                   "VALID IDS WOULD BE DROPPED, JOB ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-OPER-COUNT = 0
               DISPLAY "OPERMAST NOT SET UP - A SECOND OPERATOR "
                   "CANNOT BE VERIFIED, NOTHING CAN BE APPROVED"
               MOVE 12 TO RETURN-CODE
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
           OPEN I-O ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OK
               DISPLAY "ENTMAST OPEN FAILED - STATUS = "
                   DL100-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND MAINT-LOG-FILE
           IF DL100-MNTLOG-NOT-FOUND
               OPEN OUTPUT MAINT-LOG-FILE
               CLOSE MAINT-LOG-FILE
               OPEN EXTEND MAINT-LOG-FILE
           END-IF
           OPEN EXTEND HELD-LOG-FILE
           IF DL100-HELDLOG-NOT-FOUND
               OPEN OUTPUT HELD-LOG-FILE
               CLOSE HELD-LOG-FILE
               OPEN EXTEND HELD-LOG-FILE
           END-IF
           OPEN EXTEND REJECT-MGMT-LOG-FILE
           IF DL100-RJMLOG-NOT-FOUND
               OPEN OUTPUT REJECT-MGMT-LOG-FILE
               CLOSE REJECT-MGMT-LOG-FILE
               OPEN EXTEND REJECT-MGMT-LOG-FILE
           END-IF
           OPEN EXTEND ENTITY-JOURNAL-FILE
           IF DL100-JOURNAL-NOT-FOUND
               OPEN OUTPUT ENTITY-JOURNAL-FILE
               CLOSE ENTITY-JOURNAL-FILE
               OPEN EXTEND ENTITY-JOURNAL-FILE
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM UNTIL NOT DL100-MORE-YES
               PERFORM 2000-GET-ACTION THRU 2000-GET-ACTION-EXIT
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE HELD-LOG-FILE
           CLOSE REJECT-MGMT-LOG-FILE
           CLOSE ENTITY-JOURNAL-FILE
           DISPLAY "APPROVED = " DL100-APPROVED-COUNT
           DISPLAY "DECLINED = " DL100-DECLINED-COUNT
           DISPLAY "REFUSED  = " DL100-REFUSED-COUNT
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
       2000-GET-ACTION.
           DISPLAY "ACTION (L=LIST A=APPROVE D=DECLINE Q=QUIT) = "
               NO ADVANCING
           ACCEPT DL100-ACTION-INPUT
           EVALUATE DL100-ACTION-INPUT
               WHEN "L"
                   PERFORM 6000-LIST-PENDING
                       THRU 6000-LIST-PENDING-EXIT
               WHEN "A"
                   PERFORM 3000-DECIDE-REQUEST
                       THRU 3000-DECIDE-REQUEST-EXIT
               WHEN "D"
                   PERFORM 3000-DECIDE-REQUEST
                       THRU 3000-DECIDE-REQUEST-EXIT
               WHEN "Q"
                   MOVE 'N' TO DL100-MORE-SW
               WHEN OTHER
                   DISPLAY "ACTION NOT L, A, D OR Q"
           END-EVALUATE.
       2000-GET-ACTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-DECIDE-REQUEST - FIND THE KEYED REQUEST, CHECK THE   *
      *                       DECIDING OPERATOR IS A DIFFERENT    *
      *                       AND HIGHER-LEVEL ONE (A REFUSAL IS  *
      *                       LOGGED), THEN APPROVE (APPLY) OR    *
      *                       DECLINE IT AND RECORD THE DECISION  *
      *                       ON PENDAPPR                         *
      *----------------------------------------------------------*
       3000-DECIDE-REQUEST.
           DISPLAY "REQUEST ID = " NO ADVANCING
           ACCEPT DL100-REQUEST-INPUT
           PERFORM 3100-PARSE-REQUEST-ID
               THRU 3100-PARSE-REQUEST-ID-EXIT
           IF DL100-PARSE-BAD-YES
               DISPLAY "REQUEST ID NOT NUMERIC"
               GO TO 3000-DECIDE-REQUEST-EXIT
           END-IF
           PERFORM 3200-FIND-REQUEST THRU 3200-FIND-REQUEST-EXIT
           IF NOT DL100-REQ-FOUND-YES
               DISPLAY "REQUEST " DL100-WANTED-REQUEST " NOT ON FILE"
               GO TO 3000-DECIDE-REQUEST-EXIT
           END-IF
           IF NOT PNI-STATUS-PENDING
               DISPLAY "REQUEST " DL100-WANTED-REQUEST
                   " ALREADY DECIDED - STATUS " PNI-STATUS
               GO TO 3000-DECIDE-REQUEST-EXIT
           END-IF
           IF PNI-ORIG-OPERATOR = DL100-OPERATOR-ID
               DISPLAY "REQUEST " DL100-WANTED-REQUEST
                   " WAS RAISED BY THIS OPERATOR - A SECOND "
                   "OPERATOR MUST DECIDE IT"
               MOVE "OWN REQUEST" TO DL100-REASON-TEXT
               PERFORM 7300-LOG-REFUSAL THRU 7300-LOG-REFUSAL-EXIT
               GO TO 3000-DECIDE-REQUEST-EXIT
           END-IF
           IF DL100-OPER-AUTH-LEVEL NOT > PNI-ORIG-LEVEL
               DISPLAY "OPERATOR " DL100-OPERATOR-ID
                   " NOT AUTHORIZED - A LEVEL ABOVE "
                   PNI-ORIG-LEVEL " IS REQUIRED TO DECIDE IT"
               MOVE "LEVEL NOT ABOVE ORIG" TO DL100-REASON-TEXT
               PERFORM 7300-LOG-REFUSAL THRU 7300-LOG-REFUSAL-EXIT
               GO TO 3000-DECIDE-REQUEST-EXIT
           END-IF
           PERFORM 6100-SHOW-REQUEST THRU 6100-SHOW-REQUEST-EXIT
           MOVE SPACE TO DL100-REASON-TEXT
           IF DL100-ACTION-INPUT = "D"
               DISPLAY "DECLINE REASON = " NO ADVANCING
               ACCEPT DL100-REASON-TEXT
               IF DL100-REASON-TEXT = SPACE
                   DISPLAY "REASON REQUIRED - REQUEST UNCHANGED"
                   GO TO 3000-DECIDE-REQUEST-EXIT
               END-IF
               PERFORM 5000-DECLINE-REQUEST
                   THRU 5000-DECLINE-REQUEST-EXIT
           ELSE
               PERFORM 4000-APPROVE-REQUEST
                   THRU 4000-APPROVE-REQUEST-EXIT
               IF NOT DL100-APPLIED-YES
                   DISPLAY "REQUEST " DL100-WANTED-REQUEST
                       " CANNOT BE APPLIED - " DL100-REASON-TEXT
                   PERFORM 5000-DECLINE-REQUEST
                       THRU 5000-DECLINE-REQUEST-EXIT
               END-IF
           END-IF
           PERFORM 8000-RECORD-DECISION THRU 8000-RECORD-DECISION-EXIT
           IF DL100-DECISION = "A"
               ADD 1 TO DL100-APPROVED-COUNT
               DISPLAY "REQUEST " DL100-WANTED-REQUEST
                   " APPROVED AND APPLIED"
           ELSE
               ADD 1 TO DL100-DECLINED-COUNT
               DISPLAY "REQUEST " DL100-WANTED-REQUEST " DECLINED"
           END-IF.
       3000-DECIDE-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3100-PARSE-REQUEST-ID - A KEYED ID ARRIVES LEFT-JUSTIFIED *
      *                         WITH TRAILING SPACES, WHICH A     *
      *                         PLAIN NUMERIC TEST REJECTS -      *
      *                         BUILD THE VALUE DIGIT BY DIGIT    *
      *----------------------------------------------------------*
       3100-PARSE-REQUEST-ID.
           MOVE 'N' TO DL100-PARSE-BAD-SW
           MOVE 'N' TO DL100-PARSE-END-SW
           MOVE ZERO TO DL100-WANTED-REQUEST
           IF DL100-REQUEST-INPUT = SPACE
               MOVE 'Y' TO DL100-PARSE-BAD-SW
               GO TO 3100-PARSE-REQUEST-ID-EXIT
           END-IF
           PERFORM 3150-PARSE-ONE-DIGIT
               THRU 3150-PARSE-ONE-DIGIT-EXIT
               VARYING DL100-PARSE-IDX FROM 1 BY 1
               UNTIL DL100-PARSE-IDX > 6.
       3100-PARSE-REQUEST-ID-EXIT.
           EXIT.
      *
       3150-PARSE-ONE-DIGIT.
           IF DL100-REQUEST-INPUT (DL100-PARSE-IDX:1) = SPACE
               MOVE 'Y' TO DL100-PARSE-END-SW
           ELSE
               IF DL100-PARSE-END-YES
                   OR DL100-REQUEST-INPUT (DL100-PARSE-IDX:1)
                       NOT NUMERIC
                   MOVE 'Y' TO DL100-PARSE-BAD-SW
               ELSE
                   MOVE DL100-REQUEST-INPUT (DL100-PARSE-IDX:1) TO
                       DL100-PARSE-DIGIT
                   COMPUTE DL100-WANTED-REQUEST =
                       DL100-WANTED-REQUEST * 10 + DL100-PARSE-DIGIT
               END-IF
           END-IF.
       3150-PARSE-ONE-DIGIT-EXIT.
           EXIT.
      *
       3200-FIND-REQUEST.
           MOVE 'N' TO DL100-REQ-FOUND-SW
           OPEN INPUT PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               GO TO 3200-FIND-REQUEST-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF PND-REQUEST-ID NUMERIC
                           AND PND-REQUEST-ID = DL100-WANTED-REQUEST
                           MOVE PENDING-APPROVAL-RECORD TO
                               DL100-PEND-ITEM
                           MOVE 'Y' TO DL100-REQ-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE.
       3200-FIND-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-APPROVE-REQUEST - APPLY THE PARKED CHANGE THE WAY    *
      *                        THE ORIGINATING TOOL WOULD HAVE.   *
      *                        A MASTER CHANGE THAT NO LONGER     *
      *                        PASSES ITS RULES COMES BACK NOT    *
      *                        APPLIED, WITH THE REASON SET       *
      *----------------------------------------------------------*
       4000-APPROVE-REQUEST.
           MOVE 'Y' TO DL100-APPLIED-SW
           MOVE "A" TO DL100-DECISION
           EVALUATE TRUE
               WHEN PNI-SOURCE-MNT
                   PERFORM 4100-APPLY-MASTER-CHANGE
                       THRU 4100-APPLY-MASTER-CHANGE-EXIT
               WHEN PNI-SOURCE-HRL
                   PERFORM 4500-WRITE-ENTTRANS
                       THRU 4500-WRITE-ENTTRANS-EXIT
                   MOVE "RELEASE" TO DL100-LOG-ACTION
                   MOVE "RELEASED TO ENTTRANS" TO DL100-REASON-TEXT
                   PERFORM 7100-LOG-HELD THRU 7100-LOG-HELD-EXIT
               WHEN OTHER
                   PERFORM 4500-WRITE-ENTTRANS
                       THRU 4500-WRITE-ENTTRANS-EXIT
                   MOVE "RE-FEED" TO DL100-LOG-ACTION
                   MOVE "RE-FED TO ENTTRANS" TO DL100-REASON-TEXT
                   PERFORM 7200-LOG-REJECT THRU 7200-LOG-REJECT-EXIT
           END-EVALUATE
           IF DL100-APPLIED-YES
               MOVE SPACE TO DL100-REASON-TEXT
           END-IF.
       4000-APPROVE-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4100-APPLY-MASTER-CHANGE - THE REQUESTED STATUS AND VAR1  *
      *                            (BLANK = KEEP) ONTO THE MASTER *
      *                            AS IT STANDS NOW. A CLOSE IS   *
      *                            RECHECKED FOR ZERO BALANCES -  *
      *                            POSTINGS MAY HAVE LANDED SINCE *
      *                            IT WAS REQUESTED - AND A PLAIN *
      *                            CHANGE WILL NOT REOPEN AN      *
      *                            ENTITY CLOSED IN THE MEANTIME  *
      *----------------------------------------------------------*
       4100-APPLY-MASTER-CHANGE.
           MOVE PNI-ENTITY-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO DL100-APPLIED-SW
                   MOVE "ENTITY NOT ON FILE" TO DL100-REASON-TEXT
                   GO TO 4100-APPLY-MASTER-CHANGE-EXIT
           END-READ
           MOVE ENTITY-MASTER-RECORD TO DL100-BEFORE-IMAGE
           IF PNI-ACTION = "CHANGE"
               AND XXXENTM-STATUS-CLOSED
               AND PNI-NEW-STATUS-CODE NOT = SPACE
               AND PNI-NEW-STATUS-CODE NOT = "CL"
               MOVE 'N' TO DL100-APPLIED-SW
               MOVE "ENTITY CLOSED SINCE" TO DL100-REASON-TEXT
               GO TO 4100-APPLY-MASTER-CHANGE-EXIT
           END-IF
           IF PNI-NEW-STATUS-CODE = "CL"
               AND NOT XXXENTM-STATUS-CLOSED
               PERFORM 4200-CHECK-ZERO-BALANCES
                   THRU 4200-CHECK-ZERO-BALANCES-EXIT
               IF NOT DL100-BAL-ZERO-YES
                   MOVE 'N' TO DL100-APPLIED-SW
                   MOVE "BALANCES NOT ZERO" TO DL100-REASON-TEXT
                   GO TO 4100-APPLY-MASTER-CHANGE-EXIT
               END-IF
           END-IF
           IF PNI-NEW-STATUS-CODE NOT = SPACE
               MOVE PNI-NEW-STATUS-CODE TO XXXENTM-STATUS-CODE
           END-IF
           IF PNI-NEW-FCT01-VAR1 NOT = SPACE
               MOVE PNI-NEW-FCT01-VAR1 TO XXXENTM-FCT01-Var1
           END-IF
           REWRITE ENTITY-MASTER-RECORD
           PERFORM 7000-LOG-MASTER THRU 7000-LOG-MASTER-EXIT
           PERFORM 7500-JOURNAL-CHANGE THRU 7500-JOURNAL-CHANGE-EXIT.
       4100-APPLY-MASTER-CHANGE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4200-CHECK-ZERO-BALANCES - DL100MNT'S CLOSURE RULE: THE   *
      *                            HOME BALANCE AND EVERY         *
      *                            CURRENCY-TABLE BALANCE MUST BE *
      *                            ZERO BEFORE AN ENTITY CLOSES   *
      *----------------------------------------------------------*
       4200-CHECK-ZERO-BALANCES.
           MOVE 'Y' TO DL100-BAL-ZERO-SW
           IF XXXENTM-BALANCE NOT = ZERO
               MOVE 'N' TO DL100-BAL-ZERO-SW
               GO TO 4200-CHECK-ZERO-BALANCES-EXIT
           END-IF
           PERFORM 4250-CHECK-ONE-BALANCE
               THRU 4250-CHECK-ONE-BALANCE-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > XXXENTM-CURR-BAL-COUNT
               OR NOT DL100-BAL-ZERO-YES.
       4200-CHECK-ZERO-BALANCES-EXIT.
           EXIT.
      *
       4250-CHECK-ONE-BALANCE.
           IF XXXENTM-CURR-AMOUNT (DL100-CURR-IDX) NOT = ZERO
               MOVE 'N' TO DL100-BAL-ZERO-SW
           END-IF.
       4250-CHECK-ONE-BALANCE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4500-WRITE-ENTTRANS - THE RELEASED OR RE-FED ITEM ONTO    *
      *                       THE RAW ENTTRANS FEED WITH ITS      *
      *                       SERIAL INTACT AND ITS EFFECTIVE     *
      *                       DATE SET TO TODAY, AS DL100HRL AND  *
      *                       DL100RJM WRITE IT                   *
      *----------------------------------------------------------*
       4500-WRITE-ENTTRANS.
           OPEN EXTEND ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               OPEN OUTPUT ENTITY-TRANS-FILE
               CLOSE ENTITY-TRANS-FILE
               OPEN EXTEND ENTITY-TRANS-FILE
           END-IF
           MOVE SPACE TO ENTITY-TRANS-RECORD
           MOVE PNI-ENTITY-ID TO ETR-ENTITY-ID
           MOVE PNI-NEW-FCT01-VAR1 TO ETR-NEW-FCT01-VAR1
           MOVE DL100-TODAY TO ETR-EFFECTIVE-DATE
           MOVE PNI-NEW-STATUS-CODE TO ETR-NEW-STATUS-CODE
           MOVE PNI-CURRENCY-CODE TO ETR-CURRENCY-CODE
           MOVE PNI-AMOUNT TO ETR-AMOUNT
           MOVE PNI-TRANS-SERIAL TO ETR-TRANS-SERIAL
           MOVE PNI-TRANS-TYPE TO ETR-TRANS-TYPE
           MOVE PNI-SOURCE-SYSTEM TO ETR-SOURCE-SYSTEM
           MOVE PNI-REVERSES-SERIAL TO ETR-REVERSES-SERIAL
           MOVE PNI-COUNTER-ENTITY-ID TO ETR-COUNTER-ENTITY-ID
           MOVE PNI-EXTERNAL-REF TO ETR-EXTERNAL-REF
           WRITE ENTITY-TRANS-RECORD
           CLOSE ENTITY-TRANS-FILE.
       4500-WRITE-ENTTRANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-DECLINE-REQUEST - NOTHING IS APPLIED. A MASTER       *
      *                        CHANGE IS SIMPLY LOGGED AS         *
      *                        DECLINED; A HELD ITEM GOES BACK    *
      *                        ON HELDTRNS AND A REJECT BACK ON   *
      *                        CURRREJ AS THEY WERE, FOR THE      *
      *                        ORIGINATING TOOL TO WORK AGAIN     *
      *----------------------------------------------------------*
       5000-DECLINE-REQUEST.
           MOVE "D" TO DL100-DECISION
           EVALUATE TRUE
               WHEN PNI-SOURCE-MNT
                   PERFORM 7000-LOG-MASTER THRU 7000-LOG-MASTER-EXIT
               WHEN PNI-SOURCE-HRL
                   PERFORM 5100-RETURN-HELD THRU 5100-RETURN-HELD-EXIT
                   MOVE "DECLINE" TO DL100-LOG-ACTION
                   PERFORM 7100-LOG-HELD THRU 7100-LOG-HELD-EXIT
               WHEN OTHER
                   PERFORM 5200-RETURN-REJECT
                       THRU 5200-RETURN-REJECT-EXIT
                   MOVE "DECLINED" TO DL100-LOG-ACTION
                   PERFORM 7200-LOG-REJECT THRU 7200-LOG-REJECT-EXIT
           END-EVALUATE.
       5000-DECLINE-REQUEST-EXIT.
           EXIT.
      *
       5100-RETURN-HELD.
           OPEN EXTEND HELD-TRANS-FILE
           IF DL100-HELD-NOT-FOUND
               OPEN OUTPUT HELD-TRANS-FILE
               CLOSE HELD-TRANS-FILE
               OPEN EXTEND HELD-TRANS-FILE
           END-IF
           MOVE SPACE TO HELD-TRANS-RECORD
           MOVE PNI-ENTITY-ID TO HTR-ENTITY-ID
           MOVE PNI-NEW-FCT01-VAR1 TO HTR-NEW-FCT01-VAR1
           MOVE PNI-EFFECTIVE-DATE TO HTR-EFFECTIVE-DATE
           MOVE PNI-NEW-STATUS-CODE TO HTR-NEW-STATUS-CODE
           MOVE PNI-CURRENCY-CODE TO HTR-CURRENCY-CODE
           MOVE PNI-AMOUNT TO HTR-AMOUNT
           MOVE PNI-TRANS-SERIAL TO HTR-TRANS-SERIAL
           MOVE PNI-TRANS-TYPE TO HTR-TRANS-TYPE
           MOVE PNI-SOURCE-SYSTEM TO HTR-SOURCE-SYSTEM
           MOVE PNI-REVERSES-SERIAL TO HTR-REVERSES-SERIAL
           MOVE PNI-COUNTER-ENTITY-ID TO HTR-COUNTER-ENTITY-ID
           MOVE PNI-EXTERNAL-REF TO HTR-EXTERNAL-REF
           WRITE HELD-TRANS-RECORD
           CLOSE HELD-TRANS-FILE.
       5100-RETURN-HELD-EXIT.
           EXIT.
      *
       5200-RETURN-REJECT.
           OPEN EXTEND CURRENCY-REJECT-FILE
           IF DL100-CURRREJ-NOT-FOUND
               OPEN OUTPUT CURRENCY-REJECT-FILE
               CLOSE CURRENCY-REJECT-FILE
               OPEN EXTEND CURRENCY-REJECT-FILE
           END-IF
           MOVE SPACE TO CURRENCY-REJECT-RECORD
           MOVE PNI-EFFECTIVE-DATE TO CRJ-RUN-DATE
           MOVE PNI-ENTITY-ID TO CRJ-ENTITY-ID
           MOVE PNI-CURRENCY-CODE TO CRJ-CURRENCY-CODE
           MOVE PNI-AMOUNT TO CRJ-AMOUNT
           MOVE PNI-REASON TO CRJ-REASON
           MOVE PNI-TRANS-SERIAL TO CRJ-TRANS-SERIAL
           MOVE PNI-SOURCE-SYSTEM TO CRJ-SOURCE-SYSTEM
           WRITE CURRENCY-REJECT-RECORD
           CLOSE CURRENCY-REJECT-FILE.
       5200-RETURN-REJECT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6000-LIST-PENDING - EVERY REQUEST STILL AWAITING A        *
      *                     DECISION, OLDEST FIRST                *
      *----------------------------------------------------------*
       6000-LIST-PENDING.
           MOVE ZERO TO DL100-LIST-COUNT
           OPEN INPUT PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               DISPLAY "NO REQUESTS PENDING APPROVAL"
               GO TO 6000-LIST-PENDING-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF PND-STATUS-PENDING
                           MOVE PENDING-APPROVAL-RECORD TO
                               DL100-PEND-ITEM
                           ADD 1 TO DL100-LIST-COUNT
                           PERFORM 6100-SHOW-REQUEST
                               THRU 6100-SHOW-REQUEST-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE
           DISPLAY "REQUESTS PENDING = " DL100-LIST-COUNT.
       6000-LIST-PENDING-EXIT.
           EXIT.
      *
       6100-SHOW-REQUEST.
           IF PNI-SOURCE-MNT
               DISPLAY PNI-REQUEST-ID " " PNI-SOURCE " "
                   PNI-ACTION " " PNI-ENTITY-ID " STATUS "
                   PNI-NEW-STATUS-CODE " VAR1 " PNI-NEW-FCT01-VAR1
                   " BY " PNI-ORIG-OPERATOR " LEVEL " PNI-ORIG-LEVEL
                   " ON " PNI-REQ-DATE
           ELSE
               MOVE PNI-AMOUNT TO DL100-LIST-AMOUNT
               DISPLAY PNI-REQUEST-ID " " PNI-SOURCE " "
                   PNI-ACTION " " PNI-ENTITY-ID " "
                   PNI-CURRENCY-CODE " " DL100-LIST-AMOUNT
                   " BY " PNI-ORIG-OPERATOR " LEVEL " PNI-ORIG-LEVEL
                   " ON " PNI-REQ-DATE
           END-IF.
       6100-SHOW-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7000-LOG-MASTER - MNTLOG RECORD FOR THE DECISION: THE     *
      *                   ORIGINATOR AS OPERATOR, THIS OPERATOR   *
      *                   AS APPROVER, THE REQUEST ID. AN         *
      *                   APPROVAL LOGS THE ORIGINAL ACTION WITH  *
      *                   THE MASTER AS REWRITTEN; A DECLINE      *
      *                   LOGS DECLIN WITH THE VALUES REQUESTED   *
      *----------------------------------------------------------*
       7000-LOG-MASTER.
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE DL100-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE PNI-ORIG-OPERATOR TO MLOG-OPERATOR-ID
           MOVE PNI-ENTITY-ID TO MLOG-ENTITY-ID
           IF DL100-DECISION = "A"
               MOVE PNI-ACTION TO MLOG-ACTION
               MOVE XXXENTM-STATUS-CODE TO MLOG-STATUS-CODE
               MOVE XXXENTM-FCT01-Var1 TO MLOG-FCT01-VAR1
               MOVE XXXENTM-HOME-CURRENCY TO MLOG-HOME-CURRENCY
           ELSE
               MOVE "DECLIN" TO MLOG-ACTION
               MOVE PNI-NEW-STATUS-CODE TO MLOG-STATUS-CODE
               MOVE PNI-NEW-FCT01-VAR1 TO MLOG-FCT01-VAR1
           END-IF
           MOVE DL100-OPERATOR-ID TO MLOG-APPROVER-ID
           MOVE PNI-REQUEST-ID TO MLOG-REQUEST-ID
           WRITE MAINT-LOG-RECORD.
       7000-LOG-MASTER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7100-LOG-HELD / 7200-LOG-REJECT - HELDLOG AND RJMLOG      *
      *                   RECORDS FOR THE DECISION, LAID OUT AS   *
      *                   DL100HRL AND DL100RJM WRITE THEM, THE   *
      *                   CALLER'S DL100-LOG-ACTION AS THE ACTION *
      *----------------------------------------------------------*
       7100-LOG-HELD.
           MOVE SPACE TO HELD-LOG-RECORD
           MOVE DL100-TODAY TO HLOG-DATE
           ACCEPT HLOG-TIME FROM TIME
           MOVE PNI-ORIG-OPERATOR TO HLOG-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO HLOG-ACTION
           MOVE PNI-ENTITY-ID TO HLOG-ENTITY-ID
           MOVE PNI-EFFECTIVE-DATE TO HLOG-EFFECTIVE-DATE
           MOVE PNI-CURRENCY-CODE TO HLOG-CURRENCY-CODE
           MOVE PNI-AMOUNT TO HLOG-AMOUNT
           MOVE DL100-REASON-TEXT TO HLOG-REASON
           MOVE DL100-OPERATOR-ID TO HLOG-APPROVER-ID
           MOVE PNI-REQUEST-ID TO HLOG-REQUEST-ID
           WRITE HELD-LOG-RECORD.
       7100-LOG-HELD-EXIT.
           EXIT.
      *
       7200-LOG-REJECT.
           MOVE SPACE TO REJECT-MGMT-LOG-RECORD
           MOVE DL100-TODAY TO RJM-DATE
           ACCEPT RJM-TIME FROM TIME
           MOVE PNI-ORIG-OPERATOR TO RJM-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO RJM-ACTION
           MOVE PNI-ENTITY-ID TO RJM-ENTITY-ID
           MOVE PNI-CURRENCY-CODE TO RJM-CURRENCY-CODE
           MOVE PNI-AMOUNT TO RJM-AMOUNT
           MOVE PNI-TRANS-SERIAL TO RJM-TRANS-SERIAL
           MOVE DL100-REASON-TEXT TO RJM-REASON
           MOVE DL100-OPERATOR-ID TO RJM-APPROVER-ID
           MOVE PNI-REQUEST-ID TO RJM-REQUEST-ID
           WRITE REJECT-MGMT-LOG-RECORD.
       7200-LOG-REJECT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7300-LOG-REFUSAL - A REFUSED ATTEMPT TO DECIDE, LOGGED AS *
      *                    REFUSE TO THE ORIGINATING TOOL'S LOG   *
      *                    UNDER THE REFUSED OPERATOR'S OWN ID,   *
      *                    WITH DL100-REASON-TEXT AND THE REQUEST *
      *                    ID. NOTHING ELSE CHANGES - THE REQUEST *
      *                    IS STILL PENDING                       *
      *----------------------------------------------------------*
       7300-LOG-REFUSAL.
           ADD 1 TO DL100-REFUSED-COUNT
           EVALUATE TRUE
               WHEN PNI-SOURCE-MNT
                   MOVE SPACE TO MAINT-LOG-RECORD
                   MOVE DL100-TODAY TO MLOG-DATE
                   ACCEPT MLOG-TIME FROM TIME
                   MOVE DL100-OPERATOR-ID TO MLOG-OPERATOR-ID
                   MOVE "REFUSE" TO MLOG-ACTION
                   MOVE PNI-ENTITY-ID TO MLOG-ENTITY-ID
                   MOVE PNI-NEW-STATUS-CODE TO MLOG-STATUS-CODE
                   MOVE PNI-NEW-FCT01-VAR1 TO MLOG-FCT01-VAR1
                   MOVE PNI-REQUEST-ID TO MLOG-REQUEST-ID
                   MOVE DL100-REASON-TEXT TO MLOG-REASON
                   WRITE MAINT-LOG-RECORD
               WHEN PNI-SOURCE-HRL
                   MOVE SPACE TO HELD-LOG-RECORD
                   MOVE DL100-TODAY TO HLOG-DATE
                   ACCEPT HLOG-TIME FROM TIME
                   MOVE DL100-OPERATOR-ID TO HLOG-OPERATOR-ID
                   MOVE "REFUSE" TO HLOG-ACTION
                   MOVE PNI-ENTITY-ID TO HLOG-ENTITY-ID
                   MOVE PNI-EFFECTIVE-DATE TO HLOG-EFFECTIVE-DATE
                   MOVE PNI-CURRENCY-CODE TO HLOG-CURRENCY-CODE
                   MOVE PNI-AMOUNT TO HLOG-AMOUNT
                   MOVE DL100-REASON-TEXT TO HLOG-REASON
                   MOVE PNI-REQUEST-ID TO HLOG-REQUEST-ID
                   WRITE HELD-LOG-RECORD
               WHEN OTHER
                   MOVE SPACE TO REJECT-MGMT-LOG-RECORD
                   MOVE DL100-TODAY TO RJM-DATE
                   ACCEPT RJM-TIME FROM TIME
                   MOVE DL100-OPERATOR-ID TO RJM-OPERATOR-ID
                   MOVE "REFUSE" TO RJM-ACTION
                   MOVE PNI-ENTITY-ID TO RJM-ENTITY-ID
                   MOVE PNI-CURRENCY-CODE TO RJM-CURRENCY-CODE
                   MOVE PNI-AMOUNT TO RJM-AMOUNT
                   MOVE PNI-TRANS-SERIAL TO RJM-TRANS-SERIAL
                   MOVE DL100-REASON-TEXT TO RJM-REASON
                   MOVE PNI-REQUEST-ID TO RJM-REQUEST-ID
                   WRITE REJECT-MGMT-LOG-RECORD
           END-EVALUATE.
       7300-LOG-REFUSAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7500-JOURNAL-CHANGE - THE SAME ENTJRNL UPD ENTRY DL100MNT *
      *                       APPENDS FOR A CHANGE OR CLOSE, NO   *
      *                       TRIGGERING TRANSACTION              *
      *----------------------------------------------------------*
       7500-JOURNAL-CHANGE.
           MOVE SPACE TO ENTITY-JOURNAL-RECORD
           MOVE DL100-TODAY TO JRN-RUN-DATE
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE "UPD" TO JRN-ACTION
           MOVE XXXENTM-ENTITY-ID TO JRN-ENTITY-ID
           MOVE ZERO TO JRN-TRN-EFFECTIVE-DATE
           MOVE ZERO TO JRN-TRN-AMOUNT
           MOVE ZERO TO JRN-TRN-SERIAL
           MOVE XXXENTB-FCT01-Var1 TO JRN-BEF-FCT01-VAR1
           MOVE XXXENTB-STATUS-CODE TO JRN-BEF-STATUS-CODE
           MOVE XXXENTB-EFFECTIVE-DATE TO JRN-BEF-EFFECTIVE-DATE
           MOVE XXXENTB-HOME-CURRENCY TO JRN-BEF-HOME-CURRENCY
           MOVE XXXENTB-BALANCE TO JRN-BEF-BALANCE
           MOVE XXXENTB-CURR-BAL-COUNT TO JRN-BEF-CURR-BAL-COUNT
           MOVE XXXENTM-FCT01-Var1 TO JRN-AFT-FCT01-VAR1
           MOVE XXXENTM-STATUS-CODE TO JRN-AFT-STATUS-CODE
           MOVE XXXENTM-EFFECTIVE-DATE TO JRN-AFT-EFFECTIVE-DATE
           MOVE XXXENTM-HOME-CURRENCY TO JRN-AFT-HOME-CURRENCY
           MOVE XXXENTM-BALANCE TO JRN-AFT-BALANCE
           MOVE XXXENTM-CURR-BAL-COUNT TO JRN-AFT-CURR-BAL-COUNT
           PERFORM 7600-JOURNAL-CURR-BAL
               THRU 7600-JOURNAL-CURR-BAL-EXIT
               VARYING DL100-JRN-IDX FROM 1 BY 1
               UNTIL DL100-JRN-IDX > 5
           WRITE ENTITY-JOURNAL-RECORD.
       7500-JOURNAL-CHANGE-EXIT.
           EXIT.
      *
       7600-JOURNAL-CURR-BAL.
           MOVE XXXENTB-CURR-CODE (DL100-JRN-IDX) TO
               JRN-BEF-CURR-CODE (DL100-JRN-IDX)
           MOVE XXXENTB-CURR-AMOUNT (DL100-JRN-IDX) TO
               JRN-BEF-CURR-AMOUNT (DL100-JRN-IDX)
           MOVE XXXENTM-CURR-CODE (DL100-JRN-IDX) TO
               JRN-AFT-CURR-CODE (DL100-JRN-IDX)
           MOVE XXXENTM-CURR-AMOUNT (DL100-JRN-IDX) TO
               JRN-AFT-CURR-AMOUNT (DL100-JRN-IDX).
       7600-JOURNAL-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8000-RECORD-DECISION - COPY PENDAPPR TO PENDWK WITH THE   *
      *                        DECIDED REQUEST MARKED A OR D,     *
      *                        THIS OPERATOR AS APPROVER AND THE  *
      *                        DECISION TIME, THEN COPY IT BACK   *
      *----------------------------------------------------------*
       8000-RECORD-DECISION.
           OPEN INPUT PENDING-APPROVAL-FILE
           OPEN OUTPUT PENDING-APPROVAL-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF PND-REQUEST-ID NUMERIC
                           AND PND-REQUEST-ID = DL100-WANTED-REQUEST
                           MOVE DL100-DECISION TO PND-STATUS
                           MOVE DL100-OPERATOR-ID TO
                               PND-APPR-OPERATOR
                           MOVE DL100-TODAY TO PND-APPR-DATE
                           ACCEPT PND-APPR-TIME FROM TIME
                           MOVE DL100-REASON-TEXT TO
                               PND-DECISION-REASON
                       END-IF
                       MOVE PENDING-APPROVAL-RECORD TO
                           PENDING-APPROVAL-WORK-RECORD
                       WRITE PENDING-APPROVAL-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE
           CLOSE PENDING-APPROVAL-WORK-FILE
           OPEN INPUT PENDING-APPROVAL-WORK-FILE
           OPEN OUTPUT PENDING-APPROVAL-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PENDING-APPROVAL-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE PENDING-APPROVAL-WORK-RECORD TO
                           PENDING-APPROVAL-RECORD
                       WRITE PENDING-APPROVAL-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-WORK-FILE
           CLOSE PENDING-APPROVAL-FILE.
       8000-RECORD-DECISION-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1500-LOAD-OPERATORS - LOAD OPERMAST INTO THE OPERATOR     *
      *                       TABLE, EXACTLY AS PERFORM0 DOES.    *
      *                       UNLIKE THE OTHER OPERATOR TOOLS A   *
      *                       MISSING OPERMAST IS NOT WAIVED -    *
      *                       THE MAINLINE STOPS, SINCE THE       *
      *                       SECOND OPERATOR IS THE WHOLE POINT; *
      *                       RECORDS PAST THE 50-SLOT TABLE      *
      *                       ABORT THE JOB                       *
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
       END PROGRAM DL100APR.
