      *   RJMLOG with operator ID and timestamp, and CURRREJ is    *
      *   rewritten at end of job carrying only the undispositioned *
      *   rejects forward, the way held transactions carry forward. *
      *   A re-feed whose amount (either sign) is over the         *
      *   APPRPARM threshold - 100000 when no APPRPARM is on disk  *
      *   - is not written to ENTTRANS: it is parked on PENDAPPR   *
      *   for a second operator to approve in DL100APR, and        *
      *   leaves CURRREJ the same way.                             *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               requires level 2) - the tools that can change
      *               the book no longer have weaker sign-on than
      *               the tool that picks an action code.
      *   2026-10-14  Four-eyes control: a re-feed over the APPRPARM
      *               threshold goes to PENDAPPR for approval in
      *               DL100APR instead of ENTTRANS. RJMLOG carries
      *               the approver ID and request ID.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PENDAPPR-STATUS.
           SELECT APPROVAL-PARM-FILE ASSIGN TO "APPRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-APPRPARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-REJECT-FILE.
           05  RJM-TRANS-SERIAL             PIC 9(13).
           05  FILLER                       PIC X(01).
           05  RJM-REASON                   PIC X(20).
           05  FILLER                       PIC X(01).
           05  RJM-APPROVER-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  RJM-REQUEST-ID               PIC 9(06).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
           05  OPR-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  OPR-AUTH-LEVEL               PIC 9(01).
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           COPY PENDAPPR.
       FD  APPROVAL-PARM-FILE.
       01  APPROVAL-PARM-RECORD.
           05  APP-THRESHOLD                PIC 9(11).
       WORKING-STORAGE SECTION.
       77  DL100-OPERMAST-STATUS            PIC X(02) VALUE "00".
           88  DL100-OPERMAST-NOT-FOUND         VALUE "35".
       77  DL100-LOG-ACTION                 PIC X(08) VALUE SPACE.
       77  DL100-REFEED-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  DL100-WRITEOFF-COUNT             PIC 9(04) COMP VALUE ZERO.
       77  DL100-PENDAPPR-STATUS            PIC X(02) VALUE "00".
           88  DL100-PENDAPPR-NOT-FOUND         VALUE "35".
       77  DL100-APPRPARM-STATUS            PIC X(02) VALUE "00".
           88  DL100-APPRPARM-NOT-FOUND         VALUE "35".
       77  DL100-PEND-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-PEND-EOF-YES               VALUE 'Y'.
       77  DL100-APPR-THRESHOLD             PIC 9(11) VALUE 100000.
       77  DL100-ABS-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
       77  DL100-HIGH-REQUEST               PIC 9(06) VALUE ZERO.
       77  DL100-REQUEST-ID                 PIC 9(06) VALUE ZERO.
       77  DL100-PENDING-COUNT              PIC 9(04) COMP VALUE ZERO.
      *
      *  ALL OUTSTANDING CURRENCY REJECTS, LOADED AT START AND
      *  REWRITTEN AT END OF JOB WITHOUT THE DISPOSITIONED ONES
               GOBACK
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-THRESHOLD THRU 1200-GET-THRESHOLD-EXIT
           PERFORM 1000-LOAD-REJECTS THRU 1000-LOAD-REJECTS-EXIT
           IF DL100-REJECT-COUNT = 0
               DISPLAY "NO OUTSTANDING CURRENCY REJECTS"
           CLOSE REJECT-MGMT-LOG-FILE
           DISPLAY "RE-FED      = " DL100-REFEED-COUNT
           DISPLAY "WRITTEN OFF = " DL100-WRITEOFF-COUNT
           DISPLAY "PENDING APPROVAL = " DL100-PENDING-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
           CLOSE BUSINESS-DATE-FILE.
       1100-GET-BUS-DATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1200-GET-THRESHOLD - THE FOUR-EYES AMOUNT FROM APPRPARM,  *
      *                      IN WHOLE UNITS OF THE ITEM'S OWN     *
      *                      CURRENCY; 100000 WHEN THE FILE HAS   *
      *                      NEVER BEEN SET UP                    *
      *----------------------------------------------------------*
       1200-GET-THRESHOLD.
           OPEN INPUT APPROVAL-PARM-FILE
           IF DL100-APPRPARM-NOT-FOUND
               GO TO 1200-GET-THRESHOLD-EXIT
           END-IF
           READ APPROVAL-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF APP-THRESHOLD NUMERIC
                       MOVE APP-THRESHOLD TO DL100-APPR-THRESHOLD
                   END-IF
           END-READ
           CLOSE APPROVAL-PARM-FILE.
       1200-GET-THRESHOLD-EXIT.
           EXIT.
      *
       1000-LOAD-REJECTS.
           OPEN INPUT CURRENCY-REJECT-FILE
      *                      WITH ITS ORIGINAL SERIAL, EFFECTIVE  *
      *                      TODAY, FOR TONIGHT'S EDIT AND        *
      *                      POSTING PASS TO APPLY AGAINST THE    *
      *                      (NOW FIXED) CURRENCY TABLE; AN       *
      *                      AMOUNT OVER THE THRESHOLD WAITS ON   *
      *                      PENDAPPR FOR A SECOND OPERATOR       *
      *----------------------------------------------------------*
       4000-REFEED-REJECT.
           IF DL100-REJ-AMOUNT (DL100-ENTRY-NUMBER) < ZERO
               COMPUTE DL100-ABS-AMOUNT =
                   0 - DL100-REJ-AMOUNT (DL100-ENTRY-NUMBER)
           ELSE
               MOVE DL100-REJ-AMOUNT (DL100-ENTRY-NUMBER) TO
                   DL100-ABS-AMOUNT
           END-IF
           IF DL100-ABS-AMOUNT > DL100-APPR-THRESHOLD
               PERFORM 4500-REQUEST-APPROVAL
                   THRU 4500-REQUEST-APPROVAL-EXIT
               GO TO 4000-REFEED-REJECT-EXIT
           END-IF
           OPEN EXTEND ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               OPEN OUTPUT ENTITY-TRANS-FILE
           DISPLAY "REJECT RE-FED INTO TONIGHT'S RUN".
       4000-REFEED-REJECT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4500-REQUEST-APPROVAL - PARK THE REJECT ON PENDAPPR UNDER *
      *                         THE NEXT REQUEST ID, WITH ITS RUN *
      *                         DATE AND REASON, AND DROP IT FROM *
      *                         CURRREJ - A DECLINE IN DL100APR   *
      *                         PUTS IT BACK                      *
      *----------------------------------------------------------*
       4500-REQUEST-APPROVAL.
           PERFORM 4550-FIND-HIGH-REQUEST
               THRU 4550-FIND-HIGH-REQUEST-EXIT
           OPEN EXTEND PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN EXTEND PENDING-APPROVAL-FILE
           END-IF
           MOVE SPACE TO PENDING-APPROVAL-RECORD
           COMPUTE PND-REQUEST-ID = DL100-HIGH-REQUEST + 1
           SET PND-SOURCE-RJM TO TRUE
           MOVE "RE-FEED" TO PND-ACTION
           SET PND-STATUS-PENDING TO TRUE
           MOVE DL100-TODAY TO PND-REQ-DATE
           ACCEPT PND-REQ-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO PND-ORIG-OPERATOR
           MOVE DL100-OPER-AUTH-LEVEL TO PND-ORIG-LEVEL
           MOVE ZERO TO PND-APPR-DATE
           MOVE ZERO TO PND-APPR-TIME
           MOVE DL100-REJ-ENTITY-ID (DL100-ENTRY-NUMBER) TO
               PND-ENTITY-ID
           MOVE DL100-REJ-RUN-DATE (DL100-ENTRY-NUMBER) TO
               PND-EFFECTIVE-DATE
           MOVE DL100-REJ-CURRENCY-CODE (DL100-ENTRY-NUMBER) TO
               PND-CURRENCY-CODE
           MOVE DL100-REJ-AMOUNT (DL100-ENTRY-NUMBER) TO PND-AMOUNT
           MOVE DL100-REJ-TRANS-SERIAL (DL100-ENTRY-NUMBER) TO
               PND-TRANS-SERIAL
           MOVE DL100-REJ-SOURCE-SYSTEM (DL100-ENTRY-NUMBER) TO
               PND-SOURCE-SYSTEM
           MOVE ZERO TO PND-REVERSES-SERIAL
           MOVE DL100-REJ-REASON (DL100-ENTRY-NUMBER) TO PND-REASON
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVAL-FILE
           MOVE PND-REQUEST-ID TO DL100-REQUEST-ID
           MOVE 'P' TO DL100-REJ-DISPOSITION (DL100-ENTRY-NUMBER)
           ADD 1 TO DL100-PENDING-COUNT
           MOVE "PENDING" TO DL100-LOG-ACTION
           MOVE "AWAITING APPROVAL" TO DL100-REASON-TEXT
           PERFORM 7000-LOG-DISPOSITION
               THRU 7000-LOG-DISPOSITION-EXIT
           MOVE ZERO TO DL100-REQUEST-ID
           DISPLAY "REJECT HELD FOR APPROVAL - REQUEST "
               PND-REQUEST-ID.
       4500-REQUEST-APPROVAL-EXIT.
           EXIT.
      *
       4550-FIND-HIGH-REQUEST.
           MOVE ZERO TO DL100-HIGH-REQUEST
           OPEN INPUT PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               GO TO 4550-FIND-HIGH-REQUEST-EXIT
           END-IF
           MOVE 'N' TO DL100-PEND-EOF-SW
           PERFORM UNTIL DL100-PEND-EOF-YES
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-PEND-EOF-SW
                   NOT AT END
                       IF PND-REQUEST-ID NUMERIC
                           AND PND-REQUEST-ID > DL100-HIGH-REQUEST
                           MOVE PND-REQUEST-ID TO DL100-HIGH-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE.
       4550-FIND-HIGH-REQUEST-EXIT.
           EXIT.
      *
       5000-WRITE-OFF-REJECT.
           DISPLAY "WRITE-OFF REASON = " NO ADVANCING
           MOVE DL100-REJ-TRANS-SERIAL (DL100-ENTRY-NUMBER) TO
               RJM-TRANS-SERIAL
           MOVE DL100-REASON-TEXT TO RJM-REASON
           IF DL100-REQUEST-ID NOT = ZERO
               MOVE DL100-REQUEST-ID TO RJM-REQUEST-ID
           END-IF
           WRITE REJECT-MGMT-LOG-RECORD.
       7000-LOG-DISPOSITION-EXIT.
           EXIT.
