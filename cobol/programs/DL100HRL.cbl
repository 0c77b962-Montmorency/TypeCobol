      *   to HELDLOG with the operator ID and timestamp, the way   *
      *   PERFORM0 logs to ACCEPTLG, and HELD-TRANS-FILE is        *
      *   rewritten at end of job without the dispositioned        *
      *   entries. A release whose amount (either sign) is over   *
      *   the APPRPARM threshold - 100000 when no APPRPARM is on   *
      *   disk - is not written to ENTTRANS: it is parked on       *
      *   PENDAPPR for a second operator to approve in DL100APR,   *
      *   and leaves HELD-TRANS-FILE the same way.                 *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               requires level 2) - the tools that can change
      *               the book no longer have weaker sign-on than
      *               the tool that picks an action code.
      *   2026-10-14  HTR-REVERSES-SERIAL is carried through the load,
      *               release and rewrite paths, so a held reversal
      *               goes back to DL100EDT still pointing at the
      *               serial it backs out.
      *   2026-10-14  HTR-COUNTER-ENTITY-ID is carried the same way,
      *               so a released transfer still names its
      *               counterparty.
      *   2026-10-14  Four-eyes control: a release over the APPRPARM
      *               threshold goes to PENDAPPR for approval in
      *               DL100APR instead of ENTTRANS. HELDLOG carries
      *               the approver ID and request ID.
      *   2026-10-14  HTR-EXTERNAL-REF (the source system's own
      *               account number) is carried through the load,
      *               release, approval and rewrite paths.
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
       FD  HELD-TRANS-FILE.
           05  HLOG-AMOUNT                  PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  HLOG-REASON                  PIC X(20).
           05  FILLER                       PIC X(01).
           05  HLOG-APPROVER-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  HLOG-REQUEST-ID              PIC 9(06).
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
       77  DL100-LOG-ACTION                 PIC X(07) VALUE SPACE.
       77  DL100-RELEASE-COUNT              PIC 9(04) COMP VALUE ZERO.
       77  DL100-CANCEL-COUNT               PIC 9(04) COMP VALUE ZERO.
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
      *  THE WHOLE HELD FILE, LOADED AT START AND REWRITTEN AT END
      *  OF JOB WITHOUT THE RELEASED AND CANCELLED ENTRIES
               10  DL100-HLD-TRANS-SERIAL       PIC 9(13).
               10  DL100-HLD-TRANS-TYPE         PIC X(02).
               10  DL100-HLD-SOURCE-SYSTEM      PIC X(03).
               10  DL100-HLD-REVERSES-SERIAL    PIC 9(13).
               10  DL100-HLD-COUNTER-ENTITY-ID  PIC X(10).
               10  DL100-HLD-EXTERNAL-REF       PIC X(12).
               10  DL100-HLD-DISPOSITION        PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
               GOBACK
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-THRESHOLD THRU 1200-GET-THRESHOLD-EXIT
           PERFORM 1000-LOAD-HELD-TRANS
               THRU 1000-LOAD-HELD-TRANS-EXIT
           IF DL100-HELD-COUNT = 0
           CLOSE HELD-LOG-FILE
           DISPLAY "RELEASED  = " DL100-RELEASE-COUNT
           DISPLAY "CANCELLED = " DL100-CANCEL-COUNT
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
       1000-LOAD-HELD-TRANS.
           OPEN INPUT HELD-TRANS-FILE
                           MOVE HTR-SOURCE-SYSTEM TO
                               DL100-HLD-SOURCE-SYSTEM
                                   (DL100-HELD-COUNT)
                           IF HTR-REVERSES-SERIAL NUMERIC
                               MOVE HTR-REVERSES-SERIAL TO
                                   DL100-HLD-REVERSES-SERIAL
                                       (DL100-HELD-COUNT)
                           ELSE
                               MOVE ZERO TO
                                   DL100-HLD-REVERSES-SERIAL
                                       (DL100-HELD-COUNT)
                           END-IF
                           MOVE HTR-COUNTER-ENTITY-ID TO
                               DL100-HLD-COUNTER-ENTITY-ID
                                   (DL100-HELD-COUNT)
                           MOVE HTR-EXTERNAL-REF TO
                               DL100-HLD-EXTERNAL-REF
                                   (DL100-HELD-COUNT)
                           MOVE SPACE TO
                               DL100-HLD-DISPOSITION
                                   (DL100-HELD-COUNT)
      * 4000-RELEASE-ENTRY - APPEND THE ENTRY TO THE RAW ENTTRANS *
      *                      FEED WITH ITS EFFECTIVE DATE MOVED   *
      *                      UP TO TODAY, SO TONIGHT'S EDIT AND   *
      *                      POSTING PASS APPLY IT; AN AMOUNT     *
      *                      OVER THE THRESHOLD WAITS ON PENDAPPR *
      *                      FOR A SECOND OPERATOR INSTEAD        *
      *----------------------------------------------------------*
       4000-RELEASE-ENTRY.
           IF DL100-HLD-AMOUNT (DL100-ENTRY-NUMBER) < ZERO
               COMPUTE DL100-ABS-AMOUNT =
                   0 - DL100-HLD-AMOUNT (DL100-ENTRY-NUMBER)
           ELSE
               MOVE DL100-HLD-AMOUNT (DL100-ENTRY-NUMBER) TO
                   DL100-ABS-AMOUNT
           END-IF
           IF DL100-ABS-AMOUNT > DL100-APPR-THRESHOLD
               PERFORM 4500-REQUEST-APPROVAL
                   THRU 4500-REQUEST-APPROVAL-EXIT
               GO TO 4000-RELEASE-ENTRY-EXIT
           END-IF
           OPEN EXTEND ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               OPEN OUTPUT ENTITY-TRANS-FILE
               ETR-TRANS-TYPE
           MOVE DL100-HLD-SOURCE-SYSTEM (DL100-ENTRY-NUMBER) TO
               ETR-SOURCE-SYSTEM
           MOVE DL100-HLD-REVERSES-SERIAL (DL100-ENTRY-NUMBER) TO
               ETR-REVERSES-SERIAL
           MOVE DL100-HLD-COUNTER-ENTITY-ID (DL100-ENTRY-NUMBER) TO
               ETR-COUNTER-ENTITY-ID
           MOVE DL100-HLD-EXTERNAL-REF (DL100-ENTRY-NUMBER) TO
               ETR-EXTERNAL-REF
           WRITE ENTITY-TRANS-RECORD
           CLOSE ENTITY-TRANS-FILE
           MOVE 'R' TO DL100-HLD-DISPOSITION (DL100-ENTRY-NUMBER)
           EXIT.
      *
      *----------------------------------------------------------*
      * 4500-REQUEST-APPROVAL - PARK THE WHOLE HELD ENTRY ON      *
      *                         PENDAPPR UNDER THE NEXT REQUEST   *
      *                         ID AND DROP IT FROM HELDTRNS - A  *
      *                         DECLINE IN DL100APR PUTS IT BACK  *
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
           SET PND-SOURCE-HRL TO TRUE
           MOVE "RELEASE" TO PND-ACTION
           SET PND-STATUS-PENDING TO TRUE
           MOVE DL100-TODAY TO PND-REQ-DATE
           ACCEPT PND-REQ-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO PND-ORIG-OPERATOR
           MOVE DL100-OPER-AUTH-LEVEL TO PND-ORIG-LEVEL
           MOVE ZERO TO PND-APPR-DATE
           MOVE ZERO TO PND-APPR-TIME
           MOVE DL100-HLD-ENTITY-ID (DL100-ENTRY-NUMBER) TO
               PND-ENTITY-ID
           MOVE DL100-HLD-STATUS-CODE (DL100-ENTRY-NUMBER) TO
               PND-NEW-STATUS-CODE
           MOVE DL100-HLD-FCT01-VAR1 (DL100-ENTRY-NUMBER) TO
               PND-NEW-FCT01-VAR1
           MOVE DL100-HLD-EFFECTIVE-DATE (DL100-ENTRY-NUMBER) TO
               PND-EFFECTIVE-DATE
           MOVE DL100-HLD-CURRENCY-CODE (DL100-ENTRY-NUMBER) TO
               PND-CURRENCY-CODE
           MOVE DL100-HLD-AMOUNT (DL100-ENTRY-NUMBER) TO PND-AMOUNT
           MOVE DL100-HLD-TRANS-SERIAL (DL100-ENTRY-NUMBER) TO
               PND-TRANS-SERIAL
           MOVE DL100-HLD-TRANS-TYPE (DL100-ENTRY-NUMBER) TO
               PND-TRANS-TYPE
           MOVE DL100-HLD-SOURCE-SYSTEM (DL100-ENTRY-NUMBER) TO
               PND-SOURCE-SYSTEM
           MOVE DL100-HLD-REVERSES-SERIAL (DL100-ENTRY-NUMBER) TO
               PND-REVERSES-SERIAL
           MOVE DL100-HLD-COUNTER-ENTITY-ID (DL100-ENTRY-NUMBER) TO
               PND-COUNTER-ENTITY-ID
           MOVE DL100-HLD-EXTERNAL-REF (DL100-ENTRY-NUMBER) TO
               PND-EXTERNAL-REF
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVAL-FILE
           MOVE PND-REQUEST-ID TO DL100-REQUEST-ID
           MOVE 'P' TO DL100-HLD-DISPOSITION (DL100-ENTRY-NUMBER)
           ADD 1 TO DL100-PENDING-COUNT
           MOVE "PENDING" TO DL100-LOG-ACTION
           MOVE "AWAITING APPROVAL" TO DL100-REASON-TEXT
           PERFORM 7000-LOG-DISPOSITION
               THRU 7000-LOG-DISPOSITION-EXIT
           MOVE ZERO TO DL100-REQUEST-ID
           DISPLAY "ENTRY HELD FOR APPROVAL - REQUEST "
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
      *----------------------------------------------------------*
      * 5000-CANCEL-ENTRY - DROP THE ENTRY OUTRIGHT, WITH THE     *
      *                     KEYED REASON ON THE LOG               *
      *----------------------------------------------------------*
               HLOG-CURRENCY-CODE
           MOVE DL100-HLD-AMOUNT (DL100-ENTRY-NUMBER) TO HLOG-AMOUNT
           MOVE DL100-REASON-TEXT TO HLOG-REASON
           IF DL100-REQUEST-ID NOT = ZERO
               MOVE DL100-REQUEST-ID TO HLOG-REQUEST-ID
           END-IF
           WRITE HELD-LOG-RECORD.
       7000-LOG-DISPOSITION-EXIT.
           EXIT.
                   HTR-TRANS-TYPE
               MOVE DL100-HLD-SOURCE-SYSTEM (DL100-HELD-IDX) TO
                   HTR-SOURCE-SYSTEM
               MOVE DL100-HLD-REVERSES-SERIAL (DL100-HELD-IDX) TO
                   HTR-REVERSES-SERIAL
               MOVE DL100-HLD-COUNTER-ENTITY-ID (DL100-HELD-IDX) TO
                   HTR-COUNTER-ENTITY-ID
               MOVE DL100-HLD-EXTERNAL-REF (DL100-HELD-IDX) TO
                   HTR-EXTERNAL-REF
               WRITE HELD-TRANS-RECORD
           END-IF.
       8100-WRITE-KEPT-ENTRY-EXIT.
