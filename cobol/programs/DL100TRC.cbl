      *               requires level 1) - the tools that can change
      *               the book no longer have weaker sign-on than
      *               the tool that picks an action code.
      *   2026-10-14  Follows the reversal cross-reference both
      *               ways: a posting that an RV reversal has since
      *               backed out closes on POSTED, REVERSED BY and
      *               the reversal's serial, and a reversal's own
      *               trace names the serial it reversed. The
      *               suspended-image layout is widened to match.
      *   2026-10-14  A journal entry for a transfer leg also names
      *               the entity on the other side of the transfer;
      *               the suspended-image layout is widened for the
      *               counterparty field.
      *   2026-10-14  Shows the source system's own account
      *               reference when the transaction arrived by
      *               alias; the suspended-image layout is widened
      *               for the reference field.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  SUSPENSE-TRANS-RECORD.
           05  SUS-RUN-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SUS-TRANS-IMAGE              PIC X(90).
           05  FILLER                       PIC X(01).
           05  SUS-REASON                   PIC X(30).
       FD  CURRENCY-REJECT-FILE.
           88  DL100-WRITTEN-OFF-YES            VALUE 'Y'.
       77  DL100-POSTED-SW                  PIC X(01) VALUE 'N'.
           88  DL100-POSTED-YES                 VALUE 'Y'.
       77  DL100-REVERSED-BY                PIC 9(13) VALUE ZERO.
       77  DL100-REVERSAL-OF                PIC 9(13) VALUE ZERO.
      *
      *  THE SUSPENDED TRANSACTION IMAGE, RE-SHAPED AS THE
      *  STANDARD ENTTRANS LAYOUT SO ITS SERIAL CAN BE TESTED
           MOVE 'N' TO DL100-REJECTED-SW
           MOVE 'N' TO DL100-WRITTEN-OFF-SW
           MOVE 'N' TO DL100-POSTED-SW
           MOVE ZERO TO DL100-REVERSED-BY
           MOVE ZERO TO DL100-REVERSAL-OF
           DIVIDE DL100-TRACE-SERIAL BY 100000
               GIVING DL100-SERIAL-DATE
               REMAINDER DL100-SERIAL-SEQ
                   DISPLAY "VERDICT: REJECTED"
               WHEN DL100-WRITTEN-OFF-YES
                   DISPLAY "VERDICT: WRITTEN OFF (SEE RJMLOG)"
               WHEN DL100-POSTED-YES
                   AND DL100-REVERSED-BY NOT = ZERO
                   DISPLAY "VERDICT: POSTED, REVERSED BY "
                       DL100-REVERSED-BY
               WHEN DL100-POSTED-YES
                   AND DL100-REVERSAL-OF NOT = ZERO
                   DISPLAY "VERDICT: POSTED (REVERSAL OF "
                       DL100-REVERSAL-OF ")"
               WHEN DL100-POSTED-YES
                   DISPLAY "VERDICT: POSTED"
               WHEN OTHER
                               " ENTITY " JRN-ENTITY-ID
                               " BALANCE " JRN-BEF-BALANCE
                               " TO " JRN-AFT-BALANCE
                           IF JRN-COUNTER-ENTITY-ID NOT = SPACE
                               DISPLAY "    TRANSFER LEG - OTHER SIDE "
                                   JRN-COUNTER-ENTITY-ID
                           END-IF
                           IF JRN-EXTERNAL-REF NOT = SPACE
                               DISPLAY "    EXTERNAL ACCOUNT REF "
                                   JRN-EXTERNAL-REF
                           END-IF
                           IF JRN-REVERSES-SERIAL NUMERIC
                               AND JRN-REVERSES-SERIAL NOT = ZERO
                               MOVE JRN-REVERSES-SERIAL TO
                                   DL100-REVERSAL-OF
                               DISPLAY "    A REVERSAL OF SERIAL "
                                   JRN-REVERSES-SERIAL
                           END-IF
                       END-IF
                       IF JRN-REVERSES-SERIAL NUMERIC
                           AND JRN-REVERSES-SERIAL = DL100-TRACE-SERIAL
                           AND JRN-TRN-SERIAL NUMERIC
                           MOVE JRN-TRN-SERIAL TO DL100-REVERSED-BY
                           DISPLAY "  REVERSED ON ENTJRNL "
                               JRN-RUN-DATE " BY SERIAL "
                               JRN-TRN-SERIAL
                       END-IF
               END-READ
           END-PERFORM
                               " " EXT-CHANGE-TYPE " ENTITY "
                               EXT-ENTITY-ID
                       END-IF
                       IF EXT-REVERSES-SERIAL NUMERIC
                           AND EXT-REVERSES-SERIAL = DL100-TRACE-SERIAL
                           MOVE EXT-TRANS-SERIAL TO DL100-REVERSED-BY
                           DISPLAY "  REVERSAL ON ENTEXTR "
                               EXT-RUN-DATE " SERIAL "
                               EXT-TRANS-SERIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-EXTRACT-FILE.
                               " " EHS-CHANGE-TYPE " ENTITY "
                               EHS-ENTITY-ID
                       END-IF
                       IF EHS-REVERSES-SERIAL NUMERIC
                           AND EHS-REVERSES-SERIAL = DL100-TRACE-SERIAL
                           MOVE EHS-TRANS-SERIAL TO DL100-REVERSED-BY
                           DISPLAY "  REVERSAL ON ENTHIST "
                               EHS-RUN-DATE " SERIAL "
                               EHS-TRANS-SERIAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-HISTORY-FILE.
