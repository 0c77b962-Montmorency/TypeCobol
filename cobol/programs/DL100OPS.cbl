      *   (CURRREJ), operator rejects logged this business date    *
      *   (REJECTLG), IFTHEN exceptions (EXCPTRPT), transactions   *
      *   still held (HELDTRNS, informational), suspended          *
      *   transactions awaiting review (SUSPTRNS), entities        *
      *   overdrawn over 90 days (OVERDRWN), and DL100RCN's        *
      *   reconciliation verdict (RCNTOTS).                         *
      *----------------------------------------------------------*
      *
      *               was refused because the trailer did not match,
      *               is an action item - short files were being
      *               discovered from customer complaints.
      *   2026-10-14  Report line and the EDITERRS, HELDTRNS and
      *               SUSPTRNS line views widened to 132: the
      *               reversal cross-reference serial lengthened
      *               those records past 100 and the reject reason
      *               was being cut off the page.
      *   2026-10-14  Added the OVERDRWN section and count: a balance
      *               DL100ODA has aged past 90 days overdrawn is
      *               operator work and belongs in the action count.
      *   2026-10-14  DUPREVW line view widened to 132: the external
      *               account reference lengthened the transaction
      *               image past 100 and the first-seen date was
      *               being cut off the page.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EDIT-TOTALS-FILE ASSIGN TO "EDITTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SOURCE-STATUS.
           SELECT OVERDRAWN-FILE ASSIGN TO "OVERDRWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SOURCE-STATUS.
           SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-ERROR-FILE.
       01  EDIT-ERROR-LINE                  PIC X(132).
       01  EDIT-ERROR-RECORD.
           COPY EDITERRS.
       FD  CURRENCY-REJECT-FILE.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE            PIC X(100).
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-LINE                  PIC X(132).
       FD  SUSPENSE-TRANS-FILE.
       01  SUSPENSE-TRANS-LINE              PIC X(132).
       FD  RECON-TOTALS-FILE.
       01  RECON-TOTALS-RECORD.
           COPY RCNTOTS.
       FD  OUTSTANDING-FILE.
       01  OUTSTANDING-LINE                 PIC X(100).
       FD  DUP-REVIEW-FILE.
       01  DUP-REVIEW-LINE                  PIC X(132).
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  EDIT-TOTALS-FILE.
       01  EDIT-TOTALS-RECORD.
           COPY EDITTOTS.
       FD  OVERDRAWN-FILE.
       01  OVERDRAWN-RECORD.
           COPY OVERDRWN.
       FD  OPS-REPORT-FILE.
       01  OPS-REPORT-LINE                  PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       77  DL100-SUSPENSE-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-OUTSTAND-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-DUPREVW-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-OVERDRAWN-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  DL100-ACTION-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-VERDICT-TEXT               PIC X(14) VALUE
           "NOT ON FILE".
           05  OPS-PAGE-NUMBER              PIC Z(02)9.
       01  OPS-SECTION-LINE.
           05  OPS-SEC-TITLE                PIC X(50).
       01  OPS-OVERDRAWN-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  OPS-OVD-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  OPS-OVD-SHORT-NAME           PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  OPS-OVD-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  OPS-OVD-BALANCE              PIC -(11)9.99.
           05  FILLER                       PIC X(07) VALUE
               " SINCE ".
           05  OPS-OVD-SINCE                PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  OPS-OVD-DAYS                 PIC Z(04)9.
           05  FILLER                       PIC X(05) VALUE
               " DAYS".
       01  OPS-COUNT-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  OPS-CNT-LABEL                PIC X(34).
               OPS-SEC-TITLE
           PERFORM 4580-PRINT-DUPLICATES
               THRU 4580-PRINT-DUPLICATES-EXIT
           MOVE "ENTITIES OVERDRAWN OVER 90 DAYS (OVERDRWN)" TO
               OPS-SEC-TITLE
           PERFORM 4590-PRINT-OVERDRAWN
               THRU 4590-PRINT-OVERDRAWN-EXIT
           PERFORM 4600-PRINT-RECON-VERDICT
               THRU 4600-PRINT-RECON-VERDICT-EXIT
           CLOSE OPS-REPORT-FILE
               END-PERFORM
               CLOSE DUP-REVIEW-FILE
           END-IF
           OPEN INPUT OVERDRAWN-FILE
           IF NOT DL100-SOURCE-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ OVERDRAWN-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF ODS-DAYS-OVERDRAWN NUMERIC
                               AND ODS-DAYS-OVERDRAWN > 90
                               ADD 1 TO DL100-OVERDRAWN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDRAWN-FILE
           END-IF
           OPEN INPUT RECON-TOTALS-FILE
           IF NOT DL100-SOURCE-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               DL100-EDIT-ERR-COUNT + DL100-CURRREJ-COUNT +
               DL100-REJECTLG-COUNT + DL100-EXCPT-COUNT +
               DL100-SUSPENSE-COUNT + DL100-OUTSTAND-COUNT +
               DL100-DUPREVW-COUNT + DL100-OVERDRAWN-COUNT
           IF DL100-OUT-OF-BALANCE-YES
               ADD 1 TO DL100-ACTION-COUNT
           END-IF
               THRU 7100-PRINT-COUNT-LINE-EXIT
           MOVE "SUSPECTED DUPLICATE FEED RECORDS" TO OPS-CNT-LABEL
           MOVE DL100-DUPREVW-COUNT TO OPS-CNT-VALUE
           PERFORM 7100-PRINT-COUNT-LINE
               THRU 7100-PRINT-COUNT-LINE-EXIT
           MOVE "ENTITIES OVERDRAWN OVER 90 DAYS" TO OPS-CNT-LABEL
           MOVE DL100-OVERDRAWN-COUNT TO OPS-CNT-VALUE
           PERFORM 7100-PRINT-COUNT-LINE
               THRU 7100-PRINT-COUNT-LINE-EXIT
           MOVE "TRANSACTIONS STILL HELD (INFO)" TO OPS-CNT-LABEL
           CLOSE DUP-REVIEW-FILE.
       4580-PRINT-DUPLICATES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4590-PRINT-OVERDRAWN - THE OVERDRWN ROWS DL100ODA AGED    *
      *                        PAST 90 DAYS; THE YOUNGER ROWS     *
      *                        ARE ON ITS OWN OVDRPT              *
      *----------------------------------------------------------*
       4590-PRINT-OVERDRAWN.
           PERFORM 7200-PRINT-SECTION-HEAD
               THRU 7200-PRINT-SECTION-HEAD-EXIT
           OPEN INPUT OVERDRAWN-FILE
           IF DL100-SOURCE-NOT-FOUND
               GO TO 4590-PRINT-OVERDRAWN-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ OVERDRAWN-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF ODS-DAYS-OVERDRAWN NUMERIC
                           AND ODS-DAYS-OVERDRAWN > 90
                           PERFORM 4595-PRINT-ONE-OVERDRAWN
                               THRU 4595-PRINT-ONE-OVERDRAWN-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERDRAWN-FILE.
       4590-PRINT-OVERDRAWN-EXIT.
           EXIT.
      *
       4595-PRINT-ONE-OVERDRAWN.
           MOVE ODS-ENTITY-ID TO OPS-OVD-ENTITY-ID
           MOVE ODS-SHORT-NAME TO OPS-OVD-SHORT-NAME
           MOVE ODS-CURRENCY-CODE TO OPS-OVD-CURRENCY
           IF ODS-BALANCE NUMERIC
               MOVE ODS-BALANCE TO OPS-OVD-BALANCE
           ELSE
               MOVE ZERO TO OPS-OVD-BALANCE
           END-IF
           MOVE ODS-SINCE-DATE TO OPS-OVD-SINCE
           MOVE ODS-DAYS-OVERDRAWN TO OPS-OVD-DAYS
           MOVE SPACE TO OPS-REPORT-LINE
           MOVE OPS-OVERDRAWN-LINE TO OPS-REPORT-LINE
           WRITE OPS-REPORT-LINE.
       4595-PRINT-ONE-OVERDRAWN-EXIT.
           EXIT.
      *
       4600-PRINT-RECON-VERDICT.
           MOVE "RECONCILIATION (RCNTOTS)" TO OPS-SEC-TITLE
