      *               compute zero movement against the unchanged
      *               POSTTOTS and report OUT OF PROOF forever,
      *               with the true prior baseline unrecoverable.
      *   2026-10-14  Inter-entity transfers are proved as a net-zero
      *               movement: each currency whose POSTTOTS record
      *               carries transfer legs gets a second line with
      *               the transfer-out, transfer-in and net totals,
      *               and a net that is not zero (one leg posted
      *               without the other) flags the run out of proof.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                             VALUE ZERO.
       77  DL100-WORK-DIFFERENCE            PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-WORK-XFR-OUT               PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-WORK-XFR-IN                PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-WORK-XFR-NET               PIC S9(13)V99 COMP-3
                                             VALUE ZERO.
      *
      *  ONE SLOT PER CURRENCY SEEN IN THE PRIOR SNAPSHOT, THE
      *  POSTED TOTALS OR TONIGHT'S MASTER SWEEP
               10  DL100-PRF-PRIOR              PIC S9(13)V99 COMP-3.
               10  DL100-PRF-POSTED             PIC S9(13)V99 COMP-3.
               10  DL100-PRF-TONIGHT            PIC S9(13)V99 COMP-3.
               10  DL100-PRF-XFR-OUT            PIC S9(13)V99 COMP-3.
               10  DL100-PRF-XFR-IN             PIC S9(13)V99 COMP-3.
       01  PRF-HEADING-1.
           05  FILLER                       PIC X(29) VALUE
               "DL100PRF - BALANCE PROOF FOR ".
           05  PRF-DET-MOVEMENT             PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PRF-DET-FLAG                 PIC X(12).
       01  PRF-TRANSFER-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  FILLER                       PIC X(14) VALUE
               "TRANSFERS OUT ".
           05  PRF-XFR-OUT                  PIC -9(13).99.
           05  FILLER                       PIC X(04) VALUE " IN ".
           05  PRF-XFR-IN                   PIC -9(13).99.
           05  FILLER                       PIC X(05) VALUE " NET ".
           05  PRF-XFR-NET                  PIC -9(13).99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PRF-XFR-FLAG                 PIC X(12).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
                           THRU 7000-FIND-PROOF-SLOT-EXIT
                       ADD DL100-WORK-AMOUNT TO
                           DL100-PRF-POSTED (DL100-PROOF-IDX)
                       IF PTV-TRANSFER-OUT NUMERIC
                           AND PTV-TRANSFER-IN NUMERIC
                           ADD PTV-TRANSFER-OUT TO
                               DL100-PRF-XFR-OUT (DL100-PROOF-IDX)
                           ADD PTV-TRANSFER-IN TO
                               DL100-PRF-XFR-IN (DL100-PROOF-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTED-VALUE-FILE.
           END-IF
           MOVE SPACE TO BALANCE-PROOF-LINE
           MOVE PRF-DETAIL-LINE TO BALANCE-PROOF-LINE
           WRITE BALANCE-PROOF-LINE
           IF DL100-PRF-XFR-OUT (DL100-PROOF-IDX) NOT = ZERO
               OR DL100-PRF-XFR-IN (DL100-PROOF-IDX) NOT = ZERO
               PERFORM 5100-PROVE-TRANSFERS
                   THRU 5100-PROVE-TRANSFERS-EXIT
           END-IF.
       5000-PROVE-ONE-CURRENCY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5100-PROVE-TRANSFERS - THE CURRENCY'S TRANSFER DEBIT AND  *
      *                        CREDIT LEGS MUST NET TO ZERO; A    *
      *                        NET LEFT OVER MEANS A LEG POSTED   *
      *                        WITHOUT ITS PAIR AND FLAGS THE RUN *
      *                        OUT OF PROOF                       *
      *----------------------------------------------------------*
       5100-PROVE-TRANSFERS.
           MOVE DL100-PRF-XFR-OUT (DL100-PROOF-IDX) TO
               DL100-WORK-XFR-OUT
           MOVE DL100-PRF-XFR-IN (DL100-PROOF-IDX) TO
               DL100-WORK-XFR-IN
           COMPUTE DL100-WORK-XFR-NET =
               DL100-WORK-XFR-OUT + DL100-WORK-XFR-IN
           MOVE DL100-WORK-XFR-OUT TO PRF-XFR-OUT
           MOVE DL100-WORK-XFR-IN TO PRF-XFR-IN
           MOVE DL100-WORK-XFR-NET TO PRF-XFR-NET
           IF DL100-WORK-XFR-NET = ZERO
               MOVE "NET ZERO" TO PRF-XFR-FLAG
           ELSE
               MOVE "NOT NET ZERO" TO PRF-XFR-FLAG
               MOVE 'Y' TO DL100-OUT-OF-PROOF-SW
           END-IF
           MOVE SPACE TO BALANCE-PROOF-LINE
           MOVE PRF-TRANSFER-LINE TO BALANCE-PROOF-LINE
           WRITE BALANCE-PROOF-LINE.
       5100-PROVE-TRANSFERS-EXIT.
           EXIT.
      *
       6000-WRITE-NEW-SNAPSHOT.
           OPEN OUTPUT MASTER-SNAPSHOT-FILE
               DL100-PRF-CURRENCY (DL100-PROOF-IDX)
           MOVE ZERO TO DL100-PRF-PRIOR (DL100-PROOF-IDX)
           MOVE ZERO TO DL100-PRF-POSTED (DL100-PROOF-IDX)
           MOVE ZERO TO DL100-PRF-TONIGHT (DL100-PROOF-IDX)
           MOVE ZERO TO DL100-PRF-XFR-OUT (DL100-PROOF-IDX)
           MOVE ZERO TO DL100-PRF-XFR-IN (DL100-PROOF-IDX).
       7000-FIND-PROOF-SLOT-EXIT.
           EXIT.
      *
