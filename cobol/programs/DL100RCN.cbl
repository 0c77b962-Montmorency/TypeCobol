      *               CYCLENO (run 1 when absent), so a supplemental
      *               same-date run's verdict is distinguishable
      *               from the nightly run's.
      *   2026-10-14  The extract re-count skips the MRG rows
      *               DL100HST adds for entity merges; they are not
      *               CPYRPL4C updates and are not in its totals.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *                      FILE IS NOT TREATED AS AN ERROR HERE *
      *                      BY ITSELF - AN EXTRACT COUNT OF ZERO *
      *                      WILL STILL FAIL THE COMPARISON IF    *
      *                      CTLTOTS SAYS ENTITIES WERE UPDATED.  *
      *                      MRG ROWS (ENTITY MERGES CARRIED IN   *
      *                      BY DL100HST) ARE NOT COUNTED         *
      *----------------------------------------------------------*
       2500-COUNT-EXTRACT.
           OPEN INPUT ENTITY-EXTRACT-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF EXT-CHANGE-TYPE NOT = "MRG"
                               ADD 1 TO DL100-EXTRACT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-EXTRACT-FILE
