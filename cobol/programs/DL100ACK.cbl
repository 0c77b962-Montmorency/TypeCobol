      *               even when their ENTHIST rows have aged off -
      *               they used to vanish silently, the very
      *               failure this step exists to catch.
      *   2026-10-14  A full acknowledgment table now ends RC 16
      *               instead of 8, so RC 8 always means changes
      *               outstanding downstream - the driver grades its
      *               monitoring alert on that distinction.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                               DISPLAY "MORE THAN 10000 "
                                   "ACKNOWLEDGMENTS ON EXTRACK - "
                                   "TABLE FULL, JOB ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-ACK-COUNT
