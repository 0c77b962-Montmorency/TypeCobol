      *----------------------------------------------------------*
      * PARTCTL - PARTITIONED POSTING CONTROL RECORD LAYOUT        *
      *   Single record for the cycle's partitioned posting step.  *
      *   Written fresh by DL100PSP when the split is complete     *
      *   (PCT-SPLIT-STATE D); DL100DRV re-runs the split on a     *
      *   resume only when it is not complete for this cycle.      *
      *   DL100PMG marks the merge started (S) with the record     *
      *   counts ENTJRNL, CURRREJ and SUSPTRNS held before it      *
      *   appended anything, and done (D) at the end - a merge     *
      *   re-run after an abend part-way cuts those files back to  *
      *   the counts first, so nothing is appended twice.          *
      *----------------------------------------------------------*
           05  PCT-BUS-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PCT-RUN-NUMBER               PIC 9(03).
           05  FILLER                       PIC X(01).
           05  PCT-STREAM-COUNT             PIC 9(02).
           05  FILLER                       PIC X(01).
           05  PCT-SPLIT-STATE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  PCT-MERGE-STATE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  PCT-JOURNAL-COUNT            PIC 9(09).
           05  FILLER                       PIC X(01).
           05  PCT-CURRREJ-COUNT            PIC 9(09).
           05  FILLER                       PIC X(01).
           05  PCT-SUSPENSE-COUNT           PIC 9(09).
           05  FILLER                       PIC X(01).
           05  PCT-CROSS-COUNT              PIC 9(07).
