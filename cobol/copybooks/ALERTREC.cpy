      *----------------------------------------------------------*
      * ALERTREC - MONITORING-DESK ALERT RECORD LAYOUT             *
      *   One record per alert, appended to ALERTOUT - the         *
      *   interface file the monitoring system collects. Written   *
      *   by DL100DRV (step failure, refused run, batch window     *
      *   breach, all clear), DL100MEC (step failure, refused      *
      *   run, all clear) and DVZZPGM2 (RUNLOG not writable).      *
      *   ALR-CONDITION is the event; ALR-SEVERITY is looked up    *
      *   for it on the ALRTSEV defaults as overridden by          *
      *   ALRTPARM. Every clean end of the nightly chain and of    *
      *   the month-end close writes an ALLCLEAR record, so a      *
      *   night with no ALLCLEAR is itself the alarm.              *
      *----------------------------------------------------------*
           05  ALR-ALERT-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ALR-ALERT-TIME               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ALR-SEVERITY                 PIC X(08).
           05  FILLER                       PIC X(01).
           05  ALR-CONDITION                PIC X(08).
           05  FILLER                       PIC X(01).
           05  ALR-SOURCE                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  ALR-STEP-NAME                PIC X(08).
           05  FILLER                       PIC X(01).
           05  ALR-BUS-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ALR-CYCLE-NUMBER             PIC 9(03).
           05  FILLER                       PIC X(01).
           05  ALR-RETURN-CODE              PIC 9(04).
           05  FILLER                       PIC X(01).
           05  ALR-REASON                   PIC X(60).
