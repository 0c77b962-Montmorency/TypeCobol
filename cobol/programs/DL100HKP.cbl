      *   STILL VERIFIES. ENTHIST'S RETENTION MUST COVER THE       *
      *   DL100ACK LOOK-BACK WINDOW (ACKCTRL, 30 DAYS BY           *
      *   DEFAULT), AND EXTRACK'S AT LEAST THE SAME.               *
      *   ENTHIST'S ARCHIVE MUST BE NAMED ENTHISTA - DL100TAX     *
      *   READS IT AHEAD OF THE LIVE HISTORY FOR THE YEAR-END TAX  *
      *   SUMMARY, SO A WHOLE YEAR'S ACCRUALS ARE FOUND.           *
      *   DL100AUD READS EACH OPERATOR LOG'S ARCHIVE, UNDER        *
      *   WHATEVER NAME RETNCTRL GIVES IT, AHEAD OF THE LIVE LOG,  *
      *   SO THE ACTIVITY AUDIT REACHES BACK PAST THE WINDOW.      *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               journal-replay verification and the
      *               acknowledgment reconciliation keep working
      *               after housekeeping runs.
      *   2026-10-14  Documented the ENTHISTA archive-name
      *               convention for ENTHIST that the year-end tax
      *               summary relies on.
      *   2026-10-14  Noted that DL100AUD reads the operator-log
      *               archives RETNCTRL names.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
