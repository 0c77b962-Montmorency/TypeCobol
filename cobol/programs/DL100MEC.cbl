      *   The order that used to live in a binder, built like      *
      *   DL100DRV: DL100TBL for the filed trial-balance copy,     *
      *   DL100ACR ahead of the next cycle, DL100STM, then the     *
      *   DL100ARC purge, and at the December close DL100TAX for   *
      *   the year-end tax summary - each CALLed with RETURN-CODE  *
      *   checking and its own MECTL run-control entry, a          *
      *   COMPLETE marker at clean end, and a resume at the first  *
      *   unfinished step after a failure. Refuses to start        *
      *   unless the nightly cycle for the closing date is         *
      *   COMPLETE on RUNCTL (last month DL100ARC ran before the   *
      *   statements and the statements missed the purged          *
      *   entities) - that gate is unconditional, no parameter     *
      *   opens it - and refuses to run mid-month unless PROCCAL   *
      *   flags the date month-end; OVERRIDE forces only the mid-  *
      *   month and already-complete refusals. The COMPLETE        *
      *   marker on MECTL is what lets DL100DRV's date             *
      *   advance move off a month-end date.                        *
      *   A clean close on a month-end date also marks the month   *
      *   closed on PERIODST, after which DL100EDT holds anything  *
      *   back-dated into it for prior-period authorization, and   *
      *   the last step, DL100PPR, prints the prior-period         *
      *   adjustments report for finance.                          *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-09-03  Initial version.
      *   2026-10-14  Alerts to the monitoring desk on ALERTOUT, as
      *               DL100DRV sends them: ABEND when a step stops
      *               the close, REFUSED when the close will not
      *               start, ALLCLEAR when it completes - severity
      *               per condition from ALRTSEV/ALRTPARM.
      *   2026-10-14  Step 5, DL100TAX: when the closing date is in
      *               December, the year-end interest and fee tax
      *               summary and return run after the purge, with
      *               their own MECTL entry and resume like any
      *               other step.
      *   2026-10-14  Closed-period lock: a clean close on a date
      *               PROCCAL flags month-end adds the month to
      *               PERIODST as closed (once - an OVERRIDE rerun
      *               finds it already there). A forced mid-month
      *               close leaves the month open. Step 6, DL100PPR,
      *               prints the prior-period adjustments report
      *               for finance at every close.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ALERT-STATUS.
           SELECT ALERT-PARMS-FILE ASSIGN TO "ALRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ALRTPARM-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PERIODST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MONTH-END-CONTROL-FILE.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERTREC.
       FD  ALERT-PARMS-FILE.
       01  ALERT-PARMS-RECORD.
           COPY ALRTPARM.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           COPY PERIODST.
       WORKING-STORAGE SECTION.
       01  DL100-STEP-NAME                  PIC X(08) VALUE SPACE.
       77  DL100-STEP-RC                    PIC S9(04) COMP VALUE ZERO.
           88  DL100-NIGHTLY-DONE-YES           VALUE 'Y'.
       77  DL100-MONTH-END-SW               PIC X(01) VALUE 'N'.
           88  DL100-MONTH-END-YES              VALUE 'Y'.
       77  DL100-ALERT-STATUS               PIC X(02) VALUE "00".
           88  DL100-ALERT-NOT-FOUND            VALUE "35".
       77  DL100-ALRTPARM-STATUS            PIC X(02) VALUE "00".
           88  DL100-ALRTPARM-NOT-FOUND         VALUE "35".
       77  DL100-ALERT-CONDITION            PIC X(08) VALUE SPACE.
       77  DL100-ALERT-REASON               PIC X(60) VALUE SPACE.
       77  DL100-ALERT-RC                   PIC 9(04) VALUE ZERO.
       77  DL100-SEV-IDX                    PIC 9(02) COMP.
       77  DL100-SEV-LOADED-SW              PIC X(01) VALUE 'N'.
           88  DL100-SEV-LOADED-YES             VALUE 'Y'.
       77  DL100-SEV-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-SEV-FOUND-YES              VALUE 'Y'.
       77  DL100-PERIODST-STATUS            PIC X(02) VALUE "00".
           88  DL100-PERIODST-NOT-FOUND         VALUE "35".
       77  DL100-CLOSE-PERIOD               PIC 9(06) VALUE ZERO.
       77  DL100-PERIOD-FOUND-SW            PIC X(01) VALUE 'N'.
           88  DL100-PERIOD-FOUND-YES           VALUE 'Y'.
       COPY ALRTSEV.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT DL100-OVERRIDE-PARM FROM COMMAND-LINE
               DISPLAY "NIGHTLY CYCLE FOR " DL100-BUS-DATE
                   " NOT COMPLETE ON RUNCTL - MONTH-END CLOSE "
                   "REFUSED"
               MOVE "NIGHTLY CYCLE NOT COMPLETE - CLOSE REFUSED"
                   TO DL100-ALERT-REASON
               PERFORM 8500-ALERT-REFUSED THRU 8500-ALERT-REFUSED-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
               DISPLAY "PROCCAL DOES NOT FLAG " DL100-BUS-DATE
                   " MONTH-END - CLOSE REFUSED"
               DISPLAY "RERUN WITH OVERRIDE PARAMETER TO FORCE"
               MOVE "DATE NOT MONTH-END ON PROCCAL - CLOSE REFUSED"
                   TO DL100-ALERT-REASON
               PERFORM 8500-ALERT-REFUSED THRU 8500-ALERT-REFUSED-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
                   DISPLAY "MONTH-END CLOSE FOR " DL100-BUS-DATE
                       " ALREADY COMPLETE - RUN REFUSED"
                   DISPLAY "RERUN WITH OVERRIDE PARAMETER TO FORCE"
                   MOVE "CLOSE ALREADY COMPLETE ON MECTL - REFUSED"
                       TO DL100-ALERT-REASON
                   PERFORM 8500-ALERT-REFUSED
                       THRU 8500-ALERT-REFUSED-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 4000-RUN-DL100ARC THRU 4000-RUN-DL100ARC-EXIT
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 5000-RUN-DL100TAX THRU 5000-RUN-DL100TAX-EXIT
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 6000-RUN-DL100PPR THRU 6000-RUN-DL100PPR-EXIT
           END-IF
           IF DL100-CHAIN-FAILED
               DISPLAY "MONTH-END STEP FAILED AT " DL100-STEP-NAME
               MOVE "ABEND" TO DL100-ALERT-CONDITION
               MOVE "MONTH-END STEP ENDED NON-ZERO - CLOSE STOPPED"
                   TO DL100-ALERT-REASON
               IF DL100-STEP-RC < 0
                   COMPUTE DL100-ALERT-RC = 0 - DL100-STEP-RC
               ELSE
                   MOVE DL100-STEP-RC TO DL100-ALERT-RC
               END-IF
               PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
               MOVE DL100-STEP-RC TO RETURN-CODE
           ELSE
               PERFORM 8900-MARK-CLOSE-COMPLETE
                   THRU 8900-MARK-CLOSE-COMPLETE-EXIT
               PERFORM 8950-MARK-PERIOD-CLOSED
                   THRU 8950-MARK-PERIOD-CLOSED-EXIT
               DISPLAY "DL100MEC - MONTH-END CLOSE COMPLETE FOR "
                   DL100-BUS-DATE
               DISPLAY "RUN DL100DRV WITH THE ADVANCE PARAMETER "
                   "TO MOVE OFF THE MONTH-END DATE"
               MOVE "ALLCLEAR" TO DL100-ALERT-CONDITION
               MOVE "MONTH-END CLOSE COMPLETE - ALL STEPS OK"
                   TO DL100-ALERT-REASON
               MOVE SPACE TO DL100-STEP-NAME
               MOVE ZERO TO DL100-ALERT-RC
               PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
           END-IF
           CLOSE MONTH-END-CONTROL-FILE
           GOBACK.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-RUN-DL100TAX - THE YEAR-END INTEREST AND FEE TAX     *
      *                     SUMMARY, DUE ONLY WHEN THE CLOSING    *
      *                     MONTH IS DECEMBER; ANY OTHER MONTH    *
      *                     WRITES NO MECTL ENTRY FOR IT          *
      *----------------------------------------------------------*
       5000-RUN-DL100TAX.
           MOVE 5 TO DL100-STEP-NUMBER
           MOVE "DL100TAX" TO DL100-STEP-NAME
           IF DL100-BUS-DATE (5:2) NOT = "12"
               GO TO 5000-RUN-DL100TAX-EXIT
           END-IF
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 5000-RUN-DL100TAX-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100TAX"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-CONTROL-ENTRY
               THRU 8800-WRITE-CONTROL-ENTRY-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       5000-RUN-DL100TAX-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6000-RUN-DL100PPR - THE PRIOR-PERIOD ADJUSTMENTS REPORT   *
      *                     FOR FINANCE: WHAT WAS POSTED INTO     *
      *                     CLOSED MONTHS DURING THE CLOSING      *
      *                     MONTH, AND WHAT IS STILL AWAITING     *
      *                     AUTHORIZATION                         *
      *----------------------------------------------------------*
       6000-RUN-DL100PPR.
           MOVE 6 TO DL100-STEP-NUMBER
           MOVE "DL100PPR" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 6000-RUN-DL100PPR-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100PPR"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-CONTROL-ENTRY
               THRU 8800-WRITE-CONTROL-ENTRY-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       6000-RUN-DL100PPR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8500-ALERT-REFUSED - THE CLOSE WOULD NOT START; THE       *
      *                      REASON IS ALREADY SET                *
      *----------------------------------------------------------*
       8500-ALERT-REFUSED.
           MOVE "REFUSED" TO DL100-ALERT-CONDITION
           MOVE SPACE TO DL100-STEP-NAME
           MOVE 16 TO DL100-ALERT-RC
           PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT.
       8500-ALERT-REFUSED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8600-RAISE-ALERT - ONE ALERTOUT RECORD FOR THE CONDITION  *
      *                    IN DL100-ALERT-CONDITION, AT THE       *
      *                    SEVERITY SET FOR IT. ALERTOUT IS       *
      *                    APPENDED TO (CREATED THE FIRST TIME)   *
      *                    AND CLOSED AT ONCE                     *
      *----------------------------------------------------------*
       8600-RAISE-ALERT.
           IF NOT DL100-SEV-LOADED-YES
               PERFORM 8650-LOAD-SEVERITIES
                   THRU 8650-LOAD-SEVERITIES-EXIT
           END-IF
           MOVE SPACE TO ALERT-RECORD
           ACCEPT ALR-ALERT-DATE FROM DATE YYYYMMDD
           ACCEPT ALR-ALERT-TIME FROM TIME
           MOVE "MAJOR" TO ALR-SEVERITY
           MOVE 'N' TO DL100-SEV-FOUND-SW
           PERFORM 8670-MATCH-SEVERITY THRU 8670-MATCH-SEVERITY-EXIT
               VARYING DL100-SEV-IDX FROM 1 BY 1
               UNTIL DL100-SEV-FOUND-YES OR DL100-SEV-IDX > 7
           MOVE DL100-ALERT-CONDITION TO ALR-CONDITION
           MOVE "DL100MEC" TO ALR-SOURCE
           MOVE DL100-STEP-NAME TO ALR-STEP-NAME
           MOVE DL100-BUS-DATE TO ALR-BUS-DATE
           MOVE DL100-RUN-NUMBER TO ALR-CYCLE-NUMBER
           MOVE DL100-ALERT-RC TO ALR-RETURN-CODE
           MOVE DL100-ALERT-REASON TO ALR-REASON
           OPEN EXTEND ALERT-FILE
           IF DL100-ALERT-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN EXTEND ALERT-FILE
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           DISPLAY "ALERT " ALR-SEVERITY " " ALR-CONDITION " SENT".
       8600-RAISE-ALERT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8650-LOAD-SEVERITIES - ALRTPARM ROWS OVERRIDE THE ALRTSEV *
      *                        DEFAULT FOR THEIR CONDITION        *
      *----------------------------------------------------------*
       8650-LOAD-SEVERITIES.
           MOVE 'Y' TO DL100-SEV-LOADED-SW
           OPEN INPUT ALERT-PARMS-FILE
           IF DL100-ALRTPARM-NOT-FOUND
               GO TO 8650-LOAD-SEVERITIES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ALERT-PARMS-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 8660-APPLY-PARM THRU 8660-APPLY-PARM-EXIT
                           VARYING DL100-SEV-IDX FROM 1 BY 1
                           UNTIL DL100-SEV-IDX > 7
               END-READ
           END-PERFORM
           CLOSE ALERT-PARMS-FILE
           MOVE 'N' TO DL100-EOF-SW.
       8650-LOAD-SEVERITIES-EXIT.
           EXIT.
      *
       8660-APPLY-PARM.
           IF DL100-ASV-CONDITION (DL100-SEV-IDX) = ALP-CONDITION
               AND ALP-SEVERITY NOT = SPACE
               MOVE ALP-SEVERITY TO DL100-ASV-SEVERITY (DL100-SEV-IDX)
           END-IF.
       8660-APPLY-PARM-EXIT.
           EXIT.
      *
       8670-MATCH-SEVERITY.
           IF DL100-ASV-CONDITION (DL100-SEV-IDX) =
                   DL100-ALERT-CONDITION
               MOVE DL100-ASV-SEVERITY (DL100-SEV-IDX) TO ALR-SEVERITY
               MOVE 'Y' TO DL100-SEV-FOUND-SW
           END-IF.
       8670-MATCH-SEVERITY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8800-WRITE-CONTROL-ENTRY - ONE MECTL ENTRY FOR THE STEP   *
      *                            JUST CALLED: NAME, TIMES AND   *
      *                            ITS RETURN CODE                *
           WRITE MONTH-END-CONTROL-RECORD.
       8900-MARK-CLOSE-COMPLETE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8950-MARK-PERIOD-CLOSED - ADD THE CLOSING MONTH TO        *
      *                           PERIODST AS CLOSED, CREATING    *
      *                           THE FILE THE FIRST TIME. ONLY A *
      *                           PROCCAL MONTH-END DATE CLOSES   *
      *                           THE MONTH; A MONTH ALREADY ON   *
      *                           FILE IS LEFT AS IT IS           *
      *----------------------------------------------------------*
       8950-MARK-PERIOD-CLOSED.
           MOVE DL100-BUS-DATE (1:6) TO DL100-CLOSE-PERIOD
           IF NOT DL100-MONTH-END-YES
               DISPLAY "MID-MONTH CLOSE - PERIOD " DL100-CLOSE-PERIOD
                   " LEFT OPEN ON PERIODST"
               GO TO 8950-MARK-PERIOD-CLOSED-EXIT
           END-IF
           MOVE 'N' TO DL100-PERIOD-FOUND-SW
           OPEN INPUT PERIOD-STATUS-FILE
           IF NOT DL100-PERIODST-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF PDS-PERIOD = DL100-CLOSE-PERIOD
                               AND PDS-STATUS-CLOSED
                               MOVE 'Y' TO DL100-PERIOD-FOUND-SW
                               MOVE 'Y' TO DL100-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
               MOVE 'N' TO DL100-EOF-SW
           END-IF
           IF DL100-PERIOD-FOUND-YES
               DISPLAY "PERIOD " DL100-CLOSE-PERIOD
                   " ALREADY CLOSED ON PERIODST"
               GO TO 8950-MARK-PERIOD-CLOSED-EXIT
           END-IF
           OPEN EXTEND PERIOD-STATUS-FILE
           IF DL100-PERIODST-NOT-FOUND
               OPEN OUTPUT PERIOD-STATUS-FILE
               CLOSE PERIOD-STATUS-FILE
               OPEN EXTEND PERIOD-STATUS-FILE
           END-IF
           MOVE SPACE TO PERIOD-STATUS-RECORD
           MOVE DL100-CLOSE-PERIOD TO PDS-PERIOD
           MOVE "C" TO PDS-STATUS
           ACCEPT PDS-CLOSED-DATE FROM DATE YYYYMMDD
           ACCEPT PDS-CLOSED-TIME FROM TIME
           WRITE PERIOD-STATUS-RECORD
           CLOSE PERIOD-STATUS-FILE
           DISPLAY "PERIOD " DL100-CLOSE-PERIOD " CLOSED ON PERIODST".
       8950-MARK-PERIOD-CLOSED-EXIT.
           EXIT.
       END PROGRAM DL100MEC.
