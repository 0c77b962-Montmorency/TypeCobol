      *               driver's messaging presented the resume as
      *               safe. The operator's RESTART command-line
      *               parameter still works for stand-alone reruns.
      *   2026-10-14  Added DL100GRP as step 14 after DL100GLX: the
      *               consolidated group position report (GROUPRPT)
      *               rolling every ENTGROUP customer group up to
      *               group level. Run on a trial cycle too, like
      *               the other position reports.
      *   2026-10-14  Added DL100SIG as step 4 between IFTHEN and
      *               DL100EDT: due STANDINS standing instructions
      *               are written to the raw ENTTRANS feed so they
      *               are edited and posted with the rest of the
      *               night's items; DL100EDT and every later step
      *               move down one step number. Run on a trial
      *               cycle too - the trial leaves the feed in
      *               place for the real cycle, and the advanced
      *               due dates stop the items being generated a
      *               second time.
      *   2026-10-14  Added DL100ODA as step 16 after DL100GRP: the
      *               overdrawn-entity status file (OVERDRWN) and
      *               its aged report (OVDRPT), so an entity sitting
      *               below zero inside its floor is seen before it
      *               has been there a quarter. Skipped on a trial
      *               cycle - nothing was posted, and the status
      *               file ages from real positions only.
      *   2026-10-14  Added DL100LVR as step 17 after DL100ODA: the
      *               large-value and aggregated-threshold filing
      *               (REGFILE), its review list (REGRVW) and the
      *               filed register (REGFILED) from the night's
      *               journal. Skipped on a trial cycle - nothing
      *               was posted; a supplemental cycle files only
      *               what the register does not already hold.
      *   2026-10-14  Added DL100DQS as step 18 after DL100LVR: the
      *               DQRULES data-quality sweep of ENTMAST, CURRBOV,
      *               ENTREF and ENTLIMIT (DQRPT). Run on a trial
      *               cycle too - it reads only - and violations do
      *               not fail the cycle.
      *   2026-10-14  Added DL100FCF as step 19 after DL100DQS: the
      *               30-business-day forward cash-position forecast
      *               by currency (FCFRPT). Run on a trial cycle too
      *               - it reads only - and projected floor breaches
      *               do not fail the cycle.
      *   2026-10-14  Alerts to the monitoring desk: every stop on a
      *               non-zero step return (graded PROOF for
      *               DL100PRF, UNACKED for DL100ACK, ABEND for any
      *               other step), every refused start or date
      *               advance, a DL100WTR batch window breach, and
      *               an ALLCLEAR at every clean end are appended to
      *               ALERTOUT with the severity ALRTSEV/ALRTPARM
      *               set for the condition. A night with no
      *               ALLCLEAR is itself the alarm.
      *   2026-10-14  Partitioned posting: with two or more PARTPARM
      *               entity ranges, step 6 runs DL100PSP (split),
      *               one CPYRPL4C stream per range then the cross-
      *               range stream 99, and DL100PMG (merge), all
      *               logged as the one CPYRPL4C step. A resume at
      *               step 6 keeps a completed split and skips the
      *               streams whose control totals already carry
      *               this cycle; the rest restart from their own
      *               checkpoints. One PARTPARM range or none keeps
      *               the single pass.
      *   2026-10-14  The range streams now run at the same time:
      *               step 6 starts every range stream as its own
      *               CPYRPL4C run, naming the stream on the command
      *               line (STREAM nn, RESTART to resume one), waits
      *               for all of them, and only then runs the cross-
      *               range stream 99 and DL100PMG. Each stream's
      *               return code comes back on S<nn>RC; PARTSTRM is
      *               no longer written. Still one RUNCTL entry for
      *               the step.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS DL100-MECTL-STATUS.
           SELECT CYCLE-NUMBER-FILE ASSIGN TO "CYCLENO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ALERT-STATUS.
           SELECT ALERT-PARMS-FILE ASSIGN TO "ALRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ALRTPARM-STATUS.
           SELECT PARTITION-PARMS-FILE ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARTPARM-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARTCTL-STATUS.
           SELECT STREAM-RC-FILE ASSIGN TO DL100-STREAM-RC-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-STREAM-RC-STATUS.
           SELECT STREAM-TOTALS-FILE ASSIGN TO DL100-STREAM-CTL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-STREAM-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IF-TOTALS-FILE.
       FD  CYCLE-NUMBER-FILE.
       01  CYCLE-NUMBER-RECORD.
           COPY CYCLENO.
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERTREC.
       FD  ALERT-PARMS-FILE.
       01  ALERT-PARMS-RECORD.
           COPY ALRTPARM.
       FD  PARTITION-PARMS-FILE.
       01  PARTITION-PARMS-RECORD.
           COPY PARTPARM.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           COPY PARTCTL.
       FD  STREAM-RC-FILE.
       01  STREAM-RC-RECORD.
           05  STRC-RETURN-CODE             PIC 9(04).
       FD  STREAM-TOTALS-FILE.
       01  STREAM-TOTALS-RECORD.
           COPY CTLTOTS REPLACING LEADING ==CTOT== BY ==STOT==.
       WORKING-STORAGE SECTION.
       01  DL100-STEP-NAME                  PIC X(08) VALUE SPACE.
       01  DL100-WORK-STEP-NAME             PIC X(08) VALUE SPACE.
       77  DL100-STEP-RC                    PIC S9(04) COMP VALUE ZERO.
       77  DL100-CHAIN-FAILED-SW            PIC X(01) VALUE 'N'.
           88  DL100-CHAIN-FAILED            VALUE 'Y'.
           88  DL100-SUPPLEMENTAL-YES           VALUE 'Y'.
       77  DL100-DATE-ADVANCED-SW           PIC X(01) VALUE 'N'.
           88  DL100-DATE-ADVANCED-YES          VALUE 'Y'.
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
       77  DL100-PARTPARM-STATUS            PIC X(02) VALUE "00".
           88  DL100-PARTPARM-NOT-FOUND         VALUE "35".
       77  DL100-PARTCTL-STATUS             PIC X(02) VALUE "00".
           88  DL100-PARTCTL-NOT-FOUND          VALUE "35".
       77  DL100-STREAM-CTL-STATUS          PIC X(02) VALUE "00".
           88  DL100-STREAM-CTL-NOT-FOUND       VALUE "35".
       77  DL100-PART-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-PART-EOF-YES               VALUE 'Y'.
       77  DL100-PART-COUNT                 PIC 9(02) COMP VALUE ZERO.
       77  DL100-STREAM-IDX                 PIC 9(02) COMP.
       77  DL100-SPLIT-DONE-SW              PIC X(01) VALUE 'N'.
           88  DL100-SPLIT-DONE-YES             VALUE 'Y'.
       77  DL100-STREAM-DONE-SW             PIC X(01) VALUE 'N'.
           88  DL100-STREAM-DONE-YES            VALUE 'Y'.
       77  DL100-STREAM-CTL-NAME            PIC X(08) VALUE SPACE.
       77  DL100-STREAM-RC-STATUS           PIC X(02) VALUE "00".
           88  DL100-STREAM-RC-OK               VALUE "00".
       77  DL100-STREAM-RC-NAME             PIC X(08) VALUE SPACE.
       77  DL100-STREAM-MODE                PIC X(08) VALUE SPACE.
       77  DL100-STARTED-COUNT              PIC 9(02) COMP VALUE ZERO.
       77  DL100-COMMAND-PTR                PIC 9(04) COMP VALUE 1.
      *
      *  THE SHELL COMMAND THAT STARTS A SET OF POSTING STREAMS
      *  TOGETHER AND WAITS FOR THE LAST OF THEM
      *
       01  DL100-STREAM-COMMAND             PIC X(1200) VALUE SPACE.
       01  DL100-STREAM-FILE-NAME.
           05  FILLER                       PIC X(01) VALUE "S".
           05  DL100-SFN-STREAM             PIC 9(02).
           05  DL100-SFN-SUFFIX             PIC X(05) VALUE "CTLT".
       COPY ALRTSEV.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT DL100-OVERRIDE-PARM FROM COMMAND-LINE
                   DISPLAY "CYCLE FOR " DL100-BUS-DATE
                       " NOT COMPLETE ON RUNCTL - BUSINESS DATE "
                       "NOT ADVANCED"
                   MOVE "REFUSED" TO DL100-ALERT-CONDITION
                   MOVE "NOT COMPLETE ON RUNCTL - DATE NOT ADVANCED"
                       TO DL100-ALERT-REASON
                   MOVE 16 TO DL100-ALERT-RC
                   PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 9000-ADVANCE-BUS-DATE
                   THRU 9000-ADVANCE-BUS-DATE-EXIT
               IF NOT DL100-DATE-ADVANCED-YES
                   MOVE "REFUSED" TO DL100-ALERT-CONDITION
                   MOVE "MONTH-END CLOSE NOT ON MECTL - DATE HELD"
                       TO DL100-ALERT-REASON
                   MOVE 16 TO DL100-ALERT-RC
                   PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
                   MOVE 16 TO RETURN-CODE
               END-IF
               GOBACK
               DISPLAY "RERUN WITH SUPPLMNT FOR AN INTENTIONAL "
                   "SAME-DATE TRANCHE, OR OVERRIDE TO FORCE A "
                   "FULL RERUN"
               MOVE "REFUSED" TO DL100-ALERT-CONDITION
               MOVE "CYCLE ALREADY COMPLETE ON RUNCTL - RUN REFUSED"
                   TO DL100-ALERT-REASON
               MOVE 16 TO DL100-ALERT-RC
               PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 2000-RUN-IFTHEN THRU 2000-RUN-IFTHEN-EXIT
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 2400-RUN-DL100SIG THRU 2400-RUN-DL100SIG-EXIT
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 2500-RUN-DL100EDT THRU 2500-RUN-DL100EDT-EXIT
           END-IF
                       THRU 5700-RUN-DL100GLX-EXIT
               END-IF
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 5800-RUN-DL100GRP THRU 5800-RUN-DL100GRP-EXIT
           END-IF
           IF NOT DL100-CHAIN-FAILED
               IF DL100-TRIAL-YES
                   DISPLAY "STEP DL100ODA SKIPPED - TRIAL CYCLE"
               ELSE
                   PERFORM 5900-RUN-DL100ODA
                       THRU 5900-RUN-DL100ODA-EXIT
               END-IF
           END-IF
           IF NOT DL100-CHAIN-FAILED
               IF DL100-TRIAL-YES
                   DISPLAY "STEP DL100LVR SKIPPED - TRIAL CYCLE"
               ELSE
                   PERFORM 5950-RUN-DL100LVR
                       THRU 5950-RUN-DL100LVR-EXIT
               END-IF
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 5970-RUN-DL100DQS THRU 5970-RUN-DL100DQS-EXIT
           END-IF
           IF NOT DL100-CHAIN-FAILED
               PERFORM 5980-RUN-DL100FCF THRU 5980-RUN-DL100FCF-EXIT
           END-IF
           PERFORM 7000-RUN-DL100OPS THRU 7000-RUN-DL100OPS-EXIT
           PERFORM 7500-RUN-DL100WTR THRU 7500-RUN-DL100WTR-EXIT
           IF DL100-CHAIN-FAILED
               DISPLAY "step failed at " DL100-STEP-NAME
               PERFORM 8500-ALERT-STEP-FAILURE
                   THRU 8500-ALERT-STEP-FAILURE-EXIT
               MOVE DL100-STEP-RC TO RETURN-CODE
           ELSE
               PERFORM 6000-PRINT-CONTROL-TOTALS
                   WHEN DL100-TRIAL-YES
                       DISPLAY "DL100DRV - TRIAL CYCLE COMPLETE - "
                           "MASTER NOT UPDATED"
                       MOVE "TRIAL CYCLE COMPLETE - MASTER NOT UPDATED"
                           TO DL100-ALERT-REASON
                   WHEN DL100-SUPPLEMENTAL-YES
                       DISPLAY "DL100DRV - SUPPLEMENTAL CYCLE "
                           "COMPLETE - BUSINESS DATE HELD, RUN "
                           "WITH ADVANCE WHEN THE DAY IS DONE"
                       MOVE "SUPPLEMENTAL CYCLE COMPLETE - DATE HELD"
                           TO DL100-ALERT-REASON
                   WHEN OTHER
                       PERFORM 9000-ADVANCE-BUS-DATE
                           THRU 9000-ADVANCE-BUS-DATE-EXIT
                       DISPLAY "DL100DRV - NIGHTLY CYCLE COMPLETE "
                           "- ALL STEPS OK"
                       IF DL100-DATE-ADVANCED-YES
                           MOVE "NIGHTLY CYCLE COMPLETE - ALL STEPS OK"
                               TO DL100-ALERT-REASON
                       ELSE
                           MOVE "COMPLETE - DATE HELD FOR MONTH-END"
                               TO DL100-ALERT-REASON
                       END-IF
               END-EVALUATE
               MOVE "ALLCLEAR" TO DL100-ALERT-CONDITION
               MOVE SPACE TO DL100-STEP-NAME
               MOVE ZERO TO DL100-ALERT-RC
               PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
           END-IF
           CLOSE RUN-CONTROL-FILE
           GOBACK.
       2000-RUN-IFTHEN-EXIT.
           EXIT.
      *
       2400-RUN-DL100SIG.
           MOVE 4 TO DL100-STEP-NUMBER
           MOVE "DL100SIG" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 2400-RUN-DL100SIG-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100SIG"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       2400-RUN-DL100SIG-EXIT.
           EXIT.
      *
       2500-RUN-DL100EDT.
           MOVE 5 TO DL100-STEP-NUMBER
           MOVE "DL100EDT" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       3000-RUN-CPYRPL4C.
           MOVE 6 TO DL100-STEP-NUMBER
           MOVE "CPYRPL4C" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 3000-RUN-CPYRPL4C-EXIT
           END-IF
           PERFORM 3050-COUNT-PARTITIONS THRU 3050-COUNT-PARTITIONS-EXIT
           IF DL100-PART-COUNT > 1
               PERFORM 3100-RUN-PARTITIONED
                   THRU 3100-RUN-PARTITIONED-EXIT
               GO TO 3000-RUN-CPYRPL4C-EXIT
           END-IF
           PERFORM 2900-WRITE-RESTART-REQUEST
               THRU 2900-WRITE-RESTART-REQUEST-EXIT
           ACCEPT DL100-STEP-START-TIME FROM TIME
           EXIT.
      *
      *----------------------------------------------------------*
      * 3050-COUNT-PARTITIONS - ENTITY RANGES ON PARTPARM. FEWER  *
      *                         THAN TWO (OR NO PARTPARM) IS THE  *
      *                         SINGLE CPYRPL4C PASS              *
      *----------------------------------------------------------*
       3050-COUNT-PARTITIONS.
           MOVE ZERO TO DL100-PART-COUNT
           OPEN INPUT PARTITION-PARMS-FILE
           IF DL100-PARTPARM-NOT-FOUND
               GO TO 3050-COUNT-PARTITIONS-EXIT
           END-IF
           MOVE 'N' TO DL100-PART-EOF-SW
           PERFORM UNTIL DL100-PART-EOF-YES
               READ PARTITION-PARMS-FILE
                   AT END
                       MOVE 'Y' TO DL100-PART-EOF-SW
                   NOT AT END
                       IF DL100-PART-COUNT < 99
                           ADD 1 TO DL100-PART-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARTITION-PARMS-FILE.
       3050-COUNT-PARTITIONS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3100-RUN-PARTITIONED - THE POSTING STEP AS SPLIT, ONE     *
      *                        CPYRPL4C STREAM PER RANGE, ALL     *
      *                        RUNNING AT ONCE, THE CROSS-RANGE   *
      *                        STREAM 99 ONCE THEY HAVE ALL ENDED *
      *                        (ITS TRANSFERS SPAN TWO RANGES),   *
      *                        THEN THE MERGE. A FAILED STREAM    *
      *                        STOPS IT AND ITS RETURN IS THE     *
      *                        STEP'S RETURN ON RUNCTL - THE      *
      *                        OTHER RANGE STREAMS STILL FINISH,  *
      *                        SO EACH HAS A CLEAN CHECKPOINT OR  *
      *                        TOTALS TO RESUME FROM. RESUMING AT *
      *                        THIS STEP WITH THE SPLIT COMPLETE  *
      *                        FOR THIS CYCLE, THE STREAMS        *
      *                        RESTART FROM THEIR OWN CHECKPOINTS *
      *                        INSTEAD OF BEING SPLIT AFRESH.     *
      *----------------------------------------------------------*
       3100-RUN-PARTITIONED.
           ACCEPT DL100-STEP-START-TIME FROM TIME
           MOVE ZERO TO DL100-STEP-RC
           MOVE 'N' TO DL100-SPLIT-DONE-SW
           IF DL100-RESUME-STEP = DL100-STEP-NUMBER
               PERFORM 3150-READ-PARTITION-CONTROL
                   THRU 3150-READ-PARTITION-CONTROL-EXIT
           END-IF
           IF DL100-SPLIT-DONE-YES
               DISPLAY "ENTITY RANGES ALREADY SPLIT - POSTING "
                   "STREAMS RESUME FROM THEIR CHECKPOINTS"
           ELSE
               CALL "DL100PSP"
               MOVE RETURN-CODE TO DL100-STEP-RC
               IF DL100-STEP-RC = 0
                   PERFORM 3150-READ-PARTITION-CONTROL
                       THRU 3150-READ-PARTITION-CONTROL-EXIT
                   MOVE 'N' TO DL100-SPLIT-DONE-SW
               END-IF
           END-IF
           IF DL100-STEP-RC = 0
               PERFORM 3200-RUN-RANGE-STREAMS
                   THRU 3200-RUN-RANGE-STREAMS-EXIT
           END-IF
           IF DL100-STEP-RC = 0
               PERFORM 3300-RUN-CROSS-STREAM
                   THRU 3300-RUN-CROSS-STREAM-EXIT
           END-IF
           IF DL100-STEP-RC = 0
               CALL "DL100PMG"
               MOVE RETURN-CODE TO DL100-STEP-RC
           END-IF
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       3100-RUN-PARTITIONED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3150-READ-PARTITION-CONTROL - PARTCTL AS DL100PSP LEFT IT:*
      *                               SPLIT COMPLETE FOR THIS     *
      *                               CYCLE, AND THE NUMBER OF    *
      *                               RANGE STREAMS IT MADE       *
      *----------------------------------------------------------*
       3150-READ-PARTITION-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF DL100-PARTCTL-NOT-FOUND
               GO TO 3150-READ-PARTITION-CONTROL-EXIT
           END-IF
           READ PARTITION-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PCT-BUS-DATE = DL100-BUS-DATE
                       AND PCT-RUN-NUMBER = DL100-RUN-NUMBER
                       AND PCT-SPLIT-STATE = "D"
                       AND PCT-STREAM-COUNT NUMERIC
                       MOVE 'Y' TO DL100-SPLIT-DONE-SW
                       MOVE PCT-STREAM-COUNT TO DL100-PART-COUNT
                   END-IF
           END-READ
           CLOSE PARTITION-CONTROL-FILE.
       3150-READ-PARTITION-CONTROL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3200-RUN-RANGE-STREAMS - START EVERY RANGE STREAM AT      *
      *                          ONCE, WAIT FOR THE LAST OF THEM, *
      *                          THEN TAKE EACH ONE'S RESULT. THE *
      *                          FIRST FAILED STREAM'S RETURN IS  *
      *                          THE STEP'S.                      *
      *----------------------------------------------------------*
       3200-RUN-RANGE-STREAMS.
           MOVE SPACE TO DL100-STREAM-COMMAND
           MOVE 1 TO DL100-COMMAND-PTR
           MOVE ZERO TO DL100-STARTED-COUNT
           PERFORM 3220-ADD-ONE-STREAM THRU 3220-ADD-ONE-STREAM-EXIT
               VARYING DL100-STREAM-IDX FROM 1 BY 1
               UNTIL DL100-STREAM-IDX > DL100-PART-COUNT
           IF DL100-STARTED-COUNT = 0
               GO TO 3200-RUN-RANGE-STREAMS-EXIT
           END-IF
           PERFORM 3260-RUN-STREAM-COMMAND
               THRU 3260-RUN-STREAM-COMMAND-EXIT
           PERFORM 3280-CHECK-STREAM-RESULT
               THRU 3280-CHECK-STREAM-RESULT-EXIT
               VARYING DL100-STREAM-IDX FROM 1 BY 1
               UNTIL DL100-STREAM-IDX > DL100-PART-COUNT
               OR DL100-STEP-RC NOT = 0.
       3200-RUN-RANGE-STREAMS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3220-ADD-ONE-STREAM - ADD STREAM DL100-STREAM-IDX TO THE  *
      *                       COMMAND: A CPYRPL4C RUN NAMING THE  *
      *                       STREAM ON ITS COMMAND LINE, IN THE  *
      *                       BACKGROUND, ITS RETURN CODE WRITTEN *
      *                       TO S<NN>RC (CLEARED FIRST, SO A     *
      *                       STREAM THAT NEVER RAN CANNOT LOOK   *
      *                       CLEAN). ON A RESUME A STREAM WHOSE  *
      *                       CONTROL TOTALS ALREADY CARRY THIS   *
      *                       CYCLE FINISHED BEFORE THE ABEND AND *
      *                       IS NOT RUN AGAIN; THE REST RESTART  *
      *                       FROM THEIR OWN CHECKPOINTS.         *
      *----------------------------------------------------------*
       3220-ADD-ONE-STREAM.
           MOVE DL100-STREAM-IDX TO DL100-SFN-STREAM
           IF DL100-SPLIT-DONE-YES
               PERFORM 3250-CHECK-STREAM-DONE
                   THRU 3250-CHECK-STREAM-DONE-EXIT
               IF DL100-STREAM-DONE-YES
                   DISPLAY "POSTING STREAM " DL100-SFN-STREAM
                       " ALREADY COMPLETE - SKIPPED"
                   GO TO 3220-ADD-ONE-STREAM-EXIT
               END-IF
               MOVE "RESTART" TO DL100-STREAM-MODE
           ELSE
               MOVE "NORMAL" TO DL100-STREAM-MODE
           END-IF
           MOVE "RC" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-STREAM-RC-NAME
           OPEN OUTPUT STREAM-RC-FILE
           CLOSE STREAM-RC-FILE
           STRING "(CPYRPL4C STREAM " DELIMITED BY SIZE
                  DL100-SFN-STREAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DL100-STREAM-MODE DELIMITED BY SPACE
                  "; printf %04d $? >" DELIMITED BY SIZE
                  DL100-STREAM-RC-NAME DELIMITED BY SPACE
                  ") & " DELIMITED BY SIZE
               INTO DL100-STREAM-COMMAND
               WITH POINTER DL100-COMMAND-PTR
           ADD 1 TO DL100-STARTED-COUNT
           DISPLAY "POSTING STREAM " DL100-SFN-STREAM " STARTED".
       3220-ADD-ONE-STREAM-EXIT.
           EXIT.
      *
       3250-CHECK-STREAM-DONE.
           MOVE 'N' TO DL100-STREAM-DONE-SW
           MOVE "CTLT" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-STREAM-CTL-NAME
           OPEN INPUT STREAM-TOTALS-FILE
           IF DL100-STREAM-CTL-NOT-FOUND
               GO TO 3250-CHECK-STREAM-DONE-EXIT
           END-IF
           READ STREAM-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STOT-RUN-DATE = DL100-BUS-DATE
                       AND STOT-RUN-NUMBER = DL100-RUN-NUMBER
                       MOVE 'Y' TO DL100-STREAM-DONE-SW
                   END-IF
           END-READ
           CLOSE STREAM-TOTALS-FILE.
       3250-CHECK-STREAM-DONE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3260-RUN-STREAM-COMMAND - RUN THE STREAMS ADDED TO THE    *
      *                           COMMAND AND WAIT UNTIL EVERY    *
      *                           ONE OF THEM HAS ENDED           *
      *----------------------------------------------------------*
       3260-RUN-STREAM-COMMAND.
           STRING "wait" DELIMITED BY SIZE
               INTO DL100-STREAM-COMMAND
               WITH POINTER DL100-COMMAND-PTR
           CALL "SYSTEM" USING DL100-STREAM-COMMAND
           DISPLAY "POSTING STREAMS ENDED = " DL100-STARTED-COUNT.
       3260-RUN-STREAM-COMMAND-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3280-CHECK-STREAM-RESULT - STREAM DL100-STREAM-IDX ENDED  *
      *                            CLEAN WHEN ITS CONTROL TOTALS  *
      *                            CARRY THIS CYCLE. OTHERWISE    *
      *                            ITS RETURN CODE OFF S<NN>RC IS *
      *                            THE STEP'S - 16 WHEN THERE IS  *
      *                            NONE, OR IT IS ZERO WITH NO    *
      *                            TOTALS WRITTEN                 *
      *----------------------------------------------------------*
       3280-CHECK-STREAM-RESULT.
           MOVE DL100-STREAM-IDX TO DL100-SFN-STREAM
           PERFORM 3250-CHECK-STREAM-DONE
               THRU 3250-CHECK-STREAM-DONE-EXIT
           IF DL100-STREAM-DONE-YES
               GO TO 3280-CHECK-STREAM-RESULT-EXIT
           END-IF
           MOVE 16 TO DL100-STEP-RC
           MOVE "RC" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-STREAM-RC-NAME
           OPEN INPUT STREAM-RC-FILE
           IF DL100-STREAM-RC-OK
               READ STREAM-RC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STRC-RETURN-CODE NUMERIC
                           AND STRC-RETURN-CODE NOT = 0
                           MOVE STRC-RETURN-CODE TO DL100-STEP-RC
                       END-IF
               END-READ
               CLOSE STREAM-RC-FILE
           END-IF
           DISPLAY "POSTING STREAM " DL100-SFN-STREAM
               " FAILED RC " DL100-STEP-RC
               " - LATER STREAMS AND MERGE NOT RUN".
       3280-CHECK-STREAM-RESULT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-RUN-CROSS-STREAM - THE CROSS-RANGE STREAM 99, RUN    *
      *                         ALONE NOW THAT NO RANGE STREAM    *
      *                         CAN BE REWRITING EITHER SIDE OF   *
      *                         ITS TRANSFERS                     *
      *----------------------------------------------------------*
       3300-RUN-CROSS-STREAM.
           MOVE SPACE TO DL100-STREAM-COMMAND
           MOVE 1 TO DL100-COMMAND-PTR
           MOVE ZERO TO DL100-STARTED-COUNT
           MOVE 99 TO DL100-STREAM-IDX
           PERFORM 3220-ADD-ONE-STREAM THRU 3220-ADD-ONE-STREAM-EXIT
           IF DL100-STARTED-COUNT = 0
               GO TO 3300-RUN-CROSS-STREAM-EXIT
           END-IF
           PERFORM 3260-RUN-STREAM-COMMAND
               THRU 3260-RUN-STREAM-COMMAND-EXIT
           PERFORM 3280-CHECK-STREAM-RESULT
               THRU 3280-CHECK-STREAM-RESULT-EXIT.
       3300-RUN-CROSS-STREAM-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2900-WRITE-RESTART-REQUEST - THE MODE RECORD CPYRPL4C     *
      *                              READS: RESTART EXACTLY WHEN  *
      *                              THIS RUN IS RESUMING AT THE  *
           EXIT.
      *
       4000-RUN-DVZZPGM2.
           MOVE 7 TO DL100-STEP-NUMBER
           MOVE "DVZZPGM2" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       4500-RUN-DL100RVL.
           MOVE 8 TO DL100-STEP-NUMBER
           MOVE "DL100RVL" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       4600-RUN-DL100TBL.
           MOVE 9 TO DL100-STEP-NUMBER
           MOVE "DL100TBL" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       4700-RUN-DL100HST.
           MOVE 10 TO DL100-STEP-NUMBER
           MOVE "DL100HST" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       5000-RUN-DL100RCN.
           MOVE 11 TO DL100-STEP-NUMBER
           MOVE "DL100RCN" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       5500-RUN-DL100PRF.
           MOVE 12 TO DL100-STEP-NUMBER
           MOVE "DL100PRF" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       5600-RUN-DL100ACK.
           MOVE 13 TO DL100-STEP-NUMBER
           MOVE "DL100ACK" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           EXIT.
      *
       5700-RUN-DL100GLX.
           MOVE 14 TO DL100-STEP-NUMBER
           MOVE "DL100GLX" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
           END-IF.
       5700-RUN-DL100GLX-EXIT.
           EXIT.
      *
       5800-RUN-DL100GRP.
           MOVE 15 TO DL100-STEP-NUMBER
           MOVE "DL100GRP" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 5800-RUN-DL100GRP-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100GRP"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       5800-RUN-DL100GRP-EXIT.
           EXIT.
      *
       5900-RUN-DL100ODA.
           MOVE 16 TO DL100-STEP-NUMBER
           MOVE "DL100ODA" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 5900-RUN-DL100ODA-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100ODA"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       5900-RUN-DL100ODA-EXIT.
           EXIT.
      *
       5950-RUN-DL100LVR.
           MOVE 17 TO DL100-STEP-NUMBER
           MOVE "DL100LVR" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 5950-RUN-DL100LVR-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100LVR"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       5950-RUN-DL100LVR-EXIT.
           EXIT.
      *
       5970-RUN-DL100DQS.
           MOVE 18 TO DL100-STEP-NUMBER
           MOVE "DL100DQS" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 5970-RUN-DL100DQS-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100DQS"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       5970-RUN-DL100DQS-EXIT.
           EXIT.
      *
       5980-RUN-DL100FCF.
           MOVE 19 TO DL100-STEP-NUMBER
           MOVE "DL100FCF" TO DL100-STEP-NAME
           IF DL100-STEP-NUMBER < DL100-RESUME-STEP
               DISPLAY "STEP " DL100-STEP-NAME
                   " ALREADY COMPLETE - SKIPPED"
               GO TO 5980-RUN-DL100FCF-EXIT
           END-IF
           ACCEPT DL100-STEP-START-TIME FROM TIME
           CALL "DL100FCF"
           MOVE RETURN-CODE TO DL100-STEP-RC
           PERFORM 8800-WRITE-RUN-CONTROL
               THRU 8800-WRITE-RUN-CONTROL-EXIT
           IF DL100-STEP-RC NOT = 0
               MOVE 'Y' TO DL100-CHAIN-FAILED-SW
           END-IF.
       5980-RUN-DL100FCF-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7000-RUN-DL100OPS - THE MORNING OPERATIONS REPORT, ALWAYS *
      *                     ALWAYS PRODUCED AFTER THE MORNING     *
      *                     REPORT; ITS OWN FAILURE IS REPORTED   *
      *                     BUT DOES NOT CHANGE THE CYCLE VERDICT.*
      *                     RC 4 IS ITS WINDOW BREACH, SENT TO    *
      *                     THE MONITORING DESK AS A WINDOW ALERT.*
      *                     RUNCTL IS CLOSED ACROSS THE CALL SO   *
      *                     THE REPORT SEES THIS CYCLE'S STEP     *
      *                     ENTRIES, AND REOPENED FOR THE         *
       7500-RUN-DL100WTR.
           CLOSE RUN-CONTROL-FILE
           CALL "DL100WTR"
           EVALUATE RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 4
                   MOVE "WINDOW" TO DL100-ALERT-CONDITION
                   MOVE "CYCLE RAN PAST THE BATCH WINDOW - SEE WTRRPT"
                       TO DL100-ALERT-REASON
                   MOVE 4 TO DL100-ALERT-RC
                   MOVE DL100-STEP-NAME TO DL100-WORK-STEP-NAME
                   MOVE "DL100WTR" TO DL100-STEP-NAME
                   PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT
                   MOVE DL100-WORK-STEP-NAME TO DL100-STEP-NAME
               WHEN OTHER
                   DISPLAY "DL100WTR FAILED - RC " RETURN-CODE
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           OPEN EXTEND RUN-CONTROL-FILE.
       7500-RUN-DL100WTR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8500-ALERT-STEP-FAILURE - THE CHAIN STOPPED: GRADE THE    *
      *                           STOP BY THE STEP THAT MADE IT - *
      *                           DL100PRF'S RC 8 IS THE BALANCE  *
      *                           PROOF, DL100ACK'S RC 8 THE      *
      *                           UNACKNOWLEDGED CHANGES, ANY     *
      *                           OTHER NON-ZERO AN ABEND         *
      *----------------------------------------------------------*
       8500-ALERT-STEP-FAILURE.
           IF DL100-STEP-RC < 0
               COMPUTE DL100-ALERT-RC = 0 - DL100-STEP-RC
           ELSE
               MOVE DL100-STEP-RC TO DL100-ALERT-RC
           END-IF
           EVALUATE TRUE
               WHEN DL100-STEP-NAME = "DL100PRF" AND DL100-STEP-RC = 8
                   MOVE "PROOF" TO DL100-ALERT-CONDITION
                   MOVE "BALANCE PROOF OUT - SEE BALPROOF"
                       TO DL100-ALERT-REASON
               WHEN DL100-STEP-NAME = "DL100ACK" AND DL100-STEP-RC = 8
                   MOVE "UNACKED" TO DL100-ALERT-CONDITION
                   MOVE "CHANGES UNACKNOWLEDGED - SEE EXTOUTST"
                       TO DL100-ALERT-REASON
               WHEN OTHER
                   MOVE "ABEND" TO DL100-ALERT-CONDITION
                   MOVE "STEP ENDED NON-ZERO - CHAIN STOPPED"
                       TO DL100-ALERT-REASON
           END-EVALUATE
           PERFORM 8600-RAISE-ALERT THRU 8600-RAISE-ALERT-EXIT.
       8500-ALERT-STEP-FAILURE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 8600-RAISE-ALERT - ONE ALERTOUT RECORD FOR THE CONDITION  *
      *                    IN DL100-ALERT-CONDITION, AT THE       *
      *                    SEVERITY SET FOR IT. ALERTOUT IS       *
      *                    APPENDED TO (CREATED THE FIRST TIME)   *
      *                    AND CLOSED AT ONCE SO THE MONITORING   *
      *                    COLLECTOR SEES IT WHILE THE CHAIN RUNS *
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
           MOVE "DL100DRV" TO ALR-SOURCE
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
      *                        DEFAULT FOR THEIR CONDITION; A ROW *
      *                        FOR A CONDITION NOT ON ALRTSEV IS  *
      *                        IGNORED                            *
      *----------------------------------------------------------*
       8650-LOAD-SEVERITIES.
           MOVE 'Y' TO DL100-SEV-LOADED-SW
           OPEN INPUT ALERT-PARMS-FILE
           IF DL100-ALRTPARM-NOT-FOUND
               GO TO 8650-LOAD-SEVERITIES-EXIT
           END-IF
           MOVE 'N' TO DL100-CAL-EOF-SW
           PERFORM UNTIL DL100-CAL-EOF-YES
               READ ALERT-PARMS-FILE
                   AT END
                       MOVE 'Y' TO DL100-CAL-EOF-SW
                   NOT AT END
                       PERFORM 8660-APPLY-PARM THRU 8660-APPLY-PARM-EXIT
                           VARYING DL100-SEV-IDX FROM 1 BY 1
                           UNTIL DL100-SEV-IDX > 7
               END-READ
           END-PERFORM
           CLOSE ALERT-PARMS-FILE.
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
      * 8800-WRITE-RUN-CONTROL - ONE RUNCTL ENTRY FOR THE STEP    *
      *                          JUST CALLED: NAME, TIMES AND ITS *
      *                          RETURN CODE                      *
