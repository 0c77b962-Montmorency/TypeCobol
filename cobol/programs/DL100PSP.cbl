       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100PSP.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100PSP - PARTITIONED POSTING SPLIT                       *
      *   First part of the partitioned posting step. Splits the   *
      *   night's clean feed (ENTCLEAN, plus the HELDTRNS items    *
      *   CPYRPL4C would otherwise re-feed for itself) into one    *
      *   input file per PARTPARM entity range - S01CLEAN,         *
      *   S02CLEAN and so on - so each range can be posted by its  *
      *   own CPYRPL4C stream at the same time as the others.      *
      *   Records keep their arrival order within a stream, so    *
      *   each stream's sort lands them exactly as the single     *
      *   pass would have.                                         *
      *   A transfer (or the RV of one) whose counterparty falls   *
      *   in another range cannot post inside either stream - the  *
      *   other stream may be rewriting the counterparty at the    *
      *   same moment - so it goes to the cross-range stream, 99,  *
      *   which DL100DRV runs on its own once the ranges are done. *
      *   Every stream's files (input, checkpoint, totals and      *
      *   outputs) are cleared first, so no stream can resume      *
      *   from, or merge, a previous cycle's leftovers. PARTCTL    *
      *   records the split as complete for this cycle.            *
      *   Nothing is re-fed from HELDTRNS on a trial cycle,        *
      *   matching CPYRPL4C's own rule, and a held item whose      *
      *   month DL100MEC has closed since it was held goes to      *
      *   PPAREVW pending authorization instead of to a stream.    *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *   2026-10-14  A held transaction whose month DL100MEC has
      *               closed since it was held is no longer split
      *               to a stream: it goes to PPAREVW pending
      *               authorization (status P), its serial assigned
      *               as DL100EDT assigns one, and is counted.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-TRANS-FILE ASSIGN TO "ENTCLEAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRANS-STATUS.
           SELECT HELD-TRANS-FILE ASSIGN TO "HELDTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HELD-STATUS.
           SELECT SPLIT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT STREAM-TRANS-FILE ASSIGN TO DL100-STREAM-TRANS-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STREAM-CLEAR-FILE ASSIGN TO DL100-STREAM-CLEAR-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-PARM-FILE ASSIGN TO "PARTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARTPARM-STATUS.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT CYCLE-NUMBER-FILE ASSIGN TO "CYCLENO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLENO-STATUS.
           SELECT ACCEPT-RUN-FILE ASSIGN TO "ACCEPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ACCEPTRN-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PERIODST-STATUS.
           SELECT PPA-REVIEW-FILE ASSIGN TO "PPAREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PPAREVW-STATUS.
           SELECT SERIAL-CONTROL-FILE ASSIGN TO "SERLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SERLCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-TRANS-FILE.
       01  ENTITY-TRANS-RECORD.
           COPY ENTTRANS REPLACING LEADING ==ETR== BY ==ETI==.
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-RECORD.
           COPY HELDTRNS.
       SD  SPLIT-WORK-FILE.
       01  SPLIT-WORK-RECORD.
           05  SPW-STREAM-NUMBER            PIC 9(02).
           05  SPW-TRANS-IMAGE              PIC X(90).
       FD  STREAM-TRANS-FILE.
       01  STREAM-TRANS-RECORD.
           COPY ENTTRANS.
       FD  STREAM-CLEAR-FILE.
       01  STREAM-CLEAR-RECORD              PIC X(01).
       FD  PARTITION-PARM-FILE.
       01  PARTITION-PARM-RECORD.
           COPY PARTPARM.
       FD  PARTITION-CONTROL-FILE.
       01  PARTITION-CONTROL-RECORD.
           COPY PARTCTL.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  CYCLE-NUMBER-FILE.
       01  CYCLE-NUMBER-RECORD.
           COPY CYCLENO.
       FD  ACCEPT-RUN-FILE.
       01  ACCEPT-RUN-RECORD.
           COPY ACCEPTRN.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           COPY PERIODST.
       FD  PPA-REVIEW-FILE.
       01  PPA-REVIEW-RECORD.
           COPY PPAREVW.
       FD  SERIAL-CONTROL-FILE.
       01  SERIAL-CONTROL-RECORD.
           05  SER-LAST-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SER-LAST-SEQ                 PIC 9(05).
       WORKING-STORAGE SECTION.
       77  DL100-TRANS-STATUS               PIC X(02) VALUE "00".
           88  DL100-TRANS-NOT-FOUND            VALUE "35".
       77  DL100-HELD-STATUS                PIC X(02) VALUE "00".
           88  DL100-HELD-OK                    VALUE "00".
       77  DL100-PARTPARM-STATUS            PIC X(02) VALUE "00".
           88  DL100-PARTPARM-NOT-FOUND         VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-CYCLENO-STATUS             PIC X(02) VALUE "00".
           88  DL100-CYCLENO-NOT-FOUND          VALUE "35".
       77  DL100-ACCEPTRN-STATUS            PIC X(02) VALUE "00".
           88  DL100-ACCEPTRN-NOT-FOUND         VALUE "35".
       77  DL100-PERIODST-STATUS            PIC X(02) VALUE "00".
           88  DL100-PERIODST-NOT-FOUND         VALUE "35".
       77  DL100-PPAREVW-STATUS             PIC X(02) VALUE "00".
           88  DL100-PPAREVW-NOT-FOUND          VALUE "35".
       77  DL100-SERLCTRL-STATUS            PIC X(02) VALUE "00".
           88  DL100-SERLCTRL-NOT-FOUND         VALUE "35".
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-RUN-NUMBER                 PIC 9(03) VALUE 1.
       77  DL100-TRIAL-SW                   PIC X(01) VALUE 'N'.
           88  DL100-TRIAL-YES                  VALUE 'Y'.
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-SORT-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-SORT-EOF-YES               VALUE 'Y'.
       77  DL100-PARM-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-PARM-EOF-YES               VALUE 'Y'.
       77  DL100-PRT-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-PRT-IDX                    PIC 9(02) COMP.
       77  DL100-SUFFIX-IDX                 PIC 9(02) COMP.
       77  DL100-FIND-ID                    PIC X(10) VALUE SPACE.
       77  DL100-FOUND-STREAM               PIC 9(02) VALUE ZERO.
       77  DL100-ENTITY-STREAM              PIC 9(02) VALUE ZERO.
       77  DL100-FOUND-SW                   PIC X(01) VALUE 'N'.
           88  DL100-FOUND-YES                  VALUE 'Y'.
       77  DL100-OPEN-STREAM                PIC 9(02) VALUE ZERO.
       77  DL100-FEED-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DL100-HELD-REFED-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  DL100-CROSS-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DL100-PPA-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-SERIAL-SEQ                 PIC 9(05) COMP VALUE ZERO.
       77  DL100-PDS-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-PDS-IDX                    PIC 9(04) COMP.
       77  DL100-EFF-PERIOD                 PIC 9(06) VALUE ZERO.
       77  DL100-STREAM-TRANS-NAME          PIC X(08) VALUE SPACE.
       77  DL100-STREAM-CLEAR-NAME          PIC X(08) VALUE SPACE.
      *
      *  A STREAM FILE NAME: S, THE STREAM NUMBER AND THE FILE'S
      *  SUFFIX (S01CLEAN, S01JRNL, S99HELD ...)
      *
       01  DL100-STREAM-FILE-NAME.
           05  FILLER                       PIC X(01) VALUE "S".
           05  DL100-SFN-STREAM             PIC 9(02).
           05  DL100-SFN-SUFFIX             PIC X(05).
      *
      *  EVERY FILE A STREAM READS OR WRITES BY ITS OWN NAME -
      *  CLEARED FOR EACH STREAM AHEAD OF THE SPLIT
      *
       01  DL100-SUFFIX-VALUES.
           05  FILLER                       PIC X(05) VALUE "CLEAN".
           05  FILLER                       PIC X(05) VALUE "RSTRT".
           05  FILLER                       PIC X(05) VALUE "CTLT ".
           05  FILLER                       PIC X(05) VALUE "POSTT".
           05  FILLER                       PIC X(05) VALUE "EXTR ".
           05  FILLER                       PIC X(05) VALUE "JRNL ".
           05  FILLER                       PIC X(05) VALUE "CREJ ".
           05  FILLER                       PIC X(05) VALUE "SUSP ".
           05  FILLER                       PIC X(05) VALUE "HELD ".
       01  DL100-SUFFIX-TABLE REDEFINES DL100-SUFFIX-VALUES.
           05  DL100-SUFFIX                 PIC X(05) OCCURS 9 TIMES.
      *
      *  THE PARTPARM RANGES: EACH STREAM'S UPPER BOUND AND THE
      *  NUMBER OF RECORDS SPLIT TO IT
      *
       01  DL100-PARTITION-TABLE.
           05  DL100-PRT-ENTRY              OCCURS 20 TIMES.
               10  DL100-PRT-HIGH-ID            PIC X(10).
               10  DL100-PRT-RECORD-COUNT       PIC 9(07) COMP.
      *
      *  THE TRANSACTION BEING ROUTED
      *
       01  DL100-ROUTE-TRANS.
           COPY ENTTRANS REPLACING LEADING ==ETR== BY ==RTE==.
      *
      *  THE MONTHS CLOSED ON PERIODST
      *
       01  DL100-CLOSED-PERIOD-TABLE.
           05  DL100-PDS-PERIOD             PIC 9(06)
                                            OCCURS 600 TIMES.
       01  PSP-COUNT-LINE.
           05  FILLER                       PIC X(07) VALUE
               "STREAM ".
           05  PSP-CNT-STREAM               PIC 9(02).
           05  FILLER                       PIC X(06) VALUE
               " UP TO".
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  PSP-CNT-HIGH-ID              PIC X(10).
           05  FILLER                       PIC X(11) VALUE
               " RECORDS = ".
           05  PSP-CNT-RECORDS              PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1150-GET-CYCLE-NUMBER
               THRU 1150-GET-CYCLE-NUMBER-EXIT
           PERFORM 1400-GET-RUN-MODE THRU 1400-GET-RUN-MODE-EXIT
           PERFORM 1500-LOAD-PARTITIONS
               THRU 1500-LOAD-PARTITIONS-EXIT
           IF DL100-PRT-COUNT < 2
               DISPLAY "FEWER THAN TWO PARTPARM STREAMS - NOTHING "
                   "TO SPLIT, JOB ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1700-CLEAR-STREAM THRU 1700-CLEAR-STREAM-EXIT
               VARYING DL100-PRT-IDX FROM 1 BY 1
               UNTIL DL100-PRT-IDX > DL100-PRT-COUNT
           MOVE 99 TO DL100-PRT-IDX
           PERFORM 1700-CLEAR-STREAM THRU 1700-CLEAR-STREAM-EXIT
           IF NOT DL100-TRIAL-YES
               PERFORM 1800-LOAD-CLOSED-PERIODS
                   THRU 1800-LOAD-CLOSED-PERIODS-EXIT
           END-IF
           SORT SPLIT-WORK-FILE
               ON ASCENDING KEY SPW-STREAM-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-RELEASE-TRANS
                   THRU 2000-RELEASE-TRANS-EXIT
               OUTPUT PROCEDURE IS 3000-WRITE-STREAMS
                   THRU 3000-WRITE-STREAMS-EXIT
           PERFORM 4000-WRITE-CONTROL THRU 4000-WRITE-CONTROL-EXIT
           PERFORM 8000-PRINT-TOTALS THRU 8000-PRINT-TOTALS-EXIT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      *----------------------------------------------------------*
      * 1100-GET-BUS-DATE - THE CHAIN'S PROCESSING DATE COMES     *
      *                     FROM THE BUSDATE CONTROL FILE, NOT    *
      *                     THE MACHINE CLOCK; THE CLOCK IS THE   *
      *                     FALLBACK ONLY WHEN BUSDATE HAS NEVER  *
      *                     BEEN WRITTEN (FIRST-EVER RUN)         *
      *----------------------------------------------------------*
       1100-GET-BUS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF DL100-BUSDATE-NOT-FOUND
               ACCEPT DL100-TODAY FROM DATE YYYYMMDD
               GO TO 1100-GET-BUS-DATE-EXIT
           END-IF
           READ BUSINESS-DATE-FILE
               AT END
                   ACCEPT DL100-TODAY FROM DATE YYYYMMDD
               NOT AT END
                   MOVE BDT-BUS-DATE TO DL100-TODAY
           END-READ
           CLOSE BUSINESS-DATE-FILE.
       1100-GET-BUS-DATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1150-GET-CYCLE-NUMBER - THE RUN NUMBER THE DRIVER SETTLED *
      *                         ON FOR THIS CYCLE, OFF CYCLENO,   *
      *                         STAMPED ONTO PARTCTL. NO CYCLENO  *
      *                         (A STAND-ALONE RUN) MEANS RUN 1.  *
      *----------------------------------------------------------*
       1150-GET-CYCLE-NUMBER.
           OPEN INPUT CYCLE-NUMBER-FILE
           IF DL100-CYCLENO-NOT-FOUND
               GO TO 1150-GET-CYCLE-NUMBER-EXIT
           END-IF
           READ CYCLE-NUMBER-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CYC-RUN-NUMBER NUMERIC
                       AND CYC-BUS-DATE = DL100-TODAY
                       MOVE CYC-RUN-NUMBER TO DL100-RUN-NUMBER
                   END-IF
           END-READ
           CLOSE CYCLE-NUMBER-FILE.
       1150-GET-CYCLE-NUMBER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-GET-RUN-MODE - CPYRPL4C'S RULE: ACCEPTED ACTION 2    *
      *                     DATED THIS BUSINESS DATE IS A TRIAL   *
      *                     CYCLE, WHICH RE-FEEDS NOTHING FROM    *
      *                     HELDTRNS                              *
      *----------------------------------------------------------*
       1400-GET-RUN-MODE.
           OPEN INPUT ACCEPT-RUN-FILE
           IF DL100-ACCEPTRN-NOT-FOUND
               GO TO 1400-GET-RUN-MODE-EXIT
           END-IF
           READ ACCEPT-RUN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ARUN-ACCEPTED-ACTION = 2
                       AND ARUN-DATE = DL100-TODAY
                       MOVE 'Y' TO DL100-TRIAL-SW
                   END-IF
           END-READ
           CLOSE ACCEPT-RUN-FILE.
       1400-GET-RUN-MODE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-PARTITIONS - LOAD AND CHECK THE PARTPARM        *
      *                        RANGES: STREAMS NUMBERED 01, 02,   *
      *                        ... IN ORDER, BOUNDS ASCENDING,    *
      *                        ONLY THE LAST STREAM MAY LEAVE ITS *
      *                        BOUND BLANK. A BAD PARTPARM STOPS  *
      *                        THE STEP BEFORE ANYTHING IS SPLIT  *
      *----------------------------------------------------------*
       1500-LOAD-PARTITIONS.
           OPEN INPUT PARTITION-PARM-FILE
           IF DL100-PARTPARM-NOT-FOUND
               GO TO 1500-LOAD-PARTITIONS-EXIT
           END-IF
           PERFORM UNTIL DL100-PARM-EOF-YES
               READ PARTITION-PARM-FILE
                   AT END
                       MOVE 'Y' TO DL100-PARM-EOF-SW
                   NOT AT END
                       PERFORM 1550-STORE-ONE-PARTITION
                           THRU 1550-STORE-ONE-PARTITION-EXIT
               END-READ
           END-PERFORM
           CLOSE PARTITION-PARM-FILE.
       1500-LOAD-PARTITIONS-EXIT.
           EXIT.
      *
       1550-STORE-ONE-PARTITION.
           IF DL100-PRT-COUNT >= 20
               DISPLAY "MORE THAN 20 PARTPARM STREAMS - PARTITION "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-PRT-COUNT
           IF PTP-STREAM-NUMBER NOT NUMERIC
               OR PTP-STREAM-NUMBER NOT = DL100-PRT-COUNT
               DISPLAY "PARTPARM STREAM " PTP-STREAM-NUMBER
                   " OUT OF SEQUENCE - JOB ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-PRT-COUNT > 1
               IF DL100-PRT-HIGH-ID (DL100-PRT-COUNT - 1) = SPACE
                   DISPLAY "PARTPARM STREAM " PTP-STREAM-NUMBER
                       " FOLLOWS A STREAM WITH NO BOUND - JOB "
                       "ABORTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF PTP-HIGH-ENTITY-ID NOT = SPACE
                   AND PTP-HIGH-ENTITY-ID NOT >
                       DL100-PRT-HIGH-ID (DL100-PRT-COUNT - 1)
                   DISPLAY "PARTPARM STREAM " PTP-STREAM-NUMBER
                       " BOUND NOT ABOVE THE ONE BEFORE - JOB "
                       "ABORTED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE PTP-HIGH-ENTITY-ID TO
               DL100-PRT-HIGH-ID (DL100-PRT-COUNT)
           MOVE ZERO TO DL100-PRT-RECORD-COUNT (DL100-PRT-COUNT).
       1550-STORE-ONE-PARTITION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1700-CLEAR-STREAM - EMPTY EVERY FILE OF STREAM DL100-PRT- *
      *                     IDX. A STREAM WITH NOTHING SPLIT TO   *
      *                     IT STILL HAS AN (EMPTY) INPUT TO SORT *
      *                     AND AN EMPTY CHECKPOINT TO RESUME     *
      *                     FROM                                  *
      *----------------------------------------------------------*
       1700-CLEAR-STREAM.
           MOVE DL100-PRT-IDX TO DL100-SFN-STREAM
           PERFORM 1750-CLEAR-ONE-FILE THRU 1750-CLEAR-ONE-FILE-EXIT
               VARYING DL100-SUFFIX-IDX FROM 1 BY 1
               UNTIL DL100-SUFFIX-IDX > 9.
       1700-CLEAR-STREAM-EXIT.
           EXIT.
      *
       1750-CLEAR-ONE-FILE.
           MOVE DL100-SUFFIX (DL100-SUFFIX-IDX) TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-STREAM-CLEAR-NAME
           OPEN OUTPUT STREAM-CLEAR-FILE
           CLOSE STREAM-CLEAR-FILE.
       1750-CLEAR-ONE-FILE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1800-LOAD-CLOSED-PERIODS - LOAD THE MONTHS DL100MEC HAS   *
      *                            CLOSED, AS CPYRPL4C DOES. NO   *
      *                            PERIODST ON DISK MEANS NONE    *
      *----------------------------------------------------------*
       1800-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF DL100-PERIODST-NOT-FOUND
               GO TO 1800-LOAD-CLOSED-PERIODS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF PDS-STATUS-CLOSED AND PDS-PERIOD NUMERIC
                           IF DL100-PDS-COUNT >= 600
                               DISPLAY "MORE THAN 600 CLOSED "
                                   "PERIODS ON PERIODST - TABLE "
                                   "FULL, JOB ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-PDS-COUNT
                           MOVE PDS-PERIOD TO
                               DL100-PDS-PERIOD (DL100-PDS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO DL100-EOF-SW
           CLOSE PERIOD-STATUS-FILE.
       1800-LOAD-CLOSED-PERIODS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1850-GET-SERIAL-SEQ - DL100EDT'S SERIAL SEQUENCE FOR THIS *
      *                       BUSINESS DATE, OFF SERLCTRL, SO A   *
      *                       SERIAL ASSIGNED HERE CANNOT REPEAT  *
      *                       ONE DL100EDT HAS ALREADY GIVEN OUT  *
      *----------------------------------------------------------*
       1850-GET-SERIAL-SEQ.
           OPEN INPUT SERIAL-CONTROL-FILE
           IF DL100-SERLCTRL-NOT-FOUND
               GO TO 1850-GET-SERIAL-SEQ-EXIT
           END-IF
           READ SERIAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SER-LAST-DATE = DL100-TODAY
                       AND SER-LAST-SEQ NUMERIC
                       MOVE SER-LAST-SEQ TO DL100-SERIAL-SEQ
                   END-IF
           END-READ
           CLOSE SERIAL-CONTROL-FILE.
       1850-GET-SERIAL-SEQ-EXIT.
           EXIT.
      *
       1870-SAVE-SERIAL-SEQ.
           OPEN OUTPUT SERIAL-CONTROL-FILE
           MOVE SPACE TO SERIAL-CONTROL-RECORD
           MOVE DL100-TODAY TO SER-LAST-DATE
           MOVE DL100-SERIAL-SEQ TO SER-LAST-SEQ
           WRITE SERIAL-CONTROL-RECORD
           CLOSE SERIAL-CONTROL-FILE.
       1870-SAVE-SERIAL-SEQ-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-RELEASE-TRANS - SORT INPUT: EVERY ENTCLEAN RECORD,   *
      *                      THEN (NOT ON A TRIAL) EVERY HELDTRNS *
      *                      RECORD, TAGGED WITH ITS STREAM - THE *
      *                      SAME ORDER CPYRPL4C'S OWN RE-FEED    *
      *                      GAVE THEM. A HELD ITEM NOW IN A      *
      *                      CLOSED MONTH GOES TO PPAREVW INSTEAD *
      *----------------------------------------------------------*
       2000-RELEASE-TRANS.
           OPEN INPUT ENTITY-TRANS-FILE
           IF DL100-TRANS-NOT-FOUND
               DISPLAY "NO ENTCLEAN ON FILE - NO NEW TRANSACTIONS"
           ELSE
               PERFORM UNTIL DL100-EOF-YES
                   READ ENTITY-TRANS-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           MOVE ENTITY-TRANS-RECORD TO
                               DL100-ROUTE-TRANS
                           PERFORM 2100-ROUTE-TRANS
                               THRU 2100-ROUTE-TRANS-EXIT
                           ADD 1 TO DL100-FEED-COUNT
                   END-READ
               END-PERFORM
               CLOSE ENTITY-TRANS-FILE
           END-IF
           IF DL100-TRIAL-YES
               GO TO 2000-RELEASE-TRANS-EXIT
           END-IF
           OPEN INPUT HELD-TRANS-FILE
           IF NOT DL100-HELD-OK
               GO TO 2000-RELEASE-TRANS-EXIT
           END-IF
           IF DL100-PDS-COUNT > 0
               PERFORM 1850-GET-SERIAL-SEQ
                   THRU 1850-GET-SERIAL-SEQ-EXIT
               OPEN EXTEND PPA-REVIEW-FILE
               IF DL100-PPAREVW-NOT-FOUND
                   OPEN OUTPUT PPA-REVIEW-FILE
                   CLOSE PPA-REVIEW-FILE
                   OPEN EXTEND PPA-REVIEW-FILE
               END-IF
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ HELD-TRANS-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE HELD-TRANS-RECORD TO DL100-ROUTE-TRANS
                       PERFORM 2050-RELEASE-ONE-HELD
                           THRU 2050-RELEASE-ONE-HELD-EXIT
               END-READ
           END-PERFORM
           CLOSE HELD-TRANS-FILE
           IF DL100-PDS-COUNT > 0
               CLOSE PPA-REVIEW-FILE
               PERFORM 1870-SAVE-SERIAL-SEQ
                   THRU 1870-SAVE-SERIAL-SEQ-EXIT
           END-IF.
       2000-RELEASE-TRANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2050-RELEASE-ONE-HELD - ONE HELD TRANSACTION. ONE WHOSE   *
      *                         MONTH DL100MEC HAS CLOSED SINCE   *
      *                         IT WAS HELD HAS NOT BEEN THROUGH  *
      *                         DL100EDT'S CLOSED-PERIOD CHECK,   *
      *                         SO IT GOES TO PPAREVW FOR         *
      *                         AUTHORIZATION INSTEAD OF POSTING  *
      *----------------------------------------------------------*
       2050-RELEASE-ONE-HELD.
           IF DL100-PDS-COUNT > 0
               MOVE RTE-EFFECTIVE-DATE (1:6) TO DL100-EFF-PERIOD
               MOVE 'N' TO DL100-FOUND-SW
               PERFORM 2060-MATCH-CLOSED-PERIOD
                   THRU 2060-MATCH-CLOSED-PERIOD-EXIT
                   VARYING DL100-PDS-IDX FROM 1 BY 1
                   UNTIL DL100-FOUND-YES
                   OR DL100-PDS-IDX > DL100-PDS-COUNT
               IF DL100-FOUND-YES
                   PERFORM 2070-DIVERT-PRIOR-PERIOD
                       THRU 2070-DIVERT-PRIOR-PERIOD-EXIT
                   GO TO 2050-RELEASE-ONE-HELD-EXIT
               END-IF
           END-IF
           PERFORM 2100-ROUTE-TRANS THRU 2100-ROUTE-TRANS-EXIT
           ADD 1 TO DL100-HELD-REFED-COUNT.
       2050-RELEASE-ONE-HELD-EXIT.
           EXIT.
      *
       2060-MATCH-CLOSED-PERIOD.
           IF DL100-PDS-PERIOD (DL100-PDS-IDX) = DL100-EFF-PERIOD
               MOVE 'Y' TO DL100-FOUND-SW
           END-IF.
       2060-MATCH-CLOSED-PERIOD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2070-DIVERT-PRIOR-PERIOD - DL100EDT'S RULE FOR A BACK-    *
      *                            DATED RECORD: SERIAL ASSIGNED  *
      *                            IF IT HAS NONE, THEN ONTO      *
      *                            PPAREVW PENDING AUTHORIZATION  *
      *                            (STATUS P) AND COUNTED         *
      *----------------------------------------------------------*
       2070-DIVERT-PRIOR-PERIOD.
           ADD 1 TO DL100-PPA-HELD-COUNT
           IF RTE-TRANS-SERIAL NOT NUMERIC
               OR RTE-TRANS-SERIAL = ZERO
               ADD 1 TO DL100-SERIAL-SEQ
               COMPUTE RTE-TRANS-SERIAL =
                   DL100-TODAY * 100000 + DL100-SERIAL-SEQ
           END-IF
           IF RTE-TRANS-TYPE NOT = "RV"
               MOVE ZERO TO RTE-REVERSES-SERIAL
           END-IF
           MOVE SPACE TO PPA-REVIEW-RECORD
           MOVE DL100-TODAY TO PPA-FLAGGED-DATE
           MOVE DL100-EFF-PERIOD TO PPA-PERIOD
           MOVE "P" TO PPA-STATUS
           MOVE DL100-ROUTE-TRANS TO PPA-TRANS-IMAGE
           MOVE ZERO TO PPA-DISP-DATE
           MOVE ZERO TO PPA-DISP-TIME
           WRITE PPA-REVIEW-RECORD.
       2070-DIVERT-PRIOR-PERIOD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-ROUTE-TRANS - THE STREAM FOR THE TRANSACTION'S       *
      *                    ENTITY; A TRANSFER WHOSE COUNTERPARTY  *
      *                    BELONGS TO A DIFFERENT STREAM GOES TO  *
      *                    THE CROSS-RANGE STREAM INSTEAD         *
      *----------------------------------------------------------*
       2100-ROUTE-TRANS.
           MOVE RTE-ENTITY-ID TO DL100-FIND-ID
           PERFORM 2200-FIND-STREAM THRU 2200-FIND-STREAM-EXIT
           MOVE DL100-FOUND-STREAM TO DL100-ENTITY-STREAM
           IF RTE-COUNTER-ENTITY-ID NOT = SPACE
               MOVE RTE-COUNTER-ENTITY-ID TO DL100-FIND-ID
               PERFORM 2200-FIND-STREAM THRU 2200-FIND-STREAM-EXIT
               IF DL100-FOUND-STREAM NOT = DL100-ENTITY-STREAM
                   MOVE 99 TO DL100-ENTITY-STREAM
                   ADD 1 TO DL100-CROSS-COUNT
               END-IF
           END-IF
           MOVE DL100-ENTITY-STREAM TO SPW-STREAM-NUMBER
           MOVE DL100-ROUTE-TRANS TO SPW-TRANS-IMAGE
           RELEASE SPLIT-WORK-RECORD.
       2100-ROUTE-TRANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-FIND-STREAM - FIRST STREAM WHOSE BOUND IS AT OR      *
      *                    ABOVE DL100-FIND-ID; THE LAST STREAM   *
      *                    TAKES EVERYTHING ABOVE THE OTHERS      *
      *----------------------------------------------------------*
       2200-FIND-STREAM.
           MOVE DL100-PRT-COUNT TO DL100-FOUND-STREAM
           MOVE 'N' TO DL100-FOUND-SW
           PERFORM 2250-MATCH-BOUND THRU 2250-MATCH-BOUND-EXIT
               VARYING DL100-PRT-IDX FROM 1 BY 1
               UNTIL DL100-FOUND-YES
               OR DL100-PRT-IDX >= DL100-PRT-COUNT.
       2200-FIND-STREAM-EXIT.
           EXIT.
      *
       2250-MATCH-BOUND.
           IF DL100-FIND-ID NOT > DL100-PRT-HIGH-ID (DL100-PRT-IDX)
               MOVE DL100-PRT-IDX TO DL100-FOUND-STREAM
               MOVE 'Y' TO DL100-FOUND-SW
           END-IF.
       2250-MATCH-BOUND-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-WRITE-STREAMS - SORT OUTPUT: THE RECORDS COME BACK   *
      *                      GROUPED BY STREAM, IN ARRIVAL ORDER  *
      *                      WITHIN EACH; A STREAM BREAK CLOSES   *
      *                      ONE STREAM'S INPUT AND OPENS THE     *
      *                      NEXT                                 *
      *----------------------------------------------------------*
       3000-WRITE-STREAMS.
           PERFORM UNTIL DL100-SORT-EOF-YES
               RETURN SPLIT-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-SORT-EOF-SW
                   NOT AT END
                       PERFORM 3100-WRITE-ONE-TRANS
                           THRU 3100-WRITE-ONE-TRANS-EXIT
               END-RETURN
           END-PERFORM
           IF DL100-OPEN-STREAM > 0
               CLOSE STREAM-TRANS-FILE
           END-IF.
       3000-WRITE-STREAMS-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-TRANS.
           IF SPW-STREAM-NUMBER NOT = DL100-OPEN-STREAM
               IF DL100-OPEN-STREAM > 0
                   CLOSE STREAM-TRANS-FILE
               END-IF
               MOVE SPW-STREAM-NUMBER TO DL100-OPEN-STREAM
               MOVE SPW-STREAM-NUMBER TO DL100-SFN-STREAM
               MOVE "CLEAN" TO DL100-SFN-SUFFIX
               MOVE DL100-STREAM-FILE-NAME TO DL100-STREAM-TRANS-NAME
               OPEN OUTPUT STREAM-TRANS-FILE
           END-IF
           MOVE SPW-TRANS-IMAGE TO STREAM-TRANS-RECORD
           WRITE STREAM-TRANS-RECORD
           IF SPW-STREAM-NUMBER NOT = 99
               ADD 1 TO DL100-PRT-RECORD-COUNT (SPW-STREAM-NUMBER)
           END-IF.
       3100-WRITE-ONE-TRANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-WRITE-CONTROL - PARTCTL FOR THIS CYCLE: SPLIT DONE,  *
      *                      MERGE NOT YET STARTED                *
      *----------------------------------------------------------*
       4000-WRITE-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           MOVE SPACE TO PARTITION-CONTROL-RECORD
           MOVE DL100-TODAY TO PCT-BUS-DATE
           MOVE DL100-RUN-NUMBER TO PCT-RUN-NUMBER
           MOVE DL100-PRT-COUNT TO PCT-STREAM-COUNT
           MOVE "D" TO PCT-SPLIT-STATE
           MOVE SPACE TO PCT-MERGE-STATE
           MOVE ZERO TO PCT-JOURNAL-COUNT
           MOVE ZERO TO PCT-CURRREJ-COUNT
           MOVE ZERO TO PCT-SUSPENSE-COUNT
           MOVE DL100-CROSS-COUNT TO PCT-CROSS-COUNT
           WRITE PARTITION-CONTROL-RECORD
           CLOSE PARTITION-CONTROL-FILE.
       4000-WRITE-CONTROL-EXIT.
           EXIT.
      *
       8000-PRINT-TOTALS.
           DISPLAY "CLEAN FEED RECORDS READ = " DL100-FEED-COUNT
           DISPLAY "HELD TRANSACTIONS RE-FED = "
               DL100-HELD-REFED-COUNT
           IF DL100-PPA-HELD-COUNT > 0
               DISPLAY "HELD ITEMS NOW IN A CLOSED PERIOD = "
                   DL100-PPA-HELD-COUNT " - SEE PPAREVW"
           END-IF
           PERFORM 8100-PRINT-ONE-STREAM
               THRU 8100-PRINT-ONE-STREAM-EXIT
               VARYING DL100-PRT-IDX FROM 1 BY 1
               UNTIL DL100-PRT-IDX > DL100-PRT-COUNT
           DISPLAY "CROSS-RANGE TRANSFERS (STREAM 99) = "
               DL100-CROSS-COUNT.
       8000-PRINT-TOTALS-EXIT.
           EXIT.
      *
       8100-PRINT-ONE-STREAM.
           MOVE DL100-PRT-IDX TO PSP-CNT-STREAM
           IF DL100-PRT-IDX = DL100-PRT-COUNT
               MOVE "(REST)" TO PSP-CNT-HIGH-ID
           ELSE
               MOVE DL100-PRT-HIGH-ID (DL100-PRT-IDX) TO
                   PSP-CNT-HIGH-ID
           END-IF
           MOVE DL100-PRT-RECORD-COUNT (DL100-PRT-IDX) TO
               PSP-CNT-RECORDS
           DISPLAY PSP-COUNT-LINE.
       8100-PRINT-ONE-STREAM-EXIT.
           EXIT.
