       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100PMG.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100PMG - PARTITIONED POSTING MERGE                       *
      *   Last part of the partitioned posting step. Once every    *
      *   CPYRPL4C stream has finished, combines the streams'      *
      *   output into the single files every later step reads,     *
      *   stream 01 first and the cross-range stream (99) last:    *
      *     ENTEXTR, HELDTRNS  - rewritten from the streams' rows  *
      *     ENTJRNL, CURRREJ,  - the streams' rows appended to     *
      *     SUSPTRNS             the cumulative files              *
      *     POSTTOTS           - one row per currency, summed      *
      *     CTLTOTS            - one row, entity counts summed     *
      *   HELDTRNS and POSTTOTS are left alone on a trial cycle,   *
      *   as CPYRPL4C leaves them. The merge is recorded on        *
      *   PARTCTL: started, with the record counts the cumulative  *
      *   files held beforehand, then done. A re-run after an      *
      *   abend part-way cuts those files back to the saved counts *
      *   before appending again; a re-run after it finished does  *
      *   nothing.                                                  *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-IN-FILE ASSIGN TO DL100-STREAM-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-STREAM-IN-STATUS.
           SELECT CHAIN-OUT-FILE ASSIGN TO DL100-CHAIN-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CHAIN-OUT-STATUS.
           SELECT TRIM-WORK-FILE ASSIGN TO "PARTWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STREAM-POSTED-FILE ASSIGN TO DL100-STREAM-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-STREAM-IN-STATUS.
           SELECT POSTED-VALUE-FILE ASSIGN TO "POSTTOTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STREAM-TOTALS-FILE ASSIGN TO DL100-STREAM-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-STREAM-IN-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARTCTL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT CYCLE-NUMBER-FILE ASSIGN TO "CYCLENO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLENO-STATUS.
           SELECT ACCEPT-RUN-FILE ASSIGN TO "ACCEPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ACCEPTRN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-IN-FILE.
       01  STREAM-IN-RECORD                 PIC X(400).
       FD  CHAIN-OUT-FILE.
       01  CHAIN-OUT-RECORD                 PIC X(400).
       FD  TRIM-WORK-FILE.
       01  TRIM-WORK-RECORD                 PIC X(400).
       FD  STREAM-POSTED-FILE.
       01  STREAM-POSTED-RECORD.
           COPY POSTTOTS REPLACING LEADING ==PTV== BY ==SPV==.
       FD  POSTED-VALUE-FILE.
       01  POSTED-VALUE-RECORD.
           COPY POSTTOTS.
       FD  STREAM-TOTALS-FILE.
       01  STREAM-TOTALS-RECORD.
           COPY CTLTOTS REPLACING LEADING ==CTOT== BY ==STOT==.
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD.
           COPY CTLTOTS.
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
       WORKING-STORAGE SECTION.
       77  DL100-STREAM-IN-STATUS           PIC X(02) VALUE "00".
           88  DL100-STREAM-IN-NOT-FOUND        VALUE "35".
       77  DL100-CHAIN-OUT-STATUS           PIC X(02) VALUE "00".
           88  DL100-CHAIN-OUT-NOT-FOUND        VALUE "35".
       77  DL100-PARTCTL-STATUS             PIC X(02) VALUE "00".
           88  DL100-PARTCTL-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-CYCLENO-STATUS             PIC X(02) VALUE "00".
           88  DL100-CYCLENO-NOT-FOUND          VALUE "35".
       77  DL100-ACCEPTRN-STATUS            PIC X(02) VALUE "00".
           88  DL100-ACCEPTRN-NOT-FOUND         VALUE "35".
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-RUN-NUMBER                 PIC 9(03) VALUE 1.
       77  DL100-TRIAL-SW                   PIC X(01) VALUE 'N'.
           88  DL100-TRIAL-YES                  VALUE 'Y'.
       77  DL100-CONTROL-OK-SW              PIC X(01) VALUE 'N'.
           88  DL100-CONTROL-OK-YES             VALUE 'Y'.
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-STREAM-COUNT               PIC 9(02) COMP VALUE ZERO.
       77  DL100-MRG-IDX                    PIC 9(02) COMP.
       77  DL100-FILE-IDX                   PIC 9(02) COMP.
       77  DL100-KEEP-COUNT                 PIC 9(09) COMP VALUE ZERO.
       77  DL100-RECORD-COUNT               PIC 9(09) COMP VALUE ZERO.
       77  DL100-ENTITY-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-TOTALS-SEEN                PIC 9(02) COMP VALUE ZERO.
       77  DL100-PVAL-COUNT                 PIC 9(02) COMP VALUE ZERO.
       77  DL100-PVAL-IDX                   PIC 9(02) COMP.
       77  DL100-PVAL-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-PVAL-FOUND-YES             VALUE 'Y'.
       77  DL100-STREAM-IN-NAME             PIC X(08) VALUE SPACE.
       77  DL100-CHAIN-OUT-NAME             PIC X(08) VALUE SPACE.
      *
      *  A STREAM FILE NAME: S, THE STREAM NUMBER AND THE FILE'S
      *  SUFFIX (S01EXTR, S99JRNL ...)
      *
       01  DL100-STREAM-FILE-NAME.
           05  FILLER                       PIC X(01) VALUE "S".
           05  DL100-SFN-STREAM             PIC 9(02).
           05  DL100-SFN-SUFFIX             PIC X(05).
      *
      *  THE FILES MERGED ROW FOR ROW: STREAM SUFFIX, CHAIN FILE,
      *  AND R (REWRITTEN) OR A (APPENDED TO THE CUMULATIVE FILE)
      *
       01  DL100-MERGE-FILE-VALUES.
           05  FILLER                       PIC X(14) VALUE
               "EXTR ENTEXTR R".
           05  FILLER                       PIC X(14) VALUE
               "HELD HELDTRNSR".
           05  FILLER                       PIC X(14) VALUE
               "JRNL ENTJRNL A".
           05  FILLER                       PIC X(14) VALUE
               "CREJ CURRREJ A".
           05  FILLER                       PIC X(14) VALUE
               "SUSP SUSPTRNSA".
       01  DL100-MERGE-FILE-TABLE REDEFINES DL100-MERGE-FILE-VALUES.
           05  DL100-MFL-ENTRY              OCCURS 5 TIMES.
               10  DL100-MFL-SUFFIX             PIC X(05).
               10  DL100-MFL-CHAIN-NAME         PIC X(08).
               10  DL100-MFL-TYPE               PIC X(01).
      *
      *  ROWS MERGED PER FILE, AND FOR THE APPENDED FILES THE
      *  COUNT THEY HELD BEFORE THE MERGE
      *
       01  DL100-MERGE-COUNT-TABLE.
           05  DL100-MCT-ENTRY              OCCURS 5 TIMES.
               10  DL100-MCT-MERGED             PIC 9(09) COMP.
               10  DL100-MCT-BEFORE             PIC 9(09) COMP.
      *
      *  POSTED VALUE PER CURRENCY, SUMMED OVER THE STREAMS
      *
       01  DL100-POSTED-VALUE-TABLE.
           05  DL100-PVAL-ENTRY             OCCURS 30 TIMES.
               10  DL100-PVAL-CURRENCY          PIC X(03).
               10  DL100-PVAL-AMOUNT            PIC S9(13)V99 COMP-3.
               10  DL100-PVAL-XFR-OUT           PIC S9(13)V99 COMP-3.
               10  DL100-PVAL-XFR-IN            PIC S9(13)V99 COMP-3.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1150-GET-CYCLE-NUMBER
               THRU 1150-GET-CYCLE-NUMBER-EXIT
           PERFORM 1400-GET-RUN-MODE THRU 1400-GET-RUN-MODE-EXIT
           PERFORM 1500-READ-CONTROL THRU 1500-READ-CONTROL-EXIT
           IF NOT DL100-CONTROL-OK-YES
               DISPLAY "NO COMPLETE SPLIT FOR THIS CYCLE ON PARTCTL "
                   "- JOB ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF PCT-MERGE-STATE = "D"
               DISPLAY "STREAMS ALREADY MERGED FOR THIS CYCLE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           INITIALIZE DL100-MERGE-COUNT-TABLE
           IF PCT-MERGE-STATE = "S"
               MOVE PCT-JOURNAL-COUNT TO DL100-MCT-BEFORE (3)
               MOVE PCT-CURRREJ-COUNT TO DL100-MCT-BEFORE (4)
               MOVE PCT-SUSPENSE-COUNT TO DL100-MCT-BEFORE (5)
               DISPLAY "RESUMING AN UNFINISHED MERGE - CUMULATIVE "
                   "FILES CUT BACK FIRST"
               PERFORM 2000-TRIM-ONE-FILE THRU 2000-TRIM-ONE-FILE-EXIT
                   VARYING DL100-FILE-IDX FROM 3 BY 1
                   UNTIL DL100-FILE-IDX > 5
           ELSE
               PERFORM 1600-COUNT-ONE-FILE
                   THRU 1600-COUNT-ONE-FILE-EXIT
                   VARYING DL100-FILE-IDX FROM 3 BY 1
                   UNTIL DL100-FILE-IDX > 5
               MOVE DL100-MCT-BEFORE (3) TO PCT-JOURNAL-COUNT
               MOVE DL100-MCT-BEFORE (4) TO PCT-CURRREJ-COUNT
               MOVE DL100-MCT-BEFORE (5) TO PCT-SUSPENSE-COUNT
               MOVE "S" TO PCT-MERGE-STATE
               PERFORM 1700-WRITE-CONTROL
                   THRU 1700-WRITE-CONTROL-EXIT
           END-IF
           PERFORM 3000-MERGE-ONE-FILE THRU 3000-MERGE-ONE-FILE-EXIT
               VARYING DL100-FILE-IDX FROM 1 BY 1
               UNTIL DL100-FILE-IDX > 5
           IF NOT DL100-TRIAL-YES
               PERFORM 4000-MERGE-POSTED-VALUE
                   THRU 4000-MERGE-POSTED-VALUE-EXIT
           END-IF
           PERFORM 5000-MERGE-CONTROL-TOTALS
               THRU 5000-MERGE-CONTROL-TOTALS-EXIT
           MOVE "D" TO PCT-MERGE-STATE
           PERFORM 1700-WRITE-CONTROL THRU 1700-WRITE-CONTROL-EXIT
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
      *                         STAMPED ONTO CTLTOTS AND POSTTOTS *
      *                         AS CPYRPL4C STAMPS THEM. NO       *
      *                         CYCLENO MEANS RUN 1.              *
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
      *                     CYCLE, ON WHICH HELDTRNS AND POSTTOTS *
      *                     ARE NOT TOUCHED                       *
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
      * 1500-READ-CONTROL - PARTCTL MUST SHOW THIS CYCLE'S SPLIT  *
      *                     COMPLETE; IT GIVES THE STREAM COUNT   *
      *                     AND HOW FAR ANY EARLIER MERGE GOT     *
      *----------------------------------------------------------*
       1500-READ-CONTROL.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF DL100-PARTCTL-NOT-FOUND
               GO TO 1500-READ-CONTROL-EXIT
           END-IF
           READ PARTITION-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PCT-BUS-DATE = DL100-TODAY
                       AND PCT-RUN-NUMBER = DL100-RUN-NUMBER
                       AND PCT-SPLIT-STATE = "D"
                       AND PCT-STREAM-COUNT NUMERIC
                       MOVE 'Y' TO DL100-CONTROL-OK-SW
                       MOVE PCT-STREAM-COUNT TO DL100-STREAM-COUNT
                   END-IF
           END-READ
           CLOSE PARTITION-CONTROL-FILE.
       1500-READ-CONTROL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1600-COUNT-ONE-FILE - RECORDS AN APPENDED FILE HOLDS      *
      *                       BEFORE THE MERGE TOUCHES IT         *
      *----------------------------------------------------------*
       1600-COUNT-ONE-FILE.
           MOVE ZERO TO DL100-MCT-BEFORE (DL100-FILE-IDX)
           MOVE DL100-MFL-CHAIN-NAME (DL100-FILE-IDX) TO
               DL100-CHAIN-OUT-NAME
           OPEN INPUT CHAIN-OUT-FILE
           IF DL100-CHAIN-OUT-NOT-FOUND
               GO TO 1600-COUNT-ONE-FILE-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ CHAIN-OUT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       ADD 1 TO DL100-MCT-BEFORE (DL100-FILE-IDX)
               END-READ
           END-PERFORM
           CLOSE CHAIN-OUT-FILE.
       1600-COUNT-ONE-FILE-EXIT.
           EXIT.
      *
       1700-WRITE-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           WRITE PARTITION-CONTROL-RECORD
           CLOSE PARTITION-CONTROL-FILE.
       1700-WRITE-CONTROL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1800-SET-STREAM - STREAM NUMBER FOR MERGE POSITION DL100- *
      *                   MRG-IDX: THE RANGE STREAMS IN ORDER,    *
      *                   THEN THE CROSS-RANGE STREAM             *
      *----------------------------------------------------------*
       1800-SET-STREAM.
           IF DL100-MRG-IDX > DL100-STREAM-COUNT
               MOVE 99 TO DL100-SFN-STREAM
           ELSE
               MOVE DL100-MRG-IDX TO DL100-SFN-STREAM
           END-IF
           MOVE DL100-STREAM-FILE-NAME TO DL100-STREAM-IN-NAME.
       1800-SET-STREAM-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-TRIM-ONE-FILE - CUT AN APPENDED FILE BACK TO THE     *
      *                      COUNT IT HELD BEFORE THE UNFINISHED  *
      *                      MERGE, THROUGH PARTWK                *
      *----------------------------------------------------------*
       2000-TRIM-ONE-FILE.
           MOVE DL100-MFL-CHAIN-NAME (DL100-FILE-IDX) TO
               DL100-CHAIN-OUT-NAME
           OPEN INPUT CHAIN-OUT-FILE
           IF DL100-CHAIN-OUT-NOT-FOUND
               GO TO 2000-TRIM-ONE-FILE-EXIT
           END-IF
           MOVE DL100-MCT-BEFORE (DL100-FILE-IDX) TO DL100-KEEP-COUNT
           MOVE ZERO TO DL100-RECORD-COUNT
           OPEN OUTPUT TRIM-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               OR DL100-RECORD-COUNT >= DL100-KEEP-COUNT
               READ CHAIN-OUT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE CHAIN-OUT-RECORD TO TRIM-WORK-RECORD
                       WRITE TRIM-WORK-RECORD
                       ADD 1 TO DL100-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE CHAIN-OUT-FILE
           CLOSE TRIM-WORK-FILE
           OPEN INPUT TRIM-WORK-FILE
           OPEN OUTPUT CHAIN-OUT-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ TRIM-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE TRIM-WORK-RECORD TO CHAIN-OUT-RECORD
                       WRITE CHAIN-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE TRIM-WORK-FILE
           CLOSE CHAIN-OUT-FILE
           DISPLAY DL100-CHAIN-OUT-NAME " CUT BACK TO "
               DL100-RECORD-COUNT " RECORDS".
       2000-TRIM-ONE-FILE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-MERGE-ONE-FILE - ONE CHAIN FILE FROM EVERY STREAM'S  *
      *                       COPY OF IT: REWRITTEN, OR APPENDED  *
      *                       TO (CREATED IF NOT ON DISK YET)     *
      *----------------------------------------------------------*
       3000-MERGE-ONE-FILE.
           IF DL100-TRIAL-YES
               AND DL100-MFL-SUFFIX (DL100-FILE-IDX) = "HELD"
               GO TO 3000-MERGE-ONE-FILE-EXIT
           END-IF
           MOVE DL100-MFL-CHAIN-NAME (DL100-FILE-IDX) TO
               DL100-CHAIN-OUT-NAME
           MOVE DL100-MFL-SUFFIX (DL100-FILE-IDX) TO DL100-SFN-SUFFIX
           IF DL100-MFL-TYPE (DL100-FILE-IDX) = "R"
               OPEN OUTPUT CHAIN-OUT-FILE
           ELSE
               OPEN EXTEND CHAIN-OUT-FILE
               IF DL100-CHAIN-OUT-NOT-FOUND
                   OPEN OUTPUT CHAIN-OUT-FILE
                   CLOSE CHAIN-OUT-FILE
                   OPEN EXTEND CHAIN-OUT-FILE
               END-IF
           END-IF
           PERFORM 3100-COPY-ONE-STREAM THRU 3100-COPY-ONE-STREAM-EXIT
               VARYING DL100-MRG-IDX FROM 1 BY 1
               UNTIL DL100-MRG-IDX > DL100-STREAM-COUNT + 1
           CLOSE CHAIN-OUT-FILE.
       3000-MERGE-ONE-FILE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3100-COPY-ONE-STREAM - ONE STREAM'S ROWS ONTO THE CHAIN   *
      *                        FILE. A STREAM FILE NOT ON DISK    *
      *                        HAS NOTHING TO GIVE                *
      *----------------------------------------------------------*
       3100-COPY-ONE-STREAM.
           PERFORM 1800-SET-STREAM THRU 1800-SET-STREAM-EXIT
           OPEN INPUT STREAM-IN-FILE
           IF DL100-STREAM-IN-NOT-FOUND
               GO TO 3100-COPY-ONE-STREAM-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STREAM-IN-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE STREAM-IN-RECORD TO CHAIN-OUT-RECORD
                       WRITE CHAIN-OUT-RECORD
                       ADD 1 TO DL100-MCT-MERGED (DL100-FILE-IDX)
               END-READ
           END-PERFORM
           CLOSE STREAM-IN-FILE.
       3100-COPY-ONE-STREAM-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-MERGE-POSTED-VALUE - EVERY STREAM'S POSTTOTS ROWS    *
      *                           ADDED UP BY CURRENCY INTO ONE   *
      *                           POSTTOTS FOR DL100PRF           *
      *----------------------------------------------------------*
       4000-MERGE-POSTED-VALUE.
           MOVE "POSTT" TO DL100-SFN-SUFFIX
           PERFORM 4100-READ-STREAM-POSTED
               THRU 4100-READ-STREAM-POSTED-EXIT
               VARYING DL100-MRG-IDX FROM 1 BY 1
               UNTIL DL100-MRG-IDX > DL100-STREAM-COUNT + 1
           OPEN OUTPUT POSTED-VALUE-FILE
           PERFORM 4500-WRITE-POSTED-VALUE
               THRU 4500-WRITE-POSTED-VALUE-EXIT
               VARYING DL100-PVAL-IDX FROM 1 BY 1
               UNTIL DL100-PVAL-IDX > DL100-PVAL-COUNT
           CLOSE POSTED-VALUE-FILE.
       4000-MERGE-POSTED-VALUE-EXIT.
           EXIT.
      *
       4100-READ-STREAM-POSTED.
           PERFORM 1800-SET-STREAM THRU 1800-SET-STREAM-EXIT
           OPEN INPUT STREAM-POSTED-FILE
           IF DL100-STREAM-IN-NOT-FOUND
               GO TO 4100-READ-STREAM-POSTED-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ STREAM-POSTED-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 4200-ADD-POSTED-VALUE
                           THRU 4200-ADD-POSTED-VALUE-EXIT
               END-READ
           END-PERFORM
           CLOSE STREAM-POSTED-FILE.
       4100-READ-STREAM-POSTED-EXIT.
           EXIT.
      *
       4200-ADD-POSTED-VALUE.
           MOVE 'N' TO DL100-PVAL-FOUND-SW
           PERFORM 4250-MATCH-CURRENCY THRU 4250-MATCH-CURRENCY-EXIT
               VARYING DL100-PVAL-IDX FROM 1 BY 1
               UNTIL DL100-PVAL-FOUND-YES
               OR DL100-PVAL-IDX > DL100-PVAL-COUNT
           IF DL100-PVAL-FOUND-YES
               SUBTRACT 1 FROM DL100-PVAL-IDX
           ELSE
               IF DL100-PVAL-COUNT >= 30
                   DISPLAY "MORE THAN 30 POSTED CURRENCIES - POSTED "
                       "VALUE TABLE FULL, JOB ABORTED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO DL100-PVAL-COUNT
               MOVE DL100-PVAL-COUNT TO DL100-PVAL-IDX
               MOVE SPV-CURRENCY-CODE TO
                   DL100-PVAL-CURRENCY (DL100-PVAL-IDX)
               MOVE ZERO TO DL100-PVAL-AMOUNT (DL100-PVAL-IDX)
               MOVE ZERO TO DL100-PVAL-XFR-OUT (DL100-PVAL-IDX)
               MOVE ZERO TO DL100-PVAL-XFR-IN (DL100-PVAL-IDX)
           END-IF
           IF SPV-POSTED-AMOUNT NUMERIC
               ADD SPV-POSTED-AMOUNT TO
                   DL100-PVAL-AMOUNT (DL100-PVAL-IDX)
           END-IF
           IF SPV-TRANSFER-OUT NUMERIC
               AND SPV-TRANSFER-IN NUMERIC
               ADD SPV-TRANSFER-OUT TO
                   DL100-PVAL-XFR-OUT (DL100-PVAL-IDX)
               ADD SPV-TRANSFER-IN TO
                   DL100-PVAL-XFR-IN (DL100-PVAL-IDX)
           END-IF.
       4200-ADD-POSTED-VALUE-EXIT.
           EXIT.
      *
       4250-MATCH-CURRENCY.
           IF DL100-PVAL-CURRENCY (DL100-PVAL-IDX) = SPV-CURRENCY-CODE
               MOVE 'Y' TO DL100-PVAL-FOUND-SW
           END-IF.
       4250-MATCH-CURRENCY-EXIT.
           EXIT.
      *
       4500-WRITE-POSTED-VALUE.
           MOVE SPACE TO POSTED-VALUE-RECORD
           MOVE DL100-TODAY TO PTV-RUN-DATE
           MOVE DL100-PVAL-CURRENCY (DL100-PVAL-IDX) TO
               PTV-CURRENCY-CODE
           MOVE DL100-PVAL-AMOUNT (DL100-PVAL-IDX) TO
               PTV-POSTED-AMOUNT
           MOVE DL100-RUN-NUMBER TO PTV-RUN-NUMBER
           MOVE DL100-PVAL-XFR-OUT (DL100-PVAL-IDX) TO PTV-TRANSFER-OUT
           MOVE DL100-PVAL-XFR-IN (DL100-PVAL-IDX) TO PTV-TRANSFER-IN
           WRITE POSTED-VALUE-RECORD.
       4500-WRITE-POSTED-VALUE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-MERGE-CONTROL-TOTALS - ONE CTLTOTS ROW CARRYING THE  *
      *                             STREAMS' ENTITY COUNTS ADDED  *
      *                             TOGETHER, FOR DL100RCN AND    *
      *                             THE DRIVER'S CONTROL REPORT   *
      *----------------------------------------------------------*
       5000-MERGE-CONTROL-TOTALS.
           MOVE "CTLT" TO DL100-SFN-SUFFIX
           PERFORM 5100-READ-STREAM-TOTALS
               THRU 5100-READ-STREAM-TOTALS-EXIT
               VARYING DL100-MRG-IDX FROM 1 BY 1
               UNTIL DL100-MRG-IDX > DL100-STREAM-COUNT + 1
           OPEN OUTPUT CONTROL-TOTALS-FILE
           MOVE SPACE TO CONTROL-TOTALS-RECORD
           MOVE DL100-TODAY TO CTOT-RUN-DATE
           ACCEPT CTOT-RUN-TIME FROM TIME
           MOVE DL100-ENTITY-COUNT TO CTOT-ENTITY-COUNT
           MOVE DL100-RUN-NUMBER TO CTOT-RUN-NUMBER
           WRITE CONTROL-TOTALS-RECORD
           CLOSE CONTROL-TOTALS-FILE.
       5000-MERGE-CONTROL-TOTALS-EXIT.
           EXIT.
      *
       5100-READ-STREAM-TOTALS.
           PERFORM 1800-SET-STREAM THRU 1800-SET-STREAM-EXIT
           OPEN INPUT STREAM-TOTALS-FILE
           IF DL100-STREAM-IN-NOT-FOUND
               GO TO 5100-READ-STREAM-TOTALS-EXIT
           END-IF
           READ STREAM-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STOT-ENTITY-COUNT NUMERIC
                       ADD STOT-ENTITY-COUNT TO DL100-ENTITY-COUNT
                       ADD 1 TO DL100-TOTALS-SEEN
                   END-IF
           END-READ
           CLOSE STREAM-TOTALS-FILE.
       5100-READ-STREAM-TOTALS-EXIT.
           EXIT.
      *
       8000-PRINT-TOTALS.
           DISPLAY "STREAMS MERGED = " DL100-STREAM-COUNT
               " PLUS CROSS-RANGE"
           DISPLAY "STREAM TOTALS FOUND = " DL100-TOTALS-SEEN
           DISPLAY "ENTITIES PROCESSED = " DL100-ENTITY-COUNT
           PERFORM 8100-PRINT-ONE-FILE THRU 8100-PRINT-ONE-FILE-EXIT
               VARYING DL100-FILE-IDX FROM 1 BY 1
               UNTIL DL100-FILE-IDX > 5
           IF NOT DL100-TRIAL-YES
               DISPLAY "POSTTOTS CURRENCIES = " DL100-PVAL-COUNT
           END-IF.
       8000-PRINT-TOTALS-EXIT.
           EXIT.
      *
       8100-PRINT-ONE-FILE.
           DISPLAY DL100-MFL-CHAIN-NAME (DL100-FILE-IDX)
               " ROWS MERGED = " DL100-MCT-MERGED (DL100-FILE-IDX).
       8100-PRINT-ONE-FILE-EXIT.
           EXIT.
