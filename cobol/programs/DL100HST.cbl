      *               DL100STM then double-printed. ENTHIST is now
      *               rewritten without this business date's rows
      *               before the extract is appended.
      *   2026-10-14  Carries DL100MRG's entity merges through. The
      *               MRG rows it stages on MRGEXTR are appended to
      *               ENTEXTR ahead of the roll, stamped with this
      *               cycle's date and run number, and MRGEXTR is
      *               emptied - so they reach the downstream
      *               extract readers and ENTHIST exactly once.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CYCLE-NUMBER-FILE ASSIGN TO "CYCLENO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLENO-STATUS.
           SELECT MERGE-EXTRACT-FILE ASSIGN TO "MRGEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-MRGEXTR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-EXTRACT-FILE.
       FD  CYCLE-NUMBER-FILE.
       01  CYCLE-NUMBER-RECORD.
           COPY CYCLENO.
       FD  MERGE-EXTRACT-FILE.
       01  MERGE-EXTRACT-RECORD.
           COPY ENTEXTR REPLACING LEADING ==EXT== BY ==MGX==.
       WORKING-STORAGE SECTION.
       77  DL100-EXTRACT-STATUS             PIC X(02) VALUE "00".
           88  DL100-EXTRACT-NOT-FOUND          VALUE "35".
       77  DL100-KEPT-COUNT                 PIC 9(07) COMP VALUE ZERO.
       77  DL100-DROPPED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-ROLLED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-MRGEXTR-STATUS             PIC X(02) VALUE "00".
           88  DL100-MRGEXTR-NOT-FOUND          VALUE "35".
       77  DL100-MERGED-COUNT               PIC 9(07) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-CYCLE-NUMBER
               THRU 1200-GET-CYCLE-NUMBER-EXIT
           PERFORM 1500-ADD-MERGE-ROWS THRU 1500-ADD-MERGE-ROWS-EXIT
           OPEN INPUT ENTITY-EXTRACT-FILE
           IF DL100-EXTRACT-NOT-FOUND
               DISPLAY "NO EXTRACT TO ROLL"
               DISPLAY "PRIOR ROWS FOR THIS DATE DROPPED = "
                   DL100-DROPPED-COUNT
           END-IF
           IF DL100-MERGED-COUNT > 0
               DISPLAY "MERGE ROWS ADDED       = " DL100-MERGED-COUNT
           END-IF
           DISPLAY "EXTRACT RECORDS ROLLED = " DL100-ROLLED-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-ADD-MERGE-ROWS - APPEND THE MRG ROWS DL100MRG HAS    *
      *                       STAGED ON MRGEXTR SINCE THE LAST    *
      *                       ROLL TO TONIGHT'S ENTEXTR, DATED    *
      *                       AND NUMBERED FOR THIS CYCLE, THEN   *
      *                       EMPTY MRGEXTR. NOTHING STAGED (OR   *
      *                       NO MRGEXTR AT ALL) IS A NO-OP       *
      *----------------------------------------------------------*
       1500-ADD-MERGE-ROWS.
           OPEN INPUT MERGE-EXTRACT-FILE
           IF DL100-MRGEXTR-NOT-FOUND
               GO TO 1500-ADD-MERGE-ROWS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ MERGE-EXTRACT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-MERGED-COUNT = 0
                           OPEN EXTEND ENTITY-EXTRACT-FILE
                           IF DL100-EXTRACT-NOT-FOUND
                               OPEN OUTPUT ENTITY-EXTRACT-FILE
                           END-IF
                       END-IF
                       MOVE MERGE-EXTRACT-RECORD TO
                           ENTITY-EXTRACT-RECORD
                       MOVE DL100-TODAY TO EXT-RUN-DATE
                       MOVE DL100-RUN-NUMBER TO EXT-RUN-NUMBER
                       WRITE ENTITY-EXTRACT-RECORD
                       ADD 1 TO DL100-MERGED-COUNT
               END-READ
           END-PERFORM
           CLOSE MERGE-EXTRACT-FILE
           IF DL100-MERGED-COUNT = 0
               GO TO 1500-ADD-MERGE-ROWS-EXIT
           END-IF
           CLOSE ENTITY-EXTRACT-FILE
           OPEN OUTPUT MERGE-EXTRACT-FILE
           CLOSE MERGE-EXTRACT-FILE.
       1500-ADD-MERGE-ROWS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-DROP-TODAYS-ROWS - REWRITE ENTHIST WITHOUT ANY ROWS  *
      *                         ALREADY CARRYING THIS BUSINESS    *
      *                         DATE AND RUN NUMBER, VIA THE      *
