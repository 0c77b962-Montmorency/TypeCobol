       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100TAX.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100TAX - YEAR-END INTEREST AND FEE TAX SUMMARY           *
      *   Finance used to build each entity's interest paid and    *
      *   fees charged for the year by hand off twelve months of   *
      *   statements. This step sorts the DL100ACR accrual         *
      *   postings off ENTHISTA (the housekept history archive)    *
      *   and ENTHIST - type FE fee and IN interest rows, by their *
      *   own posted amount - for the tax year by entity and       *
      *   currency and totals them. A posting counts in the year   *
      *   it was booked (its ENTHIST run date), so the accrual     *
      *   DL100ACR raises at the December close, which posts in    *
      *   the first cycle of January, is on next year's return.    *
      *   Interest is the signed total posted (interest charged    *
      *   on an overdrawn balance reduces it); fees are shown as   *
      *   the positive amount charged. An RV reversal booked in    *
      *   the year that backs out one of those postings (its       *
      *   reversed serial found among the FE and IN serials on     *
      *   ENTHISTA and ENTHIST, loaded first) nets against the     *
      *   year's total under the original's type and currency,     *
      *   whichever year the original was booked in; it is not    *
      *   counted as a posting. Name and contact reference         *
      *   come from ENTREF - an entity with no row reports without *
      *   them. TAXRPT is the printed annual summary; TAXRTN is    *
      *   the fixed-format tax information return (header, one    *
      *   detail per entity and currency, trailer with count and   *
      *   hash totals), rewritten each run. The tax year arrives   *
      *   as a YYYY command-line parameter; with none given (as    *
      *   when DL100MEC runs it at the December close), the        *
      *   BUSDATE year is used.                                     *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *   2026-10-14  Net RV reversals of FE/IN postings under the
      *               original posting's type and currency.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO "ENTHISTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ARCHIVE-STATUS.
           SELECT ENTITY-HISTORY-FILE ASSIGN TO "ENTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HISTORY-STATUS.
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTREF-STATUS.
           SELECT TAX-SORT-FILE ASSIGN TO "SORTWK".
           SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RETURN-FILE ASSIGN TO "TAXRTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-ARCHIVE-FILE.
       01  HISTORY-ARCHIVE-RECORD.
           COPY ENTEXTR REPLACING LEADING ==EXT== BY ==EHA==.
       FD  ENTITY-HISTORY-FILE.
       01  ENTITY-HISTORY-RECORD.
           COPY ENTEXTR REPLACING LEADING ==EXT== BY ==EHS==.
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       SD  TAX-SORT-FILE.
       01  TAX-SORT-RECORD.
           05  TXS-ENTITY-ID                PIC X(10).
           05  TXS-CURRENCY-CODE            PIC X(03).
           05  TXS-RUN-DATE                 PIC 9(08).
           05  TXS-TRANS-TYPE               PIC X(02).
               88  TXS-ACCRUED-FEE              VALUE "FE".
               88  TXS-ACCRUED-INTEREST         VALUE "IN".
           05  TXS-AMOUNT                   PIC S9(11)V99.
           05  TXS-REVERSAL-SW              PIC X(01).
               88  TXS-REVERSAL                 VALUE 'Y'.
       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-LINE                  PIC X(132).
      *
      *  TAXRTN - ONE HEADER, ONE DETAIL PER ENTITY AND CURRENCY,
      *  ONE TRAILER
      *
       FD  TAX-RETURN-FILE.
       01  TAX-RETURN-HEADER.
           05  TXH-RECORD-TYPE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  TXH-FILER-ID                 PIC X(08).
           05  FILLER                       PIC X(01).
           05  TXH-TAX-YEAR                 PIC 9(04).
           05  FILLER                       PIC X(01).
           05  TXH-CREATED-DATE             PIC 9(08).
           05  FILLER                       PIC X(01).
           05  TXH-CREATED-TIME             PIC 9(08).
       01  TAX-RETURN-DETAIL.
           05  TXD-RECORD-TYPE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  TXD-TAX-YEAR                 PIC 9(04).
           05  FILLER                       PIC X(01).
           05  TXD-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  TXD-ENTITY-NAME              PIC X(30).
           05  FILLER                       PIC X(01).
           05  TXD-CONTACT-REF              PIC X(10).
           05  FILLER                       PIC X(01).
           05  TXD-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  TXD-INTEREST-COUNT           PIC 9(03).
           05  FILLER                       PIC X(01).
           05  TXD-INTEREST-TOTAL           PIC S9(13)V99.
           05  FILLER                       PIC X(01).
           05  TXD-FEE-COUNT                PIC 9(03).
           05  FILLER                       PIC X(01).
           05  TXD-FEE-TOTAL                PIC S9(13)V99.
       01  TAX-RETURN-TRAILER.
           05  TXT-RECORD-TYPE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  TXT-RECORD-COUNT             PIC 9(07).
           05  FILLER                       PIC X(01).
           05  TXT-INTEREST-HASH            PIC S9(15)V99.
           05  FILLER                       PIC X(01).
           05  TXT-FEE-HASH                 PIC S9(15)V99.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-ARCHIVE-STATUS             PIC X(02) VALUE "00".
           88  DL100-ARCHIVE-NOT-FOUND          VALUE "35".
       77  DL100-HISTORY-STATUS             PIC X(02) VALUE "00".
           88  DL100-HISTORY-NOT-FOUND          VALUE "35".
       77  DL100-ENTREF-STATUS              PIC X(02) VALUE "00".
           88  DL100-ENTREF-NOT-FOUND           VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-SORT-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-SORT-EOF-YES               VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-NOW-TIME                   PIC 9(08) VALUE ZERO.
       77  DL100-YEAR-PARM                  PIC X(10) VALUE SPACE.
       77  DL100-TAX-YEAR                   PIC 9(04) VALUE ZERO.
       77  DL100-ROW-YEAR                   PIC 9(04) VALUE ZERO.
       77  DL100-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-REF-IDX                    PIC 9(04) COMP.
       77  DL100-REF-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REF-FOUND-YES              VALUE 'Y'.
       77  DL100-CURRENT-ID                 PIC X(10) VALUE SPACE.
       77  DL100-CURRENT-CURRENCY           PIC X(03) VALUE SPACE.
       77  DL100-INTEREST-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  DL100-INTEREST-TOTAL             PIC S9(13)V99 VALUE ZERO.
       77  DL100-FEE-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-FEE-TOTAL                  PIC S9(13)V99 VALUE ZERO.
       77  DL100-INTEREST-HASH              PIC S9(15)V99 VALUE ZERO.
       77  DL100-FEE-HASH                   PIC S9(15)V99 VALUE ZERO.
       77  DL100-LAST-ENTITY                PIC X(10) VALUE SPACE.
       77  DL100-ARCHIVE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  DL100-HISTORY-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  DL100-RELEASED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-REVERSAL-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-ACR-COUNT                  PIC 9(05) COMP VALUE ZERO.
       77  DL100-ACR-IDX                    PIC 9(05) COMP.
       77  DL100-ACR-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-ACR-FOUND-YES              VALUE 'Y'.
       77  DL100-DETAIL-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-ENTITY-COUNT               PIC 9(07) COMP VALUE ZERO.
      *
      *  NAME AND CONTACT REFERENCE OFF ENTREF
      *
       01  DL100-REF-TABLE.
           05  DL100-REF-ENTRY              OCCURS 2000 TIMES.
               10  DL100-REF-ID                 PIC X(10).
               10  DL100-REF-NAME               PIC X(30).
               10  DL100-REF-CONTACT            PIC X(10).
      *
      *  EVERY FE AND IN POSTING UP TO THE END OF THE TAX YEAR,
      *  BY SERIAL, SO AN RV THAT BACKS ONE OUT CAN BE NETTED
      *  UNDER ITS TYPE AND CURRENCY
      *
       01  DL100-ACR-TABLE.
           05  DL100-ACR-ENTRY              OCCURS 20000 TIMES.
               10  DL100-ACR-SERIAL             PIC 9(13).
               10  DL100-ACR-TYPE               PIC X(02).
               10  DL100-ACR-CURRENCY           PIC X(03).
       01  DL100-WORK-NAME                  PIC X(30) VALUE SPACE.
       01  DL100-WORK-CONTACT               PIC X(10) VALUE SPACE.
       01  TAX-HEADING-1.
           05  FILLER                       PIC X(44) VALUE
               "DL100TAX - ANNUAL INTEREST AND FEE SUMMARY  ".
           05  FILLER                       PIC X(13) VALUE
               "FOR TAX YEAR ".
           05  TAX-HDG-YEAR                 PIC 9(04).
       01  TAX-HEADING-2.
           05  FILLER                       PIC X(44) VALUE
               "ENTITY     NAME                           CO".
           05  FILLER                       PIC X(44) VALUE
               "NTACT    CUR INT    INTEREST POSTED FEE     ".
           05  FILLER                       PIC X(14) VALUE
               "  FEES CHARGED".
       01  TAX-DETAIL-LINE.
           05  TAX-DET-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-NAME                 PIC X(30).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-CONTACT              PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-INT-COUNT            PIC ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-INTEREST             PIC -(14)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-FEE-COUNT            PIC ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  TAX-DET-FEES                 PIC -(14)9.99.
       01  TAX-COUNT-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  TAX-CNT-LABEL                PIC X(34).
           05  TAX-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-SET-TAX-YEAR THRU 1200-SET-TAX-YEAR-EXIT
           PERFORM 1300-LOAD-REFERENCES
               THRU 1300-LOAD-REFERENCES-EXIT
           PERFORM 1400-LOAD-ACCRUAL-SERIALS
               THRU 1400-LOAD-ACCRUAL-SERIALS-EXIT
           ACCEPT DL100-NOW-TIME FROM TIME
           OPEN OUTPUT TAX-REPORT-FILE
           OPEN OUTPUT TAX-RETURN-FILE
           MOVE SPACE TO TAX-REPORT-LINE
           MOVE DL100-TAX-YEAR TO TAX-HDG-YEAR
           MOVE TAX-HEADING-1 TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE SPACE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE TAX-HEADING-2 TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE SPACE TO TAX-RETURN-HEADER
           MOVE "H" TO TXH-RECORD-TYPE
           MOVE "DL100" TO TXH-FILER-ID
           MOVE DL100-TAX-YEAR TO TXH-TAX-YEAR
           ACCEPT TXH-CREATED-DATE FROM DATE YYYYMMDD
           MOVE DL100-NOW-TIME TO TXH-CREATED-TIME
           WRITE TAX-RETURN-HEADER
           SORT TAX-SORT-FILE
               ON ASCENDING KEY TXS-ENTITY-ID
               ON ASCENDING KEY TXS-CURRENCY-CODE
               ON ASCENDING KEY TXS-RUN-DATE
               INPUT PROCEDURE IS 2000-RELEASE-ACCRUALS
                   THRU 2000-RELEASE-ACCRUALS-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-SUMMARY
                   THRU 3000-BUILD-SUMMARY-EXIT
           MOVE SPACE TO TAX-RETURN-TRAILER
           MOVE "T" TO TXT-RECORD-TYPE
           MOVE DL100-DETAIL-COUNT TO TXT-RECORD-COUNT
           MOVE DL100-INTEREST-HASH TO TXT-INTEREST-HASH
           MOVE DL100-FEE-HASH TO TXT-FEE-HASH
           WRITE TAX-RETURN-TRAILER
           CLOSE TAX-RETURN-FILE
           PERFORM 4000-PRINT-COUNTS THRU 4000-PRINT-COUNTS-EXIT
           CLOSE TAX-REPORT-FILE
           DISPLAY "TAX YEAR                = " DL100-TAX-YEAR
           DISPLAY "ARCHIVE ROWS READ       = " DL100-ARCHIVE-READ-COUNT
           DISPLAY "HISTORY ROWS READ       = " DL100-HISTORY-READ-COUNT
           DISPLAY "ACCRUAL POSTINGS        = " DL100-RELEASED-COUNT
           DISPLAY "REVERSALS NETTED        = " DL100-REVERSAL-COUNT
           DISPLAY "ENTITIES REPORTED       = " DL100-ENTITY-COUNT
           DISPLAY "RETURN DETAIL RECORDS   = " DL100-DETAIL-COUNT
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
      * 1200-SET-TAX-YEAR - TAX YEAR FROM THE YYYY COMMAND-LINE   *
      *                     PARAMETER, OR THE BUSINESS DATE'S     *
      *                     YEAR WHEN NONE (OR A NON-NUMERIC ONE) *
      *                     IS GIVEN                              *
      *----------------------------------------------------------*
       1200-SET-TAX-YEAR.
           ACCEPT DL100-YEAR-PARM FROM COMMAND-LINE
           IF DL100-YEAR-PARM (1:4) NUMERIC
               AND DL100-YEAR-PARM (5:6) = SPACE
               MOVE DL100-YEAR-PARM (1:4) TO DL100-TAX-YEAR
           ELSE
               MOVE DL100-TODAY (1:4) TO DL100-TAX-YEAR
           END-IF.
       1200-SET-TAX-YEAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-LOAD-REFERENCES - NAME AND CONTACT REFERENCE OFF     *
      *                        ENTREF. NO REFERENCE FILE, OR MORE *
      *                        ROWS THAN THE TABLE HOLDS, JUST    *
      *                        MEANS SOME ENTITIES REPORT         *
      *                        WITHOUT THEM                       *
      *----------------------------------------------------------*
       1300-LOAD-REFERENCES.
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-ENTREF-NOT-FOUND
               GO TO 1300-LOAD-REFERENCES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-REFERENCE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-REF-COUNT < 2000
                           ADD 1 TO DL100-REF-COUNT
                           MOVE ERF-ENTITY-ID TO
                               DL100-REF-ID (DL100-REF-COUNT)
                           MOVE ERF-NAME TO
                               DL100-REF-NAME (DL100-REF-COUNT)
                           MOVE ERF-CONTACT-REF TO
                               DL100-REF-CONTACT (DL100-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1300-LOAD-REFERENCES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-ACCRUAL-SERIALS - THE SERIAL, TYPE AND CURRENCY *
      *                             OF EVERY FE AND IN POSTING    *
      *                             BOOKED UP TO THE END OF THE   *
      *                             TAX YEAR, ARCHIVE THEN LIVE   *
      *                             HISTORY. MORE THAN THE TABLE  *
      *                             HOLDS ABORTS RATHER THAN      *
      *                             MISS A REVERSAL               *
      *----------------------------------------------------------*
       1400-LOAD-ACCRUAL-SERIALS.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF NOT DL100-ARCHIVE-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ HISTORY-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           MOVE HISTORY-ARCHIVE-RECORD TO
                               ENTITY-HISTORY-RECORD
                           PERFORM 1450-TAKE-ACCRUAL-SERIAL
                               THRU 1450-TAKE-ACCRUAL-SERIAL-EXIT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           OPEN INPUT ENTITY-HISTORY-FILE
           IF DL100-HISTORY-NOT-FOUND
               GO TO 1400-LOAD-ACCRUAL-SERIALS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1450-TAKE-ACCRUAL-SERIAL
                           THRU 1450-TAKE-ACCRUAL-SERIAL-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-HISTORY-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1400-LOAD-ACCRUAL-SERIALS-EXIT.
           EXIT.
      *
       1450-TAKE-ACCRUAL-SERIAL.
           IF EHS-TRANS-TYPE NOT = "FE"
               AND EHS-TRANS-TYPE NOT = "IN"
               GO TO 1450-TAKE-ACCRUAL-SERIAL-EXIT
           END-IF
           IF EHS-RUN-DATE NOT NUMERIC
               OR EHS-TRANS-SERIAL NOT NUMERIC
               OR EHS-TRANS-SERIAL = ZERO
               GO TO 1450-TAKE-ACCRUAL-SERIAL-EXIT
           END-IF
           MOVE EHS-RUN-DATE (1:4) TO DL100-ROW-YEAR
           IF DL100-ROW-YEAR > DL100-TAX-YEAR
               GO TO 1450-TAKE-ACCRUAL-SERIAL-EXIT
           END-IF
           IF DL100-ACR-COUNT >= 20000
               DISPLAY "MORE THAN 20000 FEE AND INTEREST POSTINGS - "
                   "ACCRUAL TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-ACR-COUNT
           MOVE EHS-TRANS-SERIAL TO DL100-ACR-SERIAL (DL100-ACR-COUNT)
           MOVE EHS-TRANS-TYPE TO DL100-ACR-TYPE (DL100-ACR-COUNT)
           MOVE EHS-TRN-CURRENCY-CODE TO
               DL100-ACR-CURRENCY (DL100-ACR-COUNT).
       1450-TAKE-ACCRUAL-SERIAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-RELEASE-ACCRUALS - SORT INPUT: THE ARCHIVE FIRST,    *
      *                         THEN THE LIVE HISTORY. HOUSE-     *
      *                         KEEPING ONLY MOVES ROWS FROM ONE  *
      *                         TO THE OTHER, SO NOTHING IS       *
      *                         COUNTED TWICE. NEITHER FILE ON    *
      *                         DISK IS AN EMPTY YEAR             *
      *----------------------------------------------------------*
       2000-RELEASE-ACCRUALS.
           OPEN INPUT HISTORY-ARCHIVE-FILE
           IF NOT DL100-ARCHIVE-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ HISTORY-ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           ADD 1 TO DL100-ARCHIVE-READ-COUNT
                           MOVE HISTORY-ARCHIVE-RECORD TO
                               ENTITY-HISTORY-RECORD
                           PERFORM 2100-TAKE-ONE-ROW
                               THRU 2100-TAKE-ONE-ROW-EXIT
                   END-READ
               END-PERFORM
               CLOSE HISTORY-ARCHIVE-FILE
           END-IF
           OPEN INPUT ENTITY-HISTORY-FILE
           IF DL100-HISTORY-NOT-FOUND
               DISPLAY "NO ENTHIST ON DISK"
               GO TO 2000-RELEASE-ACCRUALS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       ADD 1 TO DL100-HISTORY-READ-COUNT
                       PERFORM 2100-TAKE-ONE-ROW
                           THRU 2100-TAKE-ONE-ROW-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-HISTORY-FILE
           MOVE 'N' TO DL100-EOF-SW.
       2000-RELEASE-ACCRUALS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-TAKE-ONE-ROW - AN FE OR IN POSTING BOOKED IN THE TAX *
      *                     YEAR GOES TO THE SORT, AND SO DOES AN *
      *                     RV BOOKED IN THE YEAR THAT REVERSES   *
      *                     ONE, UNDER THE ORIGINAL'S TYPE AND    *
      *                     CURRENCY. ROWS ROLLED BEFORE ENTHIST  *
      *                     CARRIED THE POSTING READ AS SPACES    *
      *                     THERE AND ARE PASSED OVER             *
      *----------------------------------------------------------*
       2100-TAKE-ONE-ROW.
           IF EHS-TRANS-TYPE NOT = "FE"
               AND EHS-TRANS-TYPE NOT = "IN"
               AND EHS-TRANS-TYPE NOT = "RV"
               GO TO 2100-TAKE-ONE-ROW-EXIT
           END-IF
           IF EHS-RUN-DATE NOT NUMERIC
               OR EHS-TRN-AMOUNT NOT NUMERIC
               GO TO 2100-TAKE-ONE-ROW-EXIT
           END-IF
           MOVE EHS-RUN-DATE (1:4) TO DL100-ROW-YEAR
           IF DL100-ROW-YEAR NOT = DL100-TAX-YEAR
               GO TO 2100-TAKE-ONE-ROW-EXIT
           END-IF
           MOVE EHS-ENTITY-ID TO TXS-ENTITY-ID
           MOVE EHS-TRN-CURRENCY-CODE TO TXS-CURRENCY-CODE
           MOVE EHS-RUN-DATE TO TXS-RUN-DATE
           MOVE EHS-TRANS-TYPE TO TXS-TRANS-TYPE
           MOVE EHS-TRN-AMOUNT TO TXS-AMOUNT
           MOVE 'N' TO TXS-REVERSAL-SW
           IF EHS-TRANS-TYPE = "RV"
               PERFORM 2200-FIND-REVERSED-POSTING
                   THRU 2200-FIND-REVERSED-POSTING-EXIT
               IF NOT DL100-ACR-FOUND-YES
                   GO TO 2100-TAKE-ONE-ROW-EXIT
               END-IF
               MOVE DL100-ACR-TYPE (DL100-ACR-IDX) TO TXS-TRANS-TYPE
               MOVE DL100-ACR-CURRENCY (DL100-ACR-IDX) TO
                   TXS-CURRENCY-CODE
               MOVE 'Y' TO TXS-REVERSAL-SW
               ADD 1 TO DL100-REVERSAL-COUNT
           ELSE
               ADD 1 TO DL100-RELEASED-COUNT
           END-IF
           RELEASE TAX-SORT-RECORD.
       2100-TAKE-ONE-ROW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-FIND-REVERSED-POSTING - THE FE OR IN POSTING THE RV  *
      *                              BACKS OUT, BY ITS SERIAL;    *
      *                              LEFT AT ITS SLOT IN          *
      *                              DL100-ACR-IDX WHEN FOUND     *
      *----------------------------------------------------------*
       2200-FIND-REVERSED-POSTING.
           MOVE 'N' TO DL100-ACR-FOUND-SW
           IF EHS-REVERSES-SERIAL NOT NUMERIC
               OR EHS-REVERSES-SERIAL = ZERO
               GO TO 2200-FIND-REVERSED-POSTING-EXIT
           END-IF
           PERFORM 2250-MATCH-REVERSED-POSTING
               THRU 2250-MATCH-REVERSED-POSTING-EXIT
               VARYING DL100-ACR-IDX FROM 1 BY 1
               UNTIL DL100-ACR-FOUND-YES
               OR DL100-ACR-IDX > DL100-ACR-COUNT.
       2200-FIND-REVERSED-POSTING-EXIT.
           EXIT.
      *
       2250-MATCH-REVERSED-POSTING.
           IF DL100-ACR-SERIAL (DL100-ACR-IDX) = EHS-REVERSES-SERIAL
               MOVE 'Y' TO DL100-ACR-FOUND-SW
               SUBTRACT 1 FROM DL100-ACR-IDX
           END-IF.
       2250-MATCH-REVERSED-POSTING-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-BUILD-SUMMARY - SORT OUTPUT: A CONTROL BREAK ON      *
      *                      ENTITY AND CURRENCY TOTALS EACH      *
      *                      PAIR'S FEES AND INTEREST INTO ONE    *
      *                      LISTING LINE AND ONE RETURN DETAIL   *
      *----------------------------------------------------------*
       3000-BUILD-SUMMARY.
           MOVE SPACE TO DL100-CURRENT-ID
           MOVE SPACE TO DL100-CURRENT-CURRENCY
           PERFORM UNTIL DL100-SORT-EOF-YES
               RETURN TAX-SORT-FILE
                   AT END
                       MOVE 'Y' TO DL100-SORT-EOF-SW
                   NOT AT END
                       PERFORM 3100-ONE-ACCRUAL
                           THRU 3100-ONE-ACCRUAL-EXIT
               END-RETURN
           END-PERFORM
           PERFORM 3300-CLOSE-SUMMARY THRU 3300-CLOSE-SUMMARY-EXIT.
       3000-BUILD-SUMMARY-EXIT.
           EXIT.
      *
       3100-ONE-ACCRUAL.
           IF TXS-ENTITY-ID NOT = DL100-CURRENT-ID
               OR TXS-CURRENCY-CODE NOT = DL100-CURRENT-CURRENCY
               PERFORM 3300-CLOSE-SUMMARY
                   THRU 3300-CLOSE-SUMMARY-EXIT
               MOVE TXS-ENTITY-ID TO DL100-CURRENT-ID
               MOVE TXS-CURRENCY-CODE TO DL100-CURRENT-CURRENCY
               MOVE ZERO TO DL100-INTEREST-COUNT
               MOVE ZERO TO DL100-INTEREST-TOTAL
               MOVE ZERO TO DL100-FEE-COUNT
               MOVE ZERO TO DL100-FEE-TOTAL
           END-IF
           IF TXS-ACCRUED-FEE
               IF NOT TXS-REVERSAL
                   ADD 1 TO DL100-FEE-COUNT
               END-IF
               SUBTRACT TXS-AMOUNT FROM DL100-FEE-TOTAL
           ELSE
               IF NOT TXS-REVERSAL
                   ADD 1 TO DL100-INTEREST-COUNT
               END-IF
               ADD TXS-AMOUNT TO DL100-INTEREST-TOTAL
           END-IF.
       3100-ONE-ACCRUAL-EXIT.
           EXIT.
      *
       3220-FIND-REFERENCE.
           MOVE SPACE TO DL100-WORK-NAME
           MOVE SPACE TO DL100-WORK-CONTACT
           MOVE 'N' TO DL100-REF-FOUND-SW
           PERFORM 3240-MATCH-REFERENCE
               THRU 3240-MATCH-REFERENCE-EXIT
               VARYING DL100-REF-IDX FROM 1 BY 1
               UNTIL DL100-REF-FOUND-YES
               OR DL100-REF-IDX > DL100-REF-COUNT.
       3220-FIND-REFERENCE-EXIT.
           EXIT.
      *
       3240-MATCH-REFERENCE.
           IF DL100-REF-ID (DL100-REF-IDX) = DL100-CURRENT-ID
               MOVE DL100-REF-NAME (DL100-REF-IDX) TO DL100-WORK-NAME
               MOVE DL100-REF-CONTACT (DL100-REF-IDX) TO
                   DL100-WORK-CONTACT
               MOVE 'Y' TO DL100-REF-FOUND-SW
           END-IF.
       3240-MATCH-REFERENCE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-CLOSE-SUMMARY - FINISH THE PREVIOUS ENTITY AND       *
      *                      CURRENCY: ONE LISTING LINE, ONE      *
      *                      TAXRTN DETAIL AND THE TRAILER HASH   *
      *----------------------------------------------------------*
       3300-CLOSE-SUMMARY.
           IF DL100-CURRENT-ID = SPACE
               GO TO 3300-CLOSE-SUMMARY-EXIT
           END-IF
           PERFORM 3220-FIND-REFERENCE THRU 3220-FIND-REFERENCE-EXIT
           IF DL100-CURRENT-ID NOT = DL100-LAST-ENTITY
               ADD 1 TO DL100-ENTITY-COUNT
               MOVE DL100-CURRENT-ID TO DL100-LAST-ENTITY
           END-IF
           MOVE SPACE TO TAX-RETURN-DETAIL
           MOVE "D" TO TXD-RECORD-TYPE
           MOVE DL100-TAX-YEAR TO TXD-TAX-YEAR
           MOVE DL100-CURRENT-ID TO TXD-ENTITY-ID
           MOVE DL100-WORK-NAME TO TXD-ENTITY-NAME
           MOVE DL100-WORK-CONTACT TO TXD-CONTACT-REF
           MOVE DL100-CURRENT-CURRENCY TO TXD-CURRENCY-CODE
           MOVE DL100-INTEREST-COUNT TO TXD-INTEREST-COUNT
           MOVE DL100-INTEREST-TOTAL TO TXD-INTEREST-TOTAL
           MOVE DL100-FEE-COUNT TO TXD-FEE-COUNT
           MOVE DL100-FEE-TOTAL TO TXD-FEE-TOTAL
           WRITE TAX-RETURN-DETAIL
           ADD 1 TO DL100-DETAIL-COUNT
           ADD DL100-INTEREST-TOTAL TO DL100-INTEREST-HASH
           ADD DL100-FEE-TOTAL TO DL100-FEE-HASH
           MOVE DL100-CURRENT-ID TO TAX-DET-ENTITY-ID
           MOVE DL100-WORK-NAME TO TAX-DET-NAME
           MOVE DL100-WORK-CONTACT TO TAX-DET-CONTACT
           MOVE DL100-CURRENT-CURRENCY TO TAX-DET-CURRENCY
           MOVE DL100-INTEREST-COUNT TO TAX-DET-INT-COUNT
           MOVE DL100-INTEREST-TOTAL TO TAX-DET-INTEREST
           MOVE DL100-FEE-COUNT TO TAX-DET-FEE-COUNT
           MOVE DL100-FEE-TOTAL TO TAX-DET-FEES
           MOVE SPACE TO TAX-REPORT-LINE
           MOVE TAX-DETAIL-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.
       3300-CLOSE-SUMMARY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-PRINT-COUNTS - RUN COUNTS AT THE FOOT OF THE LISTING *
      *----------------------------------------------------------*
       4000-PRINT-COUNTS.
           MOVE SPACE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE "ACCRUAL POSTINGS IN THE YEAR" TO TAX-CNT-LABEL
           MOVE DL100-RELEASED-COUNT TO TAX-CNT-VALUE
           MOVE TAX-COUNT-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE "REVERSALS NETTED AGAINST THEM" TO TAX-CNT-LABEL
           MOVE DL100-REVERSAL-COUNT TO TAX-CNT-VALUE
           MOVE TAX-COUNT-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE "ENTITIES REPORTED" TO TAX-CNT-LABEL
           MOVE DL100-ENTITY-COUNT TO TAX-CNT-VALUE
           MOVE TAX-COUNT-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE
           MOVE "RETURN DETAIL RECORDS" TO TAX-CNT-LABEL
           MOVE DL100-DETAIL-COUNT TO TAX-CNT-VALUE
           MOVE TAX-COUNT-LINE TO TAX-REPORT-LINE
           WRITE TAX-REPORT-LINE.
       4000-PRINT-COUNTS-EXIT.
           EXIT.
       END PROGRAM DL100TAX.
