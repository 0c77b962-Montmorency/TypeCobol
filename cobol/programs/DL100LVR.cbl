       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100LVR.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100LVR - LARGE-VALUE REGULATORY TRANSACTION REPORT       *
      *   Compliance must file every posted transaction at or      *
      *   above a reporting threshold in home-currency equivalent, *
      *   and every entity whose same-day postings reach the       *
      *   threshold together while each item stays below it (the   *
      *   structuring pattern). This step reads tonight's ENTJRNL  *
      *   posting entries (ADD/UPD with a serial and an amount,    *
      *   run date = the business date - a transfer is two         *
      *   entries, one per leg), values each in the entity's home  *
      *   currency at the EXCHRATE rate for the business date (per *
      *   pair the most recent rate on or before it, the DL100RVL  *
      *   rule) and tests it against the REGPARM threshold for     *
      *   that home currency (*** the any-currency row; 10000.00   *
      *   when neither is on file). An item at or over threshold   *
      *   is filed on its own; an entity with two or more items    *
      *   under threshold whose absolute equivalents add up to it  *
      *   is filed once as an aggregate. REGFILE is the fixed-     *
      *   format filing (header, one detail per filing, trailer    *
      *   with count and total); REGRVW is the printed review list *
      *   carrying serial, source system and the entity's ENTREF   *
      *   name, short name and class. Every filing is recorded on  *
      *   the cumulative REGFILED register (individual items by    *
      *   serial and entity, aggregates by entity and date), and   *
      *   anything already on it for the date is listed ALREADY    *
      *   FILED and not filed again - a rerun or a same-date       *
      *   SUPPLMNT cycle files only what is new. An item with no   *
      *   rate into its home currency cannot be assessed: it is    *
      *   listed NO RATE for compliance to value by hand.          *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-JOURNAL-FILE ASSIGN TO "ENTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RATE-STATUS.
           SELECT REG-PARAMETER-FILE ASSIGN TO "REGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REGPARM-STATUS.
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REF-STATUS.
           SELECT FILED-REGISTER-FILE ASSIGN TO "REGFILED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REGISTER-STATUS.
           SELECT REG-FILING-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REG-REVIEW-FILE ASSIGN TO "REGRVW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT CYCLE-NUMBER-FILE ASSIGN TO "CYCLENO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLENO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-JOURNAL-FILE.
       01  ENTITY-JOURNAL-RECORD.
           COPY ENTJRNL.
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-RATE-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  XRT-FROM-CURRENCY            PIC X(03).
           05  FILLER                       PIC X(01).
           05  XRT-TO-CURRENCY              PIC X(03).
           05  FILLER                       PIC X(01).
           05  XRT-RATE                     PIC 9(03)V9(06).
       FD  REG-PARAMETER-FILE.
       01  REG-PARAMETER-RECORD.
           05  RGP-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  RGP-THRESHOLD                PIC 9(11)V99.
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  FILED-REGISTER-FILE.
       01  FILED-REGISTER-RECORD.
           05  RGR-BUS-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RGR-FILING-TYPE              PIC X(01).
               88  RGR-FILING-INDIVIDUAL        VALUE "D".
               88  RGR-FILING-AGGREGATE         VALUE "A".
           05  FILLER                       PIC X(01).
           05  RGR-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  RGR-TRANS-SERIAL             PIC 9(13).
           05  FILLER                       PIC X(01).
           05  RGR-FILED-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RGR-FILED-TIME               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RGR-RUN-NUMBER               PIC 9(03).
           05  FILLER                       PIC X(01).
           05  RGR-HOME-CURRENCY            PIC X(03).
           05  FILLER                       PIC X(01).
           05  RGR-EQUIV-AMOUNT             PIC 9(13)V99.
      *
      *  REGFILE - ONE HEADER, ONE DETAIL PER FILING (D A SINGLE
      *  ITEM, A AN ENTITY'S SAME-DAY AGGREGATE), ONE TRAILER
      *
       FD  REG-FILING-FILE.
       01  REG-FILING-HEADER.
           05  RGH-RECORD-TYPE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  RGH-FILER-ID                 PIC X(08).
           05  FILLER                       PIC X(01).
           05  RGH-BUS-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RGH-RUN-NUMBER               PIC 9(03).
           05  FILLER                       PIC X(01).
           05  RGH-CREATED-DATE             PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RGH-CREATED-TIME             PIC 9(08).
       01  REG-FILING-DETAIL.
           05  RGD-RECORD-TYPE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  RGD-BUS-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RGD-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  RGD-ENTITY-NAME              PIC X(30).
           05  FILLER                       PIC X(01).
           05  RGD-CLASS-CODE               PIC X(02).
           05  FILLER                       PIC X(01).
           05  RGD-TRANS-SERIAL             PIC 9(13).
           05  FILLER                       PIC X(01).
           05  RGD-SOURCE-SYSTEM            PIC X(03).
           05  FILLER                       PIC X(01).
           05  RGD-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  RGD-AMOUNT                   PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  RGD-HOME-CURRENCY            PIC X(03).
           05  FILLER                       PIC X(01).
           05  RGD-EQUIV-AMOUNT             PIC 9(13)V99.
           05  FILLER                       PIC X(01).
           05  RGD-ITEM-COUNT               PIC 9(05).
           05  FILLER                       PIC X(01).
           05  RGD-COUNTER-ENTITY-ID        PIC X(10).
       01  REG-FILING-TRAILER.
           05  RGT-RECORD-TYPE              PIC X(01).
           05  FILLER                       PIC X(01).
           05  RGT-RECORD-COUNT             PIC 9(07).
           05  FILLER                       PIC X(01).
           05  RGT-EQUIV-TOTAL              PIC 9(15)V99.
       FD  REG-REVIEW-FILE.
       01  REG-REVIEW-LINE                  PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  CYCLE-NUMBER-FILE.
       01  CYCLE-NUMBER-RECORD.
           COPY CYCLENO.
       WORKING-STORAGE SECTION.
       77  DL100-JOURNAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-JOURNAL-NOT-FOUND          VALUE "35".
       77  DL100-RATE-STATUS                PIC X(02) VALUE "00".
           88  DL100-RATE-NOT-FOUND             VALUE "35".
       77  DL100-REGPARM-STATUS             PIC X(02) VALUE "00".
           88  DL100-REGPARM-NOT-FOUND          VALUE "35".
       77  DL100-REF-STATUS                 PIC X(02) VALUE "00".
           88  DL100-REF-NOT-FOUND              VALUE "35".
       77  DL100-REGISTER-STATUS            PIC X(02) VALUE "00".
           88  DL100-REGISTER-NOT-FOUND         VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-CYCLENO-STATUS             PIC X(02) VALUE "00".
           88  DL100-CYCLENO-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-NOW-TIME                   PIC 9(08) VALUE ZERO.
       77  DL100-RUN-NUMBER                 PIC 9(03) VALUE 1.
       77  DL100-DEFAULT-THRESHOLD          PIC 9(11)V99
                                             VALUE 10000.00.
       77  DL100-THR-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-THR-IDX                    PIC 9(02) COMP.
       77  DL100-THR-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-THR-FOUND-YES              VALUE 'Y'.
       77  DL100-WANTED-CURRENCY            PIC X(03) VALUE SPACE.
       77  DL100-WORK-THRESHOLD             PIC 9(11)V99 VALUE ZERO.
       77  DL100-RATE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-RATE-IDX                   PIC 9(03) COMP.
       77  DL100-RATE-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-RATE-FOUND-YES             VALUE 'Y'.
       77  DL100-WORK-RATE                  PIC 9(03)V9(06)
                                             VALUE ZERO.
       77  DL100-LOAD-IDX                   PIC 9(03) COMP.
       77  DL100-LOAD-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-LOAD-FOUND-YES             VALUE 'Y'.
       77  DL100-ABS-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
       77  DL100-WORK-EQUIV                 PIC 9(13)V99 VALUE ZERO.
       77  DL100-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-REF-IDX                    PIC 9(04) COMP.
       77  DL100-REF-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REF-FOUND-YES              VALUE 'Y'.
       77  DL100-WANTED-ID                  PIC X(10) VALUE SPACE.
       77  DL100-WORK-NAME                  PIC X(30) VALUE SPACE.
       77  DL100-WORK-SHORT-NAME            PIC X(10) VALUE SPACE.
       77  DL100-WORK-CLASS                 PIC X(02) VALUE SPACE.
       77  DL100-REG-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-REG-IDX                    PIC 9(04) COMP.
       77  DL100-REG-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REG-FOUND-YES              VALUE 'Y'.
       77  DL100-WANTED-TYPE                PIC X(01) VALUE SPACE.
       77  DL100-WANTED-SERIAL              PIC 9(13) VALUE ZERO.
       77  DL100-ITEM-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  DL100-ITEM-IDX                   PIC 9(04) COMP.
       77  DL100-ENT-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-ENT-IDX                    PIC 9(04) COMP.
       77  DL100-ENT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-ENT-FOUND-YES              VALUE 'Y'.
       77  DL100-FILING-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-FILING-TOTAL               PIC 9(15)V99 VALUE ZERO.
       77  DL100-LARGE-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  DL100-AGGREGATE-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  DL100-ALREADY-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-UNRATED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-SECTION-COUNT              PIC 9(07) COMP VALUE ZERO.
      *
      *  THE REGPARM THRESHOLDS PER HOME CURRENCY (*** = ANY)
      *
       01  DL100-THR-TABLE.
           05  DL100-THR-ENTRY              OCCURS 50 TIMES.
               10  DL100-THR-CURRENCY           PIC X(03).
               10  DL100-THR-AMOUNT             PIC 9(11)V99.
      *
      *  THIS RUN'S EXCHANGE RATES: PER PAIR, THE MOST RECENT
      *  RATE ON OR BEFORE THE BUSINESS DATE (THE DL100RVL RULE)
      *
       01  DL100-RATE-TABLE.
           05  DL100-RATE-ENTRY             OCCURS 200 TIMES.
               10  DL100-RATE-FROM              PIC X(03).
               10  DL100-RATE-TO                PIC X(03).
               10  DL100-RATE-VALUE             PIC 9(03)V9(06).
               10  DL100-RATE-ASOF              PIC 9(08).
      *
      *  ENTITY REFERENCE DATA OFF ENTREF
      *
       01  DL100-REF-TABLE.
           05  DL100-REF-ENTRY              OCCURS 2000 TIMES.
               10  DL100-REF-ID                 PIC X(10).
               10  DL100-REF-NAME               PIC X(30).
               10  DL100-REF-SHORT-NAME         PIC X(10).
               10  DL100-REF-CLASS              PIC X(02).
      *
      *  WHAT IS ALREADY ON THE REGISTER FOR THIS BUSINESS DATE
      *
       01  DL100-REG-TABLE.
           05  DL100-REG-ENTRY              OCCURS 5000 TIMES.
               10  DL100-REG-TYPE               PIC X(01).
               10  DL100-REG-ENTITY             PIC X(10).
               10  DL100-REG-SERIAL             PIC 9(13).
      *
      *  TONIGHT'S POSTINGS OFF THE JOURNAL, VALUED IN THE
      *  ENTITY'S HOME CURRENCY
      *
       01  DL100-ITEM-TABLE.
           05  DL100-ITEM-ENTRY             OCCURS 5000 TIMES.
               10  DL100-ITM-ENTITY             PIC X(10).
               10  DL100-ITM-SERIAL             PIC 9(13).
               10  DL100-ITM-SOURCE             PIC X(03).
               10  DL100-ITM-CURRENCY           PIC X(03).
               10  DL100-ITM-AMOUNT             PIC S9(11)V99.
               10  DL100-ITM-HOME-CURRENCY      PIC X(03).
               10  DL100-ITM-EQUIV              PIC 9(13)V99.
               10  DL100-ITM-THRESHOLD          PIC 9(11)V99.
               10  DL100-ITM-COUNTER            PIC X(10).
               10  DL100-ITM-CLASS-SW           PIC X(01).
                   88  DL100-ITM-LARGE              VALUE 'L'.
                   88  DL100-ITM-SMALL              VALUE 'S'.
                   88  DL100-ITM-UNRATED            VALUE 'U'.
               10  DL100-ITM-STATUS             PIC X(14).
      *
      *  PER ENTITY, ITS UNDER-THRESHOLD ITEMS ADDED UP
      *
       01  DL100-ENT-TABLE.
           05  DL100-ENT-ENTRY              OCCURS 2000 TIMES.
               10  DL100-ENT-ID                 PIC X(10).
               10  DL100-ENT-HOME-CURRENCY      PIC X(03).
               10  DL100-ENT-THRESHOLD          PIC 9(11)V99.
               10  DL100-ENT-SMALL-COUNT        PIC 9(05) COMP.
               10  DL100-ENT-SMALL-TOTAL        PIC 9(15)V99.
               10  DL100-ENT-STATUS             PIC X(14).
       01  LVR-HEADING-1.
           05  FILLER                       PIC X(44) VALUE
               "DL100LVR - LARGE-VALUE REVIEW LIST FOR      ".
           05  LVR-HDG-DATE                 PIC 9(08).
           05  FILLER                       PIC X(06) VALUE
               "  RUN ".
           05  LVR-HDG-RUN                  PIC 9(03).
       01  LVR-HEADING-2.
           05  FILLER                       PIC X(44) VALUE
               "SERIAL        SRC ENTITY     SHORT NAME NAME".
           05  FILLER                       PIC X(43) VALUE
               "                           CL CUR          ".
           05  FILLER                       PIC X(45) VALUE
               "AMOUNT HOM       EQUIVALENT STATUS           ".
       01  LVR-SECTION-LINE.
           05  FILLER                       PIC X(03) VALUE "-- ".
           05  LVR-SEC-TITLE                PIC X(60).
       01  LVR-DETAIL-LINE.
           05  LVR-DET-SERIAL               PIC 9(13).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-SOURCE               PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-SHORT-NAME           PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-NAME                 PIC X(30).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-CLASS                PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-AMOUNT               PIC -(11)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-HOME-CURRENCY        PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-EQUIV                PIC Z(12)9.99.
           05  LVR-DET-EQUIV-X REDEFINES LVR-DET-EQUIV
                                            PIC X(16).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-DET-STATUS               PIC X(14).
       01  LVR-AGGREGATE-LINE.
           05  FILLER                       PIC X(14) VALUE
               "AGGREGATE     ".
           05  LVR-AGG-ITEMS                PIC Z(03)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-AGG-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-AGG-SHORT-NAME           PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-AGG-NAME                 PIC X(30).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-AGG-CLASS                PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  FILLER                       PIC X(19) VALUE
               "ITEMS TOTALLING    ".
           05  LVR-AGG-HOME-CURRENCY        PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-AGG-TOTAL                PIC Z(12)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  LVR-AGG-STATUS               PIC X(14).
       01  LVR-COUNT-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  LVR-CNT-LABEL                PIC X(34).
           05  LVR-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1150-GET-CYCLE-NUMBER
               THRU 1150-GET-CYCLE-NUMBER-EXIT
           PERFORM 1200-LOAD-THRESHOLDS THRU 1200-LOAD-THRESHOLDS-EXIT
           PERFORM 1300-LOAD-RATES THRU 1300-LOAD-RATES-EXIT
           PERFORM 1400-LOAD-REFERENCES
               THRU 1400-LOAD-REFERENCES-EXIT
           PERFORM 1500-LOAD-REGISTER THRU 1500-LOAD-REGISTER-EXIT
           PERFORM 2000-SELECT-POSTINGS THRU 2000-SELECT-POSTINGS-EXIT
           ACCEPT DL100-NOW-TIME FROM TIME
           OPEN EXTEND FILED-REGISTER-FILE
           IF DL100-REGISTER-NOT-FOUND
               OPEN OUTPUT FILED-REGISTER-FILE
               CLOSE FILED-REGISTER-FILE
               OPEN EXTEND FILED-REGISTER-FILE
           END-IF
           OPEN OUTPUT REG-FILING-FILE
           MOVE SPACE TO REG-FILING-HEADER
           MOVE "H" TO RGH-RECORD-TYPE
           MOVE "DL100" TO RGH-FILER-ID
           MOVE DL100-TODAY TO RGH-BUS-DATE
           MOVE DL100-RUN-NUMBER TO RGH-RUN-NUMBER
           ACCEPT RGH-CREATED-DATE FROM DATE YYYYMMDD
           MOVE DL100-NOW-TIME TO RGH-CREATED-TIME
           WRITE REG-FILING-HEADER
           PERFORM 3000-FILE-LARGE-ITEM THRU 3000-FILE-LARGE-ITEM-EXIT
               VARYING DL100-ITEM-IDX FROM 1 BY 1
               UNTIL DL100-ITEM-IDX > DL100-ITEM-COUNT
           PERFORM 3500-FILE-AGGREGATE THRU 3500-FILE-AGGREGATE-EXIT
               VARYING DL100-ENT-IDX FROM 1 BY 1
               UNTIL DL100-ENT-IDX > DL100-ENT-COUNT
           MOVE SPACE TO REG-FILING-TRAILER
           MOVE "T" TO RGT-RECORD-TYPE
           MOVE DL100-FILING-COUNT TO RGT-RECORD-COUNT
           MOVE DL100-FILING-TOTAL TO RGT-EQUIV-TOTAL
           WRITE REG-FILING-TRAILER
           CLOSE REG-FILING-FILE
           CLOSE FILED-REGISTER-FILE
           PERFORM 4000-PRINT-REVIEW-LIST
               THRU 4000-PRINT-REVIEW-LIST-EXIT
           DISPLAY "POSTINGS ASSESSED       = " DL100-ITEM-COUNT
           DISPLAY "LARGE ITEMS             = " DL100-LARGE-COUNT
           DISPLAY "AGGREGATES              = " DL100-AGGREGATE-COUNT
           DISPLAY "FILED THIS RUN          = " DL100-FILING-COUNT
           DISPLAY "ALREADY FILED           = " DL100-ALREADY-COUNT
           DISPLAY "NO RATE - NOT ASSESSED  = " DL100-UNRATED-COUNT
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
      *                         ON FOR THIS CYCLE, OFF CYCLENO;   *
      *                         RUN 1 WHEN ABSENT (A STAND-ALONE  *
      *                         RUN OUTSIDE THE CHAIN)            *
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
      * 1200-LOAD-THRESHOLDS - THE REGPARM REPORTING THRESHOLDS,  *
      *                        ONE ROW PER HOME CURRENCY AND ***  *
      *                        FOR ANY OTHER. NO REGPARM ON DISK  *
      *                        LEAVES THE BUILT-IN 10000.00 FOR   *
      *                        EVERY CURRENCY                     *
      *----------------------------------------------------------*
       1200-LOAD-THRESHOLDS.
           OPEN INPUT REG-PARAMETER-FILE
           IF DL100-REGPARM-NOT-FOUND
               DISPLAY "NO REGPARM ON DISK - THRESHOLD "
                   DL100-DEFAULT-THRESHOLD " FOR EVERY CURRENCY"
               GO TO 1200-LOAD-THRESHOLDS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ REG-PARAMETER-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF RGP-THRESHOLD NUMERIC
                           AND RGP-THRESHOLD > ZERO
                           AND DL100-THR-COUNT < 50
                           ADD 1 TO DL100-THR-COUNT
                           MOVE RGP-CURRENCY-CODE TO
                               DL100-THR-CURRENCY (DL100-THR-COUNT)
                           MOVE RGP-THRESHOLD TO
                               DL100-THR-AMOUNT (DL100-THR-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-PARAMETER-FILE.
       1200-LOAD-THRESHOLDS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-LOAD-RATES - LOAD THE RATE TABLE FROM THE CUMULATIVE *
      *                   EXCHRATE: PER PAIR, THE MOST RECENT     *
      *                   RATE DATED ON OR BEFORE THE RUN DATE.   *
      *                   NO EXCHRATE LEAVES EVERY FOREIGN ITEM   *
      *                   UNRATED                                 *
      *----------------------------------------------------------*
       1300-LOAD-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF DL100-RATE-NOT-FOUND
               GO TO 1300-LOAD-RATES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF XRT-RATE-DATE <= DL100-TODAY
                           PERFORM 1350-TAKE-ONE-RATE
                               THRU 1350-TAKE-ONE-RATE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE.
       1300-LOAD-RATES-EXIT.
           EXIT.
      *
       1350-TAKE-ONE-RATE.
           MOVE 'N' TO DL100-LOAD-FOUND-SW
           PERFORM 1360-MATCH-RATE-SLOT
               THRU 1360-MATCH-RATE-SLOT-EXIT
               VARYING DL100-LOAD-IDX FROM 1 BY 1
               UNTIL DL100-LOAD-FOUND-YES
               OR DL100-LOAD-IDX > DL100-RATE-COUNT
           IF DL100-LOAD-FOUND-YES
               IF XRT-RATE-DATE >= DL100-RATE-ASOF (DL100-LOAD-IDX)
                   MOVE XRT-RATE TO
                       DL100-RATE-VALUE (DL100-LOAD-IDX)
                   MOVE XRT-RATE-DATE TO
                       DL100-RATE-ASOF (DL100-LOAD-IDX)
               END-IF
               GO TO 1350-TAKE-ONE-RATE-EXIT
           END-IF
           IF DL100-RATE-COUNT < 200
               ADD 1 TO DL100-RATE-COUNT
               MOVE XRT-FROM-CURRENCY TO
                   DL100-RATE-FROM (DL100-RATE-COUNT)
               MOVE XRT-TO-CURRENCY TO
                   DL100-RATE-TO (DL100-RATE-COUNT)
               MOVE XRT-RATE TO DL100-RATE-VALUE (DL100-RATE-COUNT)
               MOVE XRT-RATE-DATE TO
                   DL100-RATE-ASOF (DL100-RATE-COUNT)
           END-IF.
       1350-TAKE-ONE-RATE-EXIT.
           EXIT.
      *
       1360-MATCH-RATE-SLOT.
           IF DL100-RATE-FROM (DL100-LOAD-IDX) = XRT-FROM-CURRENCY
               AND DL100-RATE-TO (DL100-LOAD-IDX) = XRT-TO-CURRENCY
               SUBTRACT 1 FROM DL100-LOAD-IDX
               MOVE 'Y' TO DL100-LOAD-FOUND-SW
           END-IF.
       1360-MATCH-RATE-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-REFERENCES - NAME, SHORT NAME AND CLASS OFF     *
      *                        ENTREF; AN ENTITY WITH NO ROW      *
      *                        FILES AND LISTS WITHOUT THEM       *
      *----------------------------------------------------------*
       1400-LOAD-REFERENCES.
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-REF-NOT-FOUND
               GO TO 1400-LOAD-REFERENCES-EXIT
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
                           MOVE ERF-SHORT-NAME TO
                               DL100-REF-SHORT-NAME
                                   (DL100-REF-COUNT)
                           MOVE ERF-CLASS-CODE TO
                               DL100-REF-CLASS (DL100-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE.
       1400-LOAD-REFERENCES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-REGISTER - EVERYTHING ALREADY FILED FOR THIS    *
      *                      BUSINESS DATE. MORE THAN THE TABLE   *
      *                      HOLDS ABORTS RATHER THAN FILE AN     *
      *                      ITEM A SECOND TIME                   *
      *----------------------------------------------------------*
       1500-LOAD-REGISTER.
           OPEN INPUT FILED-REGISTER-FILE
           IF DL100-REGISTER-NOT-FOUND
               GO TO 1500-LOAD-REGISTER-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ FILED-REGISTER-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF RGR-BUS-DATE = DL100-TODAY
                           PERFORM 1550-STORE-ONE-REGISTER
                               THRU 1550-STORE-ONE-REGISTER-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILED-REGISTER-FILE.
       1500-LOAD-REGISTER-EXIT.
           EXIT.
      *
       1550-STORE-ONE-REGISTER.
           IF DL100-REG-COUNT >= 5000
               DISPLAY "MORE THAN 5000 REGFILED ROWS FOR THE DATE - "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-REG-COUNT
           MOVE RGR-FILING-TYPE TO DL100-REG-TYPE (DL100-REG-COUNT)
           MOVE RGR-ENTITY-ID TO DL100-REG-ENTITY (DL100-REG-COUNT)
           IF RGR-TRANS-SERIAL NUMERIC
               MOVE RGR-TRANS-SERIAL TO
                   DL100-REG-SERIAL (DL100-REG-COUNT)
           ELSE
               MOVE ZERO TO DL100-REG-SERIAL (DL100-REG-COUNT)
           END-IF.
       1550-STORE-ONE-REGISTER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-SELECT-POSTINGS - TONIGHT'S POSTING ENTRIES OFF THE  *
      *                        CUMULATIVE JOURNAL. MAINTENANCE,   *
      *                        ARCHIVE AND REINSTATE ENTRIES      *
      *                        CARRY NO SERIAL OR AMOUNT AND ARE  *
      *                        PASSED OVER                        *
      *----------------------------------------------------------*
       2000-SELECT-POSTINGS.
           OPEN INPUT ENTITY-JOURNAL-FILE
           IF DL100-JOURNAL-NOT-FOUND
               DISPLAY "NO ENTJRNL ON DISK - NOTHING POSTED"
               GO TO 2000-SELECT-POSTINGS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF JRN-RUN-DATE = DL100-TODAY
                           PERFORM 2100-TAKE-ONE-POSTING
                               THRU 2100-TAKE-ONE-POSTING-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-JOURNAL-FILE.
       2000-SELECT-POSTINGS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-TAKE-ONE-POSTING - VALUE ONE POSTING IN ITS ENTITY'S *
      *                         HOME CURRENCY AND CLASS IT LARGE, *
      *                         SMALL (ADDED TO THE ENTITY'S      *
      *                         SAME-DAY TOTAL) OR UNRATED        *
      *----------------------------------------------------------*
       2100-TAKE-ONE-POSTING.
           IF JRN-ACTION NOT = "ADD" AND JRN-ACTION NOT = "UPD"
               GO TO 2100-TAKE-ONE-POSTING-EXIT
           END-IF
           IF JRN-TRN-SERIAL NOT NUMERIC
               OR JRN-TRN-SERIAL = ZERO
               OR JRN-TRN-AMOUNT NOT NUMERIC
               OR JRN-TRN-AMOUNT = ZERO
               OR JRN-TRN-CURRENCY-CODE = SPACE
               GO TO 2100-TAKE-ONE-POSTING-EXIT
           END-IF
           IF DL100-ITEM-COUNT >= 5000
               DISPLAY "MORE THAN 5000 POSTINGS TONIGHT - ITEM "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-ITEM-COUNT
           MOVE DL100-ITEM-COUNT TO DL100-ITEM-IDX
           MOVE JRN-ENTITY-ID TO DL100-ITM-ENTITY (DL100-ITEM-IDX)
           MOVE JRN-TRN-SERIAL TO DL100-ITM-SERIAL (DL100-ITEM-IDX)
           MOVE JRN-TRN-SOURCE-SYSTEM TO
               DL100-ITM-SOURCE (DL100-ITEM-IDX)
           MOVE JRN-TRN-CURRENCY-CODE TO
               DL100-ITM-CURRENCY (DL100-ITEM-IDX)
           MOVE JRN-TRN-AMOUNT TO DL100-ITM-AMOUNT (DL100-ITEM-IDX)
           MOVE JRN-AFT-HOME-CURRENCY TO
               DL100-ITM-HOME-CURRENCY (DL100-ITEM-IDX)
           MOVE JRN-COUNTER-ENTITY-ID TO
               DL100-ITM-COUNTER (DL100-ITEM-IDX)
           MOVE SPACE TO DL100-ITM-STATUS (DL100-ITEM-IDX)
           MOVE JRN-AFT-HOME-CURRENCY TO DL100-WANTED-CURRENCY
           PERFORM 2300-RESOLVE-THRESHOLD
               THRU 2300-RESOLVE-THRESHOLD-EXIT
           MOVE DL100-WORK-THRESHOLD TO
               DL100-ITM-THRESHOLD (DL100-ITEM-IDX)
           IF JRN-TRN-AMOUNT < ZERO
               COMPUTE DL100-ABS-AMOUNT = 0 - JRN-TRN-AMOUNT
           ELSE
               MOVE JRN-TRN-AMOUNT TO DL100-ABS-AMOUNT
           END-IF
           PERFORM 2200-CONVERT-TO-HOME THRU 2200-CONVERT-TO-HOME-EXIT
           IF NOT DL100-RATE-FOUND-YES
               MOVE 'U' TO DL100-ITM-CLASS-SW (DL100-ITEM-IDX)
               MOVE ZERO TO DL100-ITM-EQUIV (DL100-ITEM-IDX)
               MOVE "NO RATE" TO DL100-ITM-STATUS (DL100-ITEM-IDX)
               ADD 1 TO DL100-UNRATED-COUNT
               GO TO 2100-TAKE-ONE-POSTING-EXIT
           END-IF
           MOVE DL100-WORK-EQUIV TO DL100-ITM-EQUIV (DL100-ITEM-IDX)
           IF DL100-WORK-EQUIV NOT < DL100-WORK-THRESHOLD
               MOVE 'L' TO DL100-ITM-CLASS-SW (DL100-ITEM-IDX)
               ADD 1 TO DL100-LARGE-COUNT
               GO TO 2100-TAKE-ONE-POSTING-EXIT
           END-IF
           MOVE 'S' TO DL100-ITM-CLASS-SW (DL100-ITEM-IDX)
           PERFORM 2400-ADD-TO-ENTITY THRU 2400-ADD-TO-ENTITY-EXIT.
       2100-TAKE-ONE-POSTING-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-CONVERT-TO-HOME - THE ABSOLUTE AMOUNT IN THE HOME    *
      *                        CURRENCY: AS IT STANDS WHEN POSTED *
      *                        IN IT, OTHERWISE AT THE PAIR'S     *
      *                        RATE; NO RATE LEAVES THE SWITCH    *
      *                        OFF                                *
      *----------------------------------------------------------*
       2200-CONVERT-TO-HOME.
           IF JRN-TRN-CURRENCY-CODE = JRN-AFT-HOME-CURRENCY
               MOVE DL100-ABS-AMOUNT TO DL100-WORK-EQUIV
               MOVE 'Y' TO DL100-RATE-FOUND-SW
               GO TO 2200-CONVERT-TO-HOME-EXIT
           END-IF
           MOVE 'N' TO DL100-RATE-FOUND-SW
           MOVE ZERO TO DL100-WORK-EQUIV
           PERFORM 2250-FIND-RATE THRU 2250-FIND-RATE-EXIT
               VARYING DL100-RATE-IDX FROM 1 BY 1
               UNTIL DL100-RATE-FOUND-YES
               OR DL100-RATE-IDX > DL100-RATE-COUNT
           IF DL100-RATE-FOUND-YES
               COMPUTE DL100-WORK-EQUIV ROUNDED =
                   DL100-ABS-AMOUNT * DL100-WORK-RATE
           END-IF.
       2200-CONVERT-TO-HOME-EXIT.
           EXIT.
      *
       2250-FIND-RATE.
           IF DL100-RATE-FROM (DL100-RATE-IDX) = JRN-TRN-CURRENCY-CODE
               AND DL100-RATE-TO (DL100-RATE-IDX) =
                   JRN-AFT-HOME-CURRENCY
               MOVE DL100-RATE-VALUE (DL100-RATE-IDX) TO
                   DL100-WORK-RATE
               MOVE 'Y' TO DL100-RATE-FOUND-SW
           END-IF.
       2250-FIND-RATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2300-RESOLVE-THRESHOLD - THE THRESHOLD FOR DL100-WANTED-  *
      *                          CURRENCY: ITS OWN ROW, ELSE THE  *
      *                          *** ROW, ELSE THE BUILT-IN       *
      *----------------------------------------------------------*
       2300-RESOLVE-THRESHOLD.
           MOVE DL100-DEFAULT-THRESHOLD TO DL100-WORK-THRESHOLD
           MOVE 'N' TO DL100-THR-FOUND-SW
           PERFORM 2350-MATCH-THRESHOLD
               THRU 2350-MATCH-THRESHOLD-EXIT
               VARYING DL100-THR-IDX FROM 1 BY 1
               UNTIL DL100-THR-FOUND-YES
               OR DL100-THR-IDX > DL100-THR-COUNT
           IF DL100-THR-FOUND-YES
               GO TO 2300-RESOLVE-THRESHOLD-EXIT
           END-IF
           MOVE "***" TO DL100-WANTED-CURRENCY
           PERFORM 2350-MATCH-THRESHOLD
               THRU 2350-MATCH-THRESHOLD-EXIT
               VARYING DL100-THR-IDX FROM 1 BY 1
               UNTIL DL100-THR-FOUND-YES
               OR DL100-THR-IDX > DL100-THR-COUNT.
       2300-RESOLVE-THRESHOLD-EXIT.
           EXIT.
      *
       2350-MATCH-THRESHOLD.
           IF DL100-THR-CURRENCY (DL100-THR-IDX) =
                   DL100-WANTED-CURRENCY
               MOVE DL100-THR-AMOUNT (DL100-THR-IDX) TO
                   DL100-WORK-THRESHOLD
               MOVE 'Y' TO DL100-THR-FOUND-SW
           END-IF.
       2350-MATCH-THRESHOLD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2400-ADD-TO-ENTITY - AN UNDER-THRESHOLD ITEM ADDS ITS     *
      *                      ABSOLUTE EQUIVALENT TO ITS ENTITY'S  *
      *                      SAME-DAY TOTAL                       *
      *----------------------------------------------------------*
       2400-ADD-TO-ENTITY.
           MOVE 'N' TO DL100-ENT-FOUND-SW
           PERFORM 2450-MATCH-ENTITY THRU 2450-MATCH-ENTITY-EXIT
               VARYING DL100-ENT-IDX FROM 1 BY 1
               UNTIL DL100-ENT-FOUND-YES
               OR DL100-ENT-IDX > DL100-ENT-COUNT
           IF NOT DL100-ENT-FOUND-YES
               IF DL100-ENT-COUNT >= 2000
                   DISPLAY "MORE THAN 2000 ENTITIES POSTED TONIGHT - "
                       "AGGREGATE TABLE FULL, JOB ABORTED"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO DL100-ENT-COUNT
               MOVE DL100-ENT-COUNT TO DL100-ENT-IDX
               MOVE JRN-ENTITY-ID TO DL100-ENT-ID (DL100-ENT-IDX)
               MOVE JRN-AFT-HOME-CURRENCY TO
                   DL100-ENT-HOME-CURRENCY (DL100-ENT-IDX)
               MOVE DL100-WORK-THRESHOLD TO
                   DL100-ENT-THRESHOLD (DL100-ENT-IDX)
               MOVE ZERO TO DL100-ENT-SMALL-COUNT (DL100-ENT-IDX)
               MOVE ZERO TO DL100-ENT-SMALL-TOTAL (DL100-ENT-IDX)
               MOVE SPACE TO DL100-ENT-STATUS (DL100-ENT-IDX)
           END-IF
           ADD 1 TO DL100-ENT-SMALL-COUNT (DL100-ENT-IDX)
           ADD DL100-WORK-EQUIV TO
               DL100-ENT-SMALL-TOTAL (DL100-ENT-IDX).
       2400-ADD-TO-ENTITY-EXIT.
           EXIT.
      *
       2450-MATCH-ENTITY.
           IF DL100-ENT-ID (DL100-ENT-IDX) = JRN-ENTITY-ID
               SUBTRACT 1 FROM DL100-ENT-IDX
               MOVE 'Y' TO DL100-ENT-FOUND-SW
           END-IF.
       2450-MATCH-ENTITY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-FILE-LARGE-ITEM - AN ITEM AT OR OVER THRESHOLD IS    *
      *                        FILED ON ITS OWN, UNLESS THE       *
      *                        REGISTER SHOWS IT ALREADY FILED    *
      *----------------------------------------------------------*
       3000-FILE-LARGE-ITEM.
           IF NOT DL100-ITM-LARGE (DL100-ITEM-IDX)
               GO TO 3000-FILE-LARGE-ITEM-EXIT
           END-IF
           MOVE "D" TO DL100-WANTED-TYPE
           MOVE DL100-ITM-ENTITY (DL100-ITEM-IDX) TO DL100-WANTED-ID
           MOVE DL100-ITM-SERIAL (DL100-ITEM-IDX) TO
               DL100-WANTED-SERIAL
           PERFORM 3800-CHECK-REGISTER THRU 3800-CHECK-REGISTER-EXIT
           IF DL100-REG-FOUND-YES
               MOVE "ALREADY FILED" TO DL100-ITM-STATUS (DL100-ITEM-IDX)
               ADD 1 TO DL100-ALREADY-COUNT
               GO TO 3000-FILE-LARGE-ITEM-EXIT
           END-IF
           PERFORM 7000-FIND-REFERENCE THRU 7000-FIND-REFERENCE-EXIT
           MOVE SPACE TO REG-FILING-DETAIL
           MOVE "D" TO RGD-RECORD-TYPE
           MOVE DL100-TODAY TO RGD-BUS-DATE
           MOVE DL100-ITM-ENTITY (DL100-ITEM-IDX) TO RGD-ENTITY-ID
           MOVE DL100-WORK-NAME TO RGD-ENTITY-NAME
           MOVE DL100-WORK-CLASS TO RGD-CLASS-CODE
           MOVE DL100-ITM-SERIAL (DL100-ITEM-IDX) TO RGD-TRANS-SERIAL
           MOVE DL100-ITM-SOURCE (DL100-ITEM-IDX) TO RGD-SOURCE-SYSTEM
           MOVE DL100-ITM-CURRENCY (DL100-ITEM-IDX) TO
               RGD-CURRENCY-CODE
           MOVE DL100-ITM-AMOUNT (DL100-ITEM-IDX) TO RGD-AMOUNT
           MOVE DL100-ITM-HOME-CURRENCY (DL100-ITEM-IDX) TO
               RGD-HOME-CURRENCY
           MOVE DL100-ITM-EQUIV (DL100-ITEM-IDX) TO RGD-EQUIV-AMOUNT
           MOVE 1 TO RGD-ITEM-COUNT
           MOVE DL100-ITM-COUNTER (DL100-ITEM-IDX) TO
               RGD-COUNTER-ENTITY-ID
           WRITE REG-FILING-DETAIL
           ADD 1 TO DL100-FILING-COUNT
           ADD DL100-ITM-EQUIV (DL100-ITEM-IDX) TO DL100-FILING-TOTAL
           PERFORM 3900-WRITE-REGISTER THRU 3900-WRITE-REGISTER-EXIT
           MOVE "FILED" TO DL100-ITM-STATUS (DL100-ITEM-IDX).
       3000-FILE-LARGE-ITEM-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3500-FILE-AGGREGATE - AN ENTITY WITH TWO OR MORE ITEMS    *
      *                       UNDER THRESHOLD WHOSE TOTAL REACHES *
      *                       IT IS FILED ONCE FOR THE DATE       *
      *----------------------------------------------------------*
       3500-FILE-AGGREGATE.
           IF DL100-ENT-SMALL-COUNT (DL100-ENT-IDX) < 2
               OR DL100-ENT-SMALL-TOTAL (DL100-ENT-IDX) <
                   DL100-ENT-THRESHOLD (DL100-ENT-IDX)
               GO TO 3500-FILE-AGGREGATE-EXIT
           END-IF
           ADD 1 TO DL100-AGGREGATE-COUNT
           MOVE "A" TO DL100-WANTED-TYPE
           MOVE DL100-ENT-ID (DL100-ENT-IDX) TO DL100-WANTED-ID
           MOVE ZERO TO DL100-WANTED-SERIAL
           PERFORM 3800-CHECK-REGISTER THRU 3800-CHECK-REGISTER-EXIT
           IF DL100-REG-FOUND-YES
               MOVE "ALREADY FILED" TO DL100-ENT-STATUS (DL100-ENT-IDX)
               ADD 1 TO DL100-ALREADY-COUNT
               GO TO 3500-FILE-AGGREGATE-EXIT
           END-IF
           PERFORM 7000-FIND-REFERENCE THRU 7000-FIND-REFERENCE-EXIT
           MOVE SPACE TO REG-FILING-DETAIL
           MOVE "A" TO RGD-RECORD-TYPE
           MOVE DL100-TODAY TO RGD-BUS-DATE
           MOVE DL100-ENT-ID (DL100-ENT-IDX) TO RGD-ENTITY-ID
           MOVE DL100-WORK-NAME TO RGD-ENTITY-NAME
           MOVE DL100-WORK-CLASS TO RGD-CLASS-CODE
           MOVE ZERO TO RGD-TRANS-SERIAL
           MOVE ZERO TO RGD-AMOUNT
           MOVE DL100-ENT-HOME-CURRENCY (DL100-ENT-IDX) TO
               RGD-HOME-CURRENCY
           MOVE DL100-ENT-HOME-CURRENCY (DL100-ENT-IDX) TO
               RGD-CURRENCY-CODE
           MOVE DL100-ENT-SMALL-TOTAL (DL100-ENT-IDX) TO
               RGD-EQUIV-AMOUNT
           MOVE DL100-ENT-SMALL-COUNT (DL100-ENT-IDX) TO
               RGD-ITEM-COUNT
           WRITE REG-FILING-DETAIL
           ADD 1 TO DL100-FILING-COUNT
           ADD DL100-ENT-SMALL-TOTAL (DL100-ENT-IDX) TO
               DL100-FILING-TOTAL
           PERFORM 3900-WRITE-REGISTER THRU 3900-WRITE-REGISTER-EXIT
           MOVE "FILED" TO DL100-ENT-STATUS (DL100-ENT-IDX).
       3500-FILE-AGGREGATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3800-CHECK-REGISTER - IS DL100-WANTED-TYPE/ID/SERIAL      *
      *                       ALREADY FILED FOR THIS DATE         *
      *----------------------------------------------------------*
       3800-CHECK-REGISTER.
           MOVE 'N' TO DL100-REG-FOUND-SW
           PERFORM 3850-MATCH-REGISTER THRU 3850-MATCH-REGISTER-EXIT
               VARYING DL100-REG-IDX FROM 1 BY 1
               UNTIL DL100-REG-FOUND-YES
               OR DL100-REG-IDX > DL100-REG-COUNT.
       3800-CHECK-REGISTER-EXIT.
           EXIT.
      *
       3850-MATCH-REGISTER.
           IF DL100-REG-TYPE (DL100-REG-IDX) = DL100-WANTED-TYPE
               AND DL100-REG-ENTITY (DL100-REG-IDX) = DL100-WANTED-ID
               AND DL100-REG-SERIAL (DL100-REG-IDX) =
                   DL100-WANTED-SERIAL
               MOVE 'Y' TO DL100-REG-FOUND-SW
           END-IF.
       3850-MATCH-REGISTER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3900-WRITE-REGISTER - RECORD THE FILING JUST WRITTEN ON   *
      *                       THE CUMULATIVE REGISTER             *
      *----------------------------------------------------------*
       3900-WRITE-REGISTER.
           MOVE SPACE TO FILED-REGISTER-RECORD
           MOVE DL100-TODAY TO RGR-BUS-DATE
           MOVE DL100-WANTED-TYPE TO RGR-FILING-TYPE
           MOVE DL100-WANTED-ID TO RGR-ENTITY-ID
           MOVE DL100-WANTED-SERIAL TO RGR-TRANS-SERIAL
           ACCEPT RGR-FILED-DATE FROM DATE YYYYMMDD
           MOVE DL100-NOW-TIME TO RGR-FILED-TIME
           MOVE DL100-RUN-NUMBER TO RGR-RUN-NUMBER
           MOVE RGD-HOME-CURRENCY TO RGR-HOME-CURRENCY
           MOVE RGD-EQUIV-AMOUNT TO RGR-EQUIV-AMOUNT
           WRITE FILED-REGISTER-RECORD.
       3900-WRITE-REGISTER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-PRINT-REVIEW-LIST - REGRVW: LARGE ITEMS, THEN EACH   *
      *                          AGGREGATE WITH THE ITEMS THAT    *
      *                          MAKE IT UP, THEN THE ITEMS THAT  *
      *                          COULD NOT BE VALUED              *
      *----------------------------------------------------------*
       4000-PRINT-REVIEW-LIST.
           OPEN OUTPUT REG-REVIEW-FILE
           MOVE SPACE TO REG-REVIEW-LINE
           MOVE DL100-TODAY TO LVR-HDG-DATE
           MOVE DL100-RUN-NUMBER TO LVR-HDG-RUN
           MOVE LVR-HEADING-1 TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE
           MOVE SPACE TO REG-REVIEW-LINE
           MOVE LVR-HEADING-2 TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE
           MOVE "ITEMS AT OR OVER THE REPORTING THRESHOLD" TO
               LVR-SEC-TITLE
           PERFORM 7200-PRINT-SECTION-HEAD
               THRU 7200-PRINT-SECTION-HEAD-EXIT
           PERFORM 4100-PRINT-LARGE-ITEM THRU 4100-PRINT-LARGE-ITEM-EXIT
               VARYING DL100-ITEM-IDX FROM 1 BY 1
               UNTIL DL100-ITEM-IDX > DL100-ITEM-COUNT
           MOVE "SAME-DAY POSTINGS REACHING THE THRESHOLD TOGETHER" TO
               LVR-SEC-TITLE
           PERFORM 7200-PRINT-SECTION-HEAD
               THRU 7200-PRINT-SECTION-HEAD-EXIT
           PERFORM 4200-PRINT-AGGREGATE THRU 4200-PRINT-AGGREGATE-EXIT
               VARYING DL100-ENT-IDX FROM 1 BY 1
               UNTIL DL100-ENT-IDX > DL100-ENT-COUNT
           MOVE "NO RATE INTO HOME CURRENCY - VALUE BY HAND" TO
               LVR-SEC-TITLE
           PERFORM 7200-PRINT-SECTION-HEAD
               THRU 7200-PRINT-SECTION-HEAD-EXIT
           PERFORM 4300-PRINT-UNRATED THRU 4300-PRINT-UNRATED-EXIT
               VARYING DL100-ITEM-IDX FROM 1 BY 1
               UNTIL DL100-ITEM-IDX > DL100-ITEM-COUNT
           MOVE SPACE TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE
           MOVE "POSTINGS ASSESSED" TO LVR-CNT-LABEL
           MOVE DL100-ITEM-COUNT TO LVR-CNT-VALUE
           PERFORM 7300-PRINT-COUNT-LINE
               THRU 7300-PRINT-COUNT-LINE-EXIT
           MOVE "LARGE ITEMS" TO LVR-CNT-LABEL
           MOVE DL100-LARGE-COUNT TO LVR-CNT-VALUE
           PERFORM 7300-PRINT-COUNT-LINE
               THRU 7300-PRINT-COUNT-LINE-EXIT
           MOVE "AGGREGATES" TO LVR-CNT-LABEL
           MOVE DL100-AGGREGATE-COUNT TO LVR-CNT-VALUE
           PERFORM 7300-PRINT-COUNT-LINE
               THRU 7300-PRINT-COUNT-LINE-EXIT
           MOVE "FILED THIS RUN (REGFILE)" TO LVR-CNT-LABEL
           MOVE DL100-FILING-COUNT TO LVR-CNT-VALUE
           PERFORM 7300-PRINT-COUNT-LINE
               THRU 7300-PRINT-COUNT-LINE-EXIT
           MOVE "ALREADY FILED FOR THE DATE" TO LVR-CNT-LABEL
           MOVE DL100-ALREADY-COUNT TO LVR-CNT-VALUE
           PERFORM 7300-PRINT-COUNT-LINE
               THRU 7300-PRINT-COUNT-LINE-EXIT
           MOVE "NO RATE - NOT ASSESSED" TO LVR-CNT-LABEL
           MOVE DL100-UNRATED-COUNT TO LVR-CNT-VALUE
           PERFORM 7300-PRINT-COUNT-LINE
               THRU 7300-PRINT-COUNT-LINE-EXIT
           CLOSE REG-REVIEW-FILE.
       4000-PRINT-REVIEW-LIST-EXIT.
           EXIT.
      *
       4100-PRINT-LARGE-ITEM.
           IF NOT DL100-ITM-LARGE (DL100-ITEM-IDX)
               GO TO 4100-PRINT-LARGE-ITEM-EXIT
           END-IF
           PERFORM 7100-PRINT-ITEM THRU 7100-PRINT-ITEM-EXIT.
       4100-PRINT-LARGE-ITEM-EXIT.
           EXIT.
      *
       4200-PRINT-AGGREGATE.
           IF DL100-ENT-STATUS (DL100-ENT-IDX) = SPACE
               GO TO 4200-PRINT-AGGREGATE-EXIT
           END-IF
           MOVE DL100-ENT-ID (DL100-ENT-IDX) TO DL100-WANTED-ID
           PERFORM 7000-FIND-REFERENCE THRU 7000-FIND-REFERENCE-EXIT
           MOVE DL100-ENT-SMALL-COUNT (DL100-ENT-IDX) TO LVR-AGG-ITEMS
           MOVE DL100-ENT-ID (DL100-ENT-IDX) TO LVR-AGG-ENTITY-ID
           MOVE DL100-WORK-SHORT-NAME TO LVR-AGG-SHORT-NAME
           MOVE DL100-WORK-NAME TO LVR-AGG-NAME
           MOVE DL100-WORK-CLASS TO LVR-AGG-CLASS
           MOVE DL100-ENT-HOME-CURRENCY (DL100-ENT-IDX) TO
               LVR-AGG-HOME-CURRENCY
           MOVE DL100-ENT-SMALL-TOTAL (DL100-ENT-IDX) TO LVR-AGG-TOTAL
           MOVE DL100-ENT-STATUS (DL100-ENT-IDX) TO LVR-AGG-STATUS
           MOVE SPACE TO REG-REVIEW-LINE
           MOVE LVR-AGGREGATE-LINE TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE
           PERFORM 4250-PRINT-CONTRIBUTOR
               THRU 4250-PRINT-CONTRIBUTOR-EXIT
               VARYING DL100-ITEM-IDX FROM 1 BY 1
               UNTIL DL100-ITEM-IDX > DL100-ITEM-COUNT.
       4200-PRINT-AGGREGATE-EXIT.
           EXIT.
      *
       4250-PRINT-CONTRIBUTOR.
           IF NOT DL100-ITM-SMALL (DL100-ITEM-IDX)
               OR DL100-ITM-ENTITY (DL100-ITEM-IDX) NOT =
                   DL100-ENT-ID (DL100-ENT-IDX)
               GO TO 4250-PRINT-CONTRIBUTOR-EXIT
           END-IF
           MOVE "  IN AGGREGATE" TO DL100-ITM-STATUS (DL100-ITEM-IDX)
           PERFORM 7100-PRINT-ITEM THRU 7100-PRINT-ITEM-EXIT.
       4250-PRINT-CONTRIBUTOR-EXIT.
           EXIT.
      *
       4300-PRINT-UNRATED.
           IF NOT DL100-ITM-UNRATED (DL100-ITEM-IDX)
               GO TO 4300-PRINT-UNRATED-EXIT
           END-IF
           PERFORM 7100-PRINT-ITEM THRU 7100-PRINT-ITEM-EXIT.
       4300-PRINT-UNRATED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7000-FIND-REFERENCE - NAME, SHORT NAME AND CLASS FOR      *
      *                       DL100-WANTED-ID, SPACES WHEN NONE   *
      *----------------------------------------------------------*
       7000-FIND-REFERENCE.
           MOVE SPACE TO DL100-WORK-NAME
           MOVE SPACE TO DL100-WORK-SHORT-NAME
           MOVE SPACE TO DL100-WORK-CLASS
           MOVE 'N' TO DL100-REF-FOUND-SW
           PERFORM 7050-MATCH-REFERENCE
               THRU 7050-MATCH-REFERENCE-EXIT
               VARYING DL100-REF-IDX FROM 1 BY 1
               UNTIL DL100-REF-FOUND-YES
               OR DL100-REF-IDX > DL100-REF-COUNT.
       7000-FIND-REFERENCE-EXIT.
           EXIT.
      *
       7050-MATCH-REFERENCE.
           IF DL100-REF-ID (DL100-REF-IDX) = DL100-WANTED-ID
               MOVE DL100-REF-NAME (DL100-REF-IDX) TO DL100-WORK-NAME
               MOVE DL100-REF-SHORT-NAME (DL100-REF-IDX) TO
                   DL100-WORK-SHORT-NAME
               MOVE DL100-REF-CLASS (DL100-REF-IDX) TO
                   DL100-WORK-CLASS
               MOVE 'Y' TO DL100-REF-FOUND-SW
           END-IF.
       7050-MATCH-REFERENCE-EXIT.
           EXIT.
      *
       7100-PRINT-ITEM.
           MOVE DL100-ITM-ENTITY (DL100-ITEM-IDX) TO DL100-WANTED-ID
           PERFORM 7000-FIND-REFERENCE THRU 7000-FIND-REFERENCE-EXIT
           MOVE DL100-ITM-SERIAL (DL100-ITEM-IDX) TO LVR-DET-SERIAL
           MOVE DL100-ITM-SOURCE (DL100-ITEM-IDX) TO LVR-DET-SOURCE
           MOVE DL100-ITM-ENTITY (DL100-ITEM-IDX) TO LVR-DET-ENTITY-ID
           MOVE DL100-WORK-SHORT-NAME TO LVR-DET-SHORT-NAME
           MOVE DL100-WORK-NAME TO LVR-DET-NAME
           MOVE DL100-WORK-CLASS TO LVR-DET-CLASS
           MOVE DL100-ITM-CURRENCY (DL100-ITEM-IDX) TO
               LVR-DET-CURRENCY
           MOVE DL100-ITM-AMOUNT (DL100-ITEM-IDX) TO LVR-DET-AMOUNT
           MOVE DL100-ITM-HOME-CURRENCY (DL100-ITEM-IDX) TO
               LVR-DET-HOME-CURRENCY
           IF DL100-ITM-UNRATED (DL100-ITEM-IDX)
               MOVE "         UNRATED" TO LVR-DET-EQUIV-X
           ELSE
               MOVE DL100-ITM-EQUIV (DL100-ITEM-IDX) TO LVR-DET-EQUIV
           END-IF
           MOVE DL100-ITM-STATUS (DL100-ITEM-IDX) TO LVR-DET-STATUS
           MOVE SPACE TO REG-REVIEW-LINE
           MOVE LVR-DETAIL-LINE TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE.
       7100-PRINT-ITEM-EXIT.
           EXIT.
      *
       7200-PRINT-SECTION-HEAD.
           MOVE SPACE TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE
           MOVE LVR-SECTION-LINE TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE.
       7200-PRINT-SECTION-HEAD-EXIT.
           EXIT.
      *
       7300-PRINT-COUNT-LINE.
           MOVE SPACE TO REG-REVIEW-LINE
           MOVE LVR-COUNT-LINE TO REG-REVIEW-LINE
           WRITE REG-REVIEW-LINE.
       7300-PRINT-COUNT-LINE-EXIT.
           EXIT.
       END PROGRAM DL100LVR.
