       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100AOD.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100AOD - AS-OF-DATE POSITION FROM THE JOURNAL            *
      *   Rebuilds every entity's master record as it stood at     *
      *   close of business on the ASOFPARM date - the auditors'   *
      *   "what was every balance on date X" - without a backup    *
      *   generation of that night. Works backwards from today:    *
      *   an entity's state at X is the before-image of the first *
      *   journal entry it has dated after X (ENTJRNLA, the aged   *
      *   entries DL100HKP rolled off, then the live ENTJRNL, in   *
      *   date order); an entity with no entry after X is still    *
      *   as the current ENTMAST holds it. A first entry after X   *
      *   that is an ADD or RST means the entity was not on the    *
      *   master at X; a DEL means it was, and has been archived   *
      *   by DL100ARC since - it is rebuilt from that before-image *
      *   like any other. The CURRBOV overflow balances are not    *
      *   carried in the journal images, so they are rebuilt from *
      *   the postings instead: today's CURRBOV row (or, for an    *
      *   entity archived since, its latest OVBARCH row) less      *
      *   every posting to that currency dated after X (an MRG     *
      *   entry moving an amount off or onto the row counts as a   *
      *   posting to it). A row at zero at X that was posted to    *
      *   since is taken as opened after X and left off.           *
      *   Writes ASOFENT and ASOFOVB in the ENTMAST and CURRBOV    *
      *   layouts - assigned as ENTMAST and CURRBOV they feed      *
      *   DL100TBL or DL100SEL as the master of that date - and    *
      *   the ASOFRPT listing of every entity on file at X with    *
      *   its foreign balances and where its figures came from.    *
      *   On demand; no ASOFPARM, or a date after the business     *
      *   date, returns 8 with nothing written.                    *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *   2026-10-14  Wind back the CURRBOV amounts DL100MRG
      *               journals on MRG entries as well.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AS-OF-PARM-FILE ASSIGN TO "ASOFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARM-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT CURRENCY-OVERFLOW-FILE ASSIGN TO "CURRBOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OVB-KEY
               FILE STATUS IS DL100-OVERFLOW-STATUS.
           SELECT OVERFLOW-ARCHIVE-FILE ASSIGN TO "OVBARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OVBARCH-STATUS.
           SELECT JOURNAL-ARCHIVE-FILE ASSIGN TO "ENTJRNLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JRNARCH-STATUS.
           SELECT ENTITY-JOURNAL-FILE ASSIGN TO "ENTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT AS-OF-MASTER-FILE ASSIGN TO "ASOFENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XXXENTF-ENTITY-ID
               FILE STATUS IS DL100-ASOF-STATUS.
           SELECT AS-OF-OVERFLOW-FILE ASSIGN TO "ASOFOVB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOV-KEY
               FILE STATUS IS DL100-ASOF-OVB-STATUS.
           SELECT AS-OF-REPORT-FILE ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AS-OF-PARM-FILE.
       01  AS-OF-PARM-RECORD.
           05  AOP-AS-OF-DATE               PIC 9(08).
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  OVERFLOW-ARCHIVE-FILE.
       01  OVERFLOW-ARCHIVE-RECORD.
           COPY OVBARCH.
       FD  JOURNAL-ARCHIVE-FILE.
       01  JOURNAL-ARCHIVE-RECORD.
           COPY ENTJRNL REPLACING LEADING ==JRN== BY ==JRA==.
       FD  ENTITY-JOURNAL-FILE.
       01  ENTITY-JOURNAL-RECORD.
           COPY ENTJRNL.
       FD  AS-OF-MASTER-FILE.
       01  AS-OF-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==F==.
       FD  AS-OF-OVERFLOW-FILE.
       01  AS-OF-OVERFLOW-RECORD.
           COPY CURRBOV REPLACING LEADING ==OVB== BY ==AOV==.
       FD  AS-OF-REPORT-FILE.
       01  AS-OF-REPORT-LINE                PIC X(100).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-PARM-STATUS                PIC X(02) VALUE "00".
           88  DL100-PARM-NOT-FOUND             VALUE "35".
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OPEN-NOT-FOUND      VALUE "35".
       77  DL100-OVERFLOW-STATUS            PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-NOT-FOUND         VALUE "35".
       77  DL100-OVBARCH-STATUS             PIC X(02) VALUE "00".
           88  DL100-OVBARCH-NOT-FOUND          VALUE "35".
       77  DL100-JRNARCH-STATUS             PIC X(02) VALUE "00".
           88  DL100-JRNARCH-NOT-FOUND          VALUE "35".
       77  DL100-JOURNAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-JOURNAL-NOT-FOUND          VALUE "35".
       77  DL100-ASOF-STATUS                PIC X(02) VALUE "00".
       77  DL100-ASOF-OVB-STATUS            PIC X(02) VALUE "00".
           88  DL100-ASOF-OVB-OK                VALUE "00".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-AS-OF-DATE                 PIC 9(08) VALUE ZERO.
       77  DL100-WANTED-ID                  PIC X(10) VALUE SPACE.
       77  DL100-WANTED-CURRENCY            PIC X(03) VALUE SPACE.
       77  DL100-ENTITY-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  DL100-ENTITY-IDX                 PIC 9(04) COMP.
       77  DL100-ENTITY-FOUND-SW            PIC X(01) VALUE 'N'.
           88  DL100-ENTITY-FOUND-YES           VALUE 'Y'.
       77  DL100-CURR-IDX                   PIC 9(02) COMP.
       77  DL100-SLOT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-SLOT-FOUND-YES             VALUE 'Y'.
       77  DL100-OVF-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-OVF-IDX                    PIC 9(04) COMP.
       77  DL100-OVF-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-OVF-FOUND-YES              VALUE 'Y'.
       77  DL100-OVF-AS-OF-AMOUNT           PIC S9(11)V99 VALUE ZERO.
       77  DL100-JOURNAL-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-LISTED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-UNCHANGED-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  DL100-REBUILT-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-ARCHIVED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-OPENED-LATER-COUNT         PIC 9(07) COMP VALUE ZERO.
       77  DL100-OVF-WRITTEN-COUNT          PIC 9(07) COMP VALUE ZERO.
      *
      *  EVERY ENTITY ON THE MASTER TODAY OR ON THE JOURNAL SINCE
      *  THE AS-OF DATE, AND ITS RECORD AS IT STOOD AT THAT DATE.
      *  ORIGIN M = ON ENTMAST TODAY, J = KNOWN ONLY FROM THE
      *  JOURNAL (ARCHIVED SINCE). RESOLVED = THE STATE HAS BEEN
      *  TAKEN FROM A BEFORE-IMAGE DATED AFTER THE AS-OF DATE
      *
       01  DL100-ENTITY-TABLE.
           05  DL100-ENT-ENTRY              OCCURS 5000 TIMES.
               10  DL100-ENT-ID                 PIC X(10).
               10  DL100-ENT-ORIGIN             PIC X(01).
                   88  DL100-ENT-ON-MASTER          VALUE 'M'.
                   88  DL100-ENT-ARCHIVED           VALUE 'J'.
               10  DL100-ENT-RESOLVED-SW        PIC X(01).
                   88  DL100-ENT-RESOLVED           VALUE 'Y'.
               10  DL100-ENT-PRESENT-SW         PIC X(01).
                   88  DL100-ENT-PRESENT            VALUE 'Y'.
               10  DL100-ENT-FCT01-VAR1         PIC X(01).
               10  DL100-ENT-STATUS-CODE        PIC X(02).
               10  DL100-ENT-EFFECTIVE-DATE     PIC 9(08).
               10  DL100-ENT-HOME-CURRENCY      PIC X(03).
               10  DL100-ENT-BALANCE            PIC S9(11)V99 COMP-3.
               10  DL100-ENT-BAL-COUNT          PIC 9(02).
               10  DL100-ENT-CURR-BAL           OCCURS 5 TIMES.
                   15  DL100-ENT-CURR-CODE          PIC X(03).
                   15  DL100-ENT-CURR-AMOUNT        PIC S9(11)V99
                                                     COMP-3.
      *
      *  OVERFLOW BALANCES: TODAY'S ROW (CURRBOV, OR THE LATEST
      *  OVBARCH ROW OF AN ENTITY ARCHIVED SINCE) AND THE SUM OF
      *  POSTINGS TO IT DATED AFTER THE AS-OF DATE
      *
       01  DL100-OVF-TABLE.
           05  DL100-OVF-ENTRY              OCCURS 2000 TIMES.
               10  DL100-OVF-ENTITY             PIC X(10).
               10  DL100-OVF-CURRENCY           PIC X(03).
               10  DL100-OVF-BASE-AMOUNT        PIC S9(11)V99.
               10  DL100-OVF-BASE-DATE          PIC 9(08).
               10  DL100-OVF-POSTED-AFTER       PIC S9(13)V99.
               10  DL100-OVF-POSTED-SW          PIC X(01).
                   88  DL100-OVF-POSTED-YES         VALUE 'Y'.
       01  AOD-HEADING-1.
           05  FILLER                       PIC X(44) VALUE
               "DL100AOD - POSITION AT CLOSE OF BUSINESS ON ".
           05  AOD-HDG-AS-OF                PIC 9(08).
           05  FILLER                       PIC X(14) VALUE
               "  PRODUCED ON ".
           05  AOD-HDG-TODAY                PIC 9(08).
       01  AOD-HEADING-2.
           05  FILLER                       PIC X(33) VALUE
               "ENTITY ID  V ST EFFECTIVE HOM    ".
           05  FILLER                       PIC X(31) VALUE
               "HOME BALANCE SOURCE            ".
       01  AOD-DETAIL-LINE.
           05  AOD-DET-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-DET-VAR1                 PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-DET-STATUS               PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-DET-EFFECTIVE-DATE       PIC 9(08).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  AOD-DET-HOME-CURRENCY        PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-DET-BALANCE              PIC -(11)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-DET-SOURCE               PIC X(30).
       01  AOD-FOREIGN-LINE.
           05  FILLER                       PIC X(15) VALUE SPACE.
           05  AOD-FGN-KIND                 PIC X(09).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-FGN-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AOD-FGN-AMOUNT               PIC -(11)9.99.
       01  AOD-COUNT-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  AOD-CNT-LABEL                PIC X(40).
           05  AOD-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-AS-OF-DATE THRU 1200-GET-AS-OF-DATE-EXIT
           IF DL100-AS-OF-DATE = ZERO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1300-LOAD-MASTER THRU 1300-LOAD-MASTER-EXIT
           PERFORM 1400-LOAD-OVERFLOW THRU 1400-LOAD-OVERFLOW-EXIT
           PERFORM 1900-WALK-ARCHIVE THRU 1900-WALK-ARCHIVE-EXIT
           PERFORM 2000-WALK-JOURNAL THRU 2000-WALK-JOURNAL-EXIT
           PERFORM 1500-LOAD-ARCHIVED-OVERFLOW
               THRU 1500-LOAD-ARCHIVED-OVERFLOW-EXIT
           PERFORM 3000-WRITE-AS-OF-FILES
               THRU 3000-WRITE-AS-OF-FILES-EXIT
           PERFORM 4000-PRINT-LISTING THRU 4000-PRINT-LISTING-EXIT
           DISPLAY "AS-OF DATE                  = " DL100-AS-OF-DATE
           DISPLAY "JOURNAL ENTRIES READ        = " DL100-JOURNAL-COUNT
           DISPLAY "ENTITIES ON FILE AT DATE    = " DL100-LISTED-COUNT
           DISPLAY "  UNCHANGED SINCE           = "
               DL100-UNCHANGED-COUNT
           DISPLAY "  REBUILT FROM JOURNAL      = " DL100-REBUILT-COUNT
           DISPLAY "  OF WHICH ARCHIVED SINCE   = "
               DL100-ARCHIVED-COUNT
           DISPLAY "ENTITIES OPENED SINCE       = "
               DL100-OPENED-LATER-COUNT
           DISPLAY "OVERFLOW ROWS WRITTEN       = "
               DL100-OVF-WRITTEN-COUNT
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
      * 1200-GET-AS-OF-DATE - THE ONE ASOFPARM RECORD. MISSING,   *
      *                       NOT A DATE, OR LATER THAN THE       *
      *                       BUSINESS DATE LEAVES THE DATE ZERO  *
      *                       AND THE JOB ENDS 8                  *
      *----------------------------------------------------------*
       1200-GET-AS-OF-DATE.
           OPEN INPUT AS-OF-PARM-FILE
           IF DL100-PARM-NOT-FOUND
               DISPLAY "NO ASOFPARM ON DISK - NO AS-OF DATE, "
                   "NOTHING WRITTEN"
               GO TO 1200-GET-AS-OF-DATE-EXIT
           END-IF
           READ AS-OF-PARM-FILE
               AT END
                   MOVE ZERO TO AOP-AS-OF-DATE
           END-READ
           CLOSE AS-OF-PARM-FILE
           IF AOP-AS-OF-DATE NOT NUMERIC
               OR AOP-AS-OF-DATE = ZERO
               DISPLAY "ASOFPARM HOLDS NO VALID DATE - NOTHING "
                   "WRITTEN"
               GO TO 1200-GET-AS-OF-DATE-EXIT
           END-IF
           IF AOP-AS-OF-DATE > DL100-TODAY
               DISPLAY "AS-OF DATE " AOP-AS-OF-DATE
                   " IS AFTER BUSINESS DATE " DL100-TODAY
                   " - NOTHING WRITTEN"
               GO TO 1200-GET-AS-OF-DATE-EXIT
           END-IF
           MOVE AOP-AS-OF-DATE TO DL100-AS-OF-DATE.
       1200-GET-AS-OF-DATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-LOAD-MASTER - TODAY'S MASTER IS THE STARTING POINT:  *
      *                    EVERY RECORD GOES INTO THE TABLE AS    *
      *                    PRESENT, TO BE WOUND BACK BY ANY       *
      *                    JOURNAL ENTRY DATED AFTER THE AS-OF    *
      *                    DATE                                   *
      *----------------------------------------------------------*
       1300-LOAD-MASTER.
           OPEN INPUT ENTITY-MASTER-FILE
           IF DL100-MASTER-OPEN-NOT-FOUND
               DISPLAY "NO ENTMAST ON DISK - JOURNAL ONLY"
               GO TO 1300-LOAD-MASTER-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1350-STORE-MASTER-ENTITY
                           THRU 1350-STORE-MASTER-ENTITY-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE.
       1300-LOAD-MASTER-EXIT.
           EXIT.
      *
       1350-STORE-MASTER-ENTITY.
           IF DL100-ENTITY-COUNT >= 5000
               DISPLAY "MORE THAN 5000 ENTITIES ON ENTMAST - "
                   "ENTITY TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-ENTITY-COUNT
           MOVE DL100-ENTITY-COUNT TO DL100-ENTITY-IDX
           MOVE XXXENTM-ENTITY-ID TO DL100-ENT-ID (DL100-ENTITY-IDX)
           MOVE 'M' TO DL100-ENT-ORIGIN (DL100-ENTITY-IDX)
           MOVE 'N' TO DL100-ENT-RESOLVED-SW (DL100-ENTITY-IDX)
           MOVE 'Y' TO DL100-ENT-PRESENT-SW (DL100-ENTITY-IDX)
           MOVE XXXENTM-FCT01-Var1 TO
               DL100-ENT-FCT01-VAR1 (DL100-ENTITY-IDX)
           MOVE XXXENTM-STATUS-CODE TO
               DL100-ENT-STATUS-CODE (DL100-ENTITY-IDX)
           MOVE XXXENTM-EFFECTIVE-DATE TO
               DL100-ENT-EFFECTIVE-DATE (DL100-ENTITY-IDX)
           MOVE XXXENTM-HOME-CURRENCY TO
               DL100-ENT-HOME-CURRENCY (DL100-ENTITY-IDX)
           MOVE XXXENTM-BALANCE TO
               DL100-ENT-BALANCE (DL100-ENTITY-IDX)
           MOVE XXXENTM-CURR-BAL-COUNT TO
               DL100-ENT-BAL-COUNT (DL100-ENTITY-IDX)
           PERFORM 1360-STORE-MASTER-SLOT
               THRU 1360-STORE-MASTER-SLOT-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > 5.
       1350-STORE-MASTER-ENTITY-EXIT.
           EXIT.
      *
       1360-STORE-MASTER-SLOT.
           MOVE XXXENTM-CURR-CODE (DL100-CURR-IDX) TO
               DL100-ENT-CURR-CODE (DL100-ENTITY-IDX, DL100-CURR-IDX)
           MOVE XXXENTM-CURR-AMOUNT (DL100-CURR-IDX) TO
               DL100-ENT-CURR-AMOUNT
                   (DL100-ENTITY-IDX, DL100-CURR-IDX).
       1360-STORE-MASTER-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-OVERFLOW - TODAY'S CURRBOV ROWS, THE STARTING   *
      *                      POINT FOR THE OVERFLOW BALANCES OF   *
      *                      ENTITIES STILL ON THE MASTER         *
      *----------------------------------------------------------*
       1400-LOAD-OVERFLOW.
           OPEN INPUT CURRENCY-OVERFLOW-FILE
           IF DL100-OVERFLOW-NOT-FOUND
               GO TO 1400-LOAD-OVERFLOW-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ CURRENCY-OVERFLOW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE OVB-ENTITY-ID TO DL100-WANTED-ID
                       MOVE OVB-CURRENCY-CODE TO DL100-WANTED-CURRENCY
                       PERFORM 2500-FIND-OVERFLOW-SLOT
                           THRU 2500-FIND-OVERFLOW-SLOT-EXIT
                       MOVE OVB-AMOUNT TO
                           DL100-OVF-BASE-AMOUNT (DL100-OVF-IDX)
                       MOVE DL100-TODAY TO
                           DL100-OVF-BASE-DATE (DL100-OVF-IDX)
               END-READ
           END-PERFORM
           CLOSE CURRENCY-OVERFLOW-FILE.
       1400-LOAD-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-ARCHIVED-OVERFLOW - FOR AN ENTITY ARCHIVED      *
      *                               SINCE THE AS-OF DATE, THE   *
      *                               OVERFLOW ROWS DL100ARC MOVED *
      *                               TO OVBARCH; THE LATEST ROW  *
      *                               PER CURRENCY IS ITS FINAL   *
      *                               BALANCE                     *
      *----------------------------------------------------------*
       1500-LOAD-ARCHIVED-OVERFLOW.
           OPEN INPUT OVERFLOW-ARCHIVE-FILE
           IF DL100-OVBARCH-NOT-FOUND
               GO TO 1500-LOAD-ARCHIVED-OVERFLOW-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ OVERFLOW-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF OVA-RUN-DATE > DL100-AS-OF-DATE
                           PERFORM 1550-TAKE-ARCHIVED-ROW
                               THRU 1550-TAKE-ARCHIVED-ROW-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERFLOW-ARCHIVE-FILE.
       1500-LOAD-ARCHIVED-OVERFLOW-EXIT.
           EXIT.
      *
       1550-TAKE-ARCHIVED-ROW.
           MOVE OVA-ENTITY-ID TO DL100-WANTED-ID
           PERFORM 7000-FIND-ENTITY THRU 7000-FIND-ENTITY-EXIT
           IF NOT DL100-ENTITY-FOUND-YES
               GO TO 1550-TAKE-ARCHIVED-ROW-EXIT
           END-IF
           IF NOT DL100-ENT-ARCHIVED (DL100-ENTITY-IDX)
               GO TO 1550-TAKE-ARCHIVED-ROW-EXIT
           END-IF
           MOVE OVA-CURRENCY-CODE TO DL100-WANTED-CURRENCY
           PERFORM 2500-FIND-OVERFLOW-SLOT
               THRU 2500-FIND-OVERFLOW-SLOT-EXIT
           IF OVA-RUN-DATE < DL100-OVF-BASE-DATE (DL100-OVF-IDX)
               GO TO 1550-TAKE-ARCHIVED-ROW-EXIT
           END-IF
           MOVE OVA-AMOUNT TO DL100-OVF-BASE-AMOUNT (DL100-OVF-IDX)
           MOVE OVA-RUN-DATE TO DL100-OVF-BASE-DATE (DL100-OVF-IDX).
       1550-TAKE-ARCHIVED-ROW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1900-WALK-ARCHIVE - THE AGED JOURNAL ENTRIES DL100HKP      *
      *                     ROLLED ONTO ENTJRNLA COME FIRST - THEY *
      *                     PRECEDE EVERYTHING ON THE LIVE FILE.   *
      *                     NO ARCHIVE ON DISK JUST MEANS THE LIVE *
      *                     JOURNAL IS THE WHOLE RECORD            *
      *----------------------------------------------------------*
       1900-WALK-ARCHIVE.
           OPEN INPUT JOURNAL-ARCHIVE-FILE
           IF DL100-JRNARCH-NOT-FOUND
               GO TO 1900-WALK-ARCHIVE-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ JOURNAL-ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE JOURNAL-ARCHIVE-RECORD TO
                           ENTITY-JOURNAL-RECORD
                       ADD 1 TO DL100-JOURNAL-COUNT
                       PERFORM 2100-TAKE-ONE-ENTRY
                           THRU 2100-TAKE-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM
           CLOSE JOURNAL-ARCHIVE-FILE.
       1900-WALK-ARCHIVE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-WALK-JOURNAL - FRONT-TO-BACK PASS OVER THE LIVE      *
      *                     ENTJRNL, CONTINUING FROM THE ARCHIVE  *
      *----------------------------------------------------------*
       2000-WALK-JOURNAL.
           OPEN INPUT ENTITY-JOURNAL-FILE
           IF DL100-JOURNAL-NOT-FOUND
               GO TO 2000-WALK-JOURNAL-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       ADD 1 TO DL100-JOURNAL-COUNT
                       PERFORM 2100-TAKE-ONE-ENTRY
                           THRU 2100-TAKE-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-JOURNAL-FILE.
       2000-WALK-JOURNAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2100-TAKE-ONE-ENTRY - ONLY ENTRIES DATED AFTER THE AS-OF  *
      *                       DATE MATTER. THE FIRST SUCH ENTRY   *
      *                       FOR AN ENTITY GIVES ITS STATE AT    *
      *                       THE DATE; EVERY POSTING SUCH AN     *
      *                       ENTRY CARRIES TO AN OVERFLOW        *
      *                       CURRENCY IS NOTED AGAINST THAT ROW  *
      *----------------------------------------------------------*
       2100-TAKE-ONE-ENTRY.
           IF JRN-RUN-DATE NOT > DL100-AS-OF-DATE
               GO TO 2100-TAKE-ONE-ENTRY-EXIT
           END-IF
           PERFORM 2200-FIND-ENTITY-SLOT
               THRU 2200-FIND-ENTITY-SLOT-EXIT
           IF NOT DL100-ENT-RESOLVED (DL100-ENTITY-IDX)
               PERFORM 2300-TAKE-BEFORE-IMAGE
                   THRU 2300-TAKE-BEFORE-IMAGE-EXIT
           END-IF
           PERFORM 2400-NOTE-OVERFLOW-POSTING
               THRU 2400-NOTE-OVERFLOW-POSTING-EXIT.
       2100-TAKE-ONE-ENTRY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-FIND-ENTITY-SLOT - THE TABLE SLOT FOR JRN-ENTITY-ID; *
      *                         AN ID NOT ON THE MASTER TODAY IS  *
      *                         ADDED AS ARCHIVED SINCE           *
      *----------------------------------------------------------*
       2200-FIND-ENTITY-SLOT.
           MOVE JRN-ENTITY-ID TO DL100-WANTED-ID
           PERFORM 7000-FIND-ENTITY THRU 7000-FIND-ENTITY-EXIT
           IF DL100-ENTITY-FOUND-YES
               GO TO 2200-FIND-ENTITY-SLOT-EXIT
           END-IF
           IF DL100-ENTITY-COUNT >= 5000
               DISPLAY "MORE THAN 5000 ENTITIES ON MASTER AND "
                   "JOURNAL - ENTITY TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-ENTITY-COUNT
           MOVE DL100-ENTITY-COUNT TO DL100-ENTITY-IDX
           MOVE JRN-ENTITY-ID TO DL100-ENT-ID (DL100-ENTITY-IDX)
           MOVE 'J' TO DL100-ENT-ORIGIN (DL100-ENTITY-IDX)
           MOVE 'N' TO DL100-ENT-RESOLVED-SW (DL100-ENTITY-IDX)
           MOVE 'N' TO DL100-ENT-PRESENT-SW (DL100-ENTITY-IDX).
       2200-FIND-ENTITY-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2300-TAKE-BEFORE-IMAGE - THE ENTITY AS IT STOOD BEFORE    *
      *                          ITS FIRST CHANGE AFTER THE DATE. *
      *                          AN ADD OR RST HAS NO BEFORE-     *
      *                          IMAGE: THE ENTITY WAS NOT ON THE *
      *                          MASTER AT THE DATE               *
      *----------------------------------------------------------*
       2300-TAKE-BEFORE-IMAGE.
           MOVE 'Y' TO DL100-ENT-RESOLVED-SW (DL100-ENTITY-IDX)
           IF JRN-ACTION = "ADD" OR JRN-ACTION = "RST"
               MOVE 'N' TO DL100-ENT-PRESENT-SW (DL100-ENTITY-IDX)
               GO TO 2300-TAKE-BEFORE-IMAGE-EXIT
           END-IF
           MOVE 'Y' TO DL100-ENT-PRESENT-SW (DL100-ENTITY-IDX)
           MOVE JRN-BEF-FCT01-VAR1 TO
               DL100-ENT-FCT01-VAR1 (DL100-ENTITY-IDX)
           MOVE JRN-BEF-STATUS-CODE TO
               DL100-ENT-STATUS-CODE (DL100-ENTITY-IDX)
           MOVE JRN-BEF-EFFECTIVE-DATE TO
               DL100-ENT-EFFECTIVE-DATE (DL100-ENTITY-IDX)
           MOVE JRN-BEF-HOME-CURRENCY TO
               DL100-ENT-HOME-CURRENCY (DL100-ENTITY-IDX)
           MOVE JRN-BEF-BALANCE TO
               DL100-ENT-BALANCE (DL100-ENTITY-IDX)
           MOVE JRN-BEF-CURR-BAL-COUNT TO
               DL100-ENT-BAL-COUNT (DL100-ENTITY-IDX)
           PERFORM 2350-TAKE-BEFORE-SLOT
               THRU 2350-TAKE-BEFORE-SLOT-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > 5.
       2300-TAKE-BEFORE-IMAGE-EXIT.
           EXIT.
      *
       2350-TAKE-BEFORE-SLOT.
           MOVE JRN-BEF-CURR-CODE (DL100-CURR-IDX) TO
               DL100-ENT-CURR-CODE (DL100-ENTITY-IDX, DL100-CURR-IDX)
           IF JRN-BEF-CURR-AMOUNT (DL100-CURR-IDX) NUMERIC
               MOVE JRN-BEF-CURR-AMOUNT (DL100-CURR-IDX) TO
                   DL100-ENT-CURR-AMOUNT
                       (DL100-ENTITY-IDX, DL100-CURR-IDX)
           ELSE
               MOVE ZERO TO DL100-ENT-CURR-AMOUNT
                   (DL100-ENTITY-IDX, DL100-CURR-IDX)
           END-IF.
       2350-TAKE-BEFORE-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2400-NOTE-OVERFLOW-POSTING - A POSTING IN NEITHER THE     *
      *                              HOME CURRENCY NOR ANY OF THE *
      *                              FIVE SLOTS OF THE AFTER-     *
      *                              IMAGE WENT TO CURRBOV; ITS   *
      *                              AMOUNT IS WOUND BACK OFF     *
      *                              THAT ROW. A MERGE'S MRG      *
      *                              ENTRIES FOR THE AMOUNTS IT   *
      *                              MOVED OFF AND ONTO CURRBOV   *
      *                              ARE WOUND BACK THE SAME WAY  *
      *----------------------------------------------------------*
       2400-NOTE-OVERFLOW-POSTING.
           IF JRN-ACTION NOT = "ADD" AND JRN-ACTION NOT = "UPD"
               AND JRN-ACTION NOT = "MRG"
               GO TO 2400-NOTE-OVERFLOW-POSTING-EXIT
           END-IF
           IF JRN-TRN-AMOUNT NOT NUMERIC
               OR JRN-TRN-AMOUNT = ZERO
               OR JRN-TRN-CURRENCY-CODE = SPACE
               OR JRN-TRN-CURRENCY-CODE = JRN-AFT-HOME-CURRENCY
               GO TO 2400-NOTE-OVERFLOW-POSTING-EXIT
           END-IF
           MOVE 'N' TO DL100-SLOT-FOUND-SW
           PERFORM 2450-MATCH-AFTER-SLOT
               THRU 2450-MATCH-AFTER-SLOT-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-SLOT-FOUND-YES OR DL100-CURR-IDX > 5
           IF DL100-SLOT-FOUND-YES
               GO TO 2400-NOTE-OVERFLOW-POSTING-EXIT
           END-IF
           MOVE JRN-ENTITY-ID TO DL100-WANTED-ID
           MOVE JRN-TRN-CURRENCY-CODE TO DL100-WANTED-CURRENCY
           PERFORM 2500-FIND-OVERFLOW-SLOT
               THRU 2500-FIND-OVERFLOW-SLOT-EXIT
           ADD JRN-TRN-AMOUNT TO
               DL100-OVF-POSTED-AFTER (DL100-OVF-IDX)
           MOVE 'Y' TO DL100-OVF-POSTED-SW (DL100-OVF-IDX).
       2400-NOTE-OVERFLOW-POSTING-EXIT.
           EXIT.
      *
       2450-MATCH-AFTER-SLOT.
           IF JRN-AFT-CURR-CODE (DL100-CURR-IDX) =
                   JRN-TRN-CURRENCY-CODE
               MOVE 'Y' TO DL100-SLOT-FOUND-SW
           END-IF.
       2450-MATCH-AFTER-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2500-FIND-OVERFLOW-SLOT - THE OVERFLOW TABLE SLOT FOR     *
      *                           DL100-WANTED-ID AND -CURRENCY,  *
      *                           ADDED AT ZERO WHEN NEW. MORE    *
      *                           THAN 2000 ROWS ABORTS           *
      *----------------------------------------------------------*
       2500-FIND-OVERFLOW-SLOT.
           MOVE 'N' TO DL100-OVF-FOUND-SW
           PERFORM 2550-MATCH-OVERFLOW-SLOT
               THRU 2550-MATCH-OVERFLOW-SLOT-EXIT
               VARYING DL100-OVF-IDX FROM 1 BY 1
               UNTIL DL100-OVF-FOUND-YES
               OR DL100-OVF-IDX > DL100-OVF-COUNT
           IF DL100-OVF-FOUND-YES
               GO TO 2500-FIND-OVERFLOW-SLOT-EXIT
           END-IF
           IF DL100-OVF-COUNT >= 2000
               DISPLAY "MORE THAN 2000 OVERFLOW BALANCES - "
                   "OVERFLOW TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-OVF-COUNT
           MOVE DL100-OVF-COUNT TO DL100-OVF-IDX
           MOVE DL100-WANTED-ID TO DL100-OVF-ENTITY (DL100-OVF-IDX)
           MOVE DL100-WANTED-CURRENCY TO
               DL100-OVF-CURRENCY (DL100-OVF-IDX)
           MOVE ZERO TO DL100-OVF-BASE-AMOUNT (DL100-OVF-IDX)
           MOVE ZERO TO DL100-OVF-BASE-DATE (DL100-OVF-IDX)
           MOVE ZERO TO DL100-OVF-POSTED-AFTER (DL100-OVF-IDX)
           MOVE 'N' TO DL100-OVF-POSTED-SW (DL100-OVF-IDX).
       2500-FIND-OVERFLOW-SLOT-EXIT.
           EXIT.
      *
       2550-MATCH-OVERFLOW-SLOT.
           IF DL100-OVF-ENTITY (DL100-OVF-IDX) = DL100-WANTED-ID
               AND DL100-OVF-CURRENCY (DL100-OVF-IDX) =
                   DL100-WANTED-CURRENCY
               SUBTRACT 1 FROM DL100-OVF-IDX
               MOVE 'Y' TO DL100-OVF-FOUND-SW
           END-IF.
       2550-MATCH-OVERFLOW-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-WRITE-AS-OF-FILES - ASOFENT, ONE MASTER RECORD PER   *
      *                          ENTITY ON FILE AT THE DATE, AND  *
      *                          ASOFOVB, ITS OVERFLOW ROWS AS    *
      *                          THEY STOOD                       *
      *----------------------------------------------------------*
       3000-WRITE-AS-OF-FILES.
           OPEN OUTPUT AS-OF-MASTER-FILE
           OPEN OUTPUT AS-OF-OVERFLOW-FILE
           PERFORM 3100-WRITE-ONE-ENTITY THRU 3100-WRITE-ONE-ENTITY-EXIT
               VARYING DL100-ENTITY-IDX FROM 1 BY 1
               UNTIL DL100-ENTITY-IDX > DL100-ENTITY-COUNT
           PERFORM 3300-WRITE-ONE-OVERFLOW
               THRU 3300-WRITE-ONE-OVERFLOW-EXIT
               VARYING DL100-OVF-IDX FROM 1 BY 1
               UNTIL DL100-OVF-IDX > DL100-OVF-COUNT
           CLOSE AS-OF-MASTER-FILE
           CLOSE AS-OF-OVERFLOW-FILE.
       3000-WRITE-AS-OF-FILES-EXIT.
           EXIT.
      *
       3100-WRITE-ONE-ENTITY.
           IF NOT DL100-ENT-PRESENT (DL100-ENTITY-IDX)
               ADD 1 TO DL100-OPENED-LATER-COUNT
               GO TO 3100-WRITE-ONE-ENTITY-EXIT
           END-IF
           INITIALIZE AS-OF-MASTER-RECORD
           MOVE DL100-ENT-FCT01-VAR1 (DL100-ENTITY-IDX) TO
               XXXENTF-FCT01-Var1
           MOVE DL100-ENT-ID (DL100-ENTITY-IDX) TO XXXENTF-ENTITY-ID
           MOVE DL100-ENT-STATUS-CODE (DL100-ENTITY-IDX) TO
               XXXENTF-STATUS-CODE
           MOVE DL100-ENT-EFFECTIVE-DATE (DL100-ENTITY-IDX) TO
               XXXENTF-EFFECTIVE-DATE
           MOVE DL100-ENT-HOME-CURRENCY (DL100-ENTITY-IDX) TO
               XXXENTF-HOME-CURRENCY
           MOVE DL100-ENT-BALANCE (DL100-ENTITY-IDX) TO
               XXXENTF-BALANCE
           MOVE DL100-ENT-BAL-COUNT (DL100-ENTITY-IDX) TO
               XXXENTF-CURR-BAL-COUNT
           PERFORM 3150-MOVE-ONE-SLOT THRU 3150-MOVE-ONE-SLOT-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > 5
           WRITE AS-OF-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPLICATE ENTITY " XXXENTF-ENTITY-ID
                       " NOT WRITTEN TO ASOFENT"
                   GO TO 3100-WRITE-ONE-ENTITY-EXIT
           END-WRITE
           ADD 1 TO DL100-LISTED-COUNT
           IF NOT DL100-ENT-RESOLVED (DL100-ENTITY-IDX)
               ADD 1 TO DL100-UNCHANGED-COUNT
               GO TO 3100-WRITE-ONE-ENTITY-EXIT
           END-IF
           ADD 1 TO DL100-REBUILT-COUNT
           IF DL100-ENT-ARCHIVED (DL100-ENTITY-IDX)
               ADD 1 TO DL100-ARCHIVED-COUNT
           END-IF.
       3100-WRITE-ONE-ENTITY-EXIT.
           EXIT.
      *
       3150-MOVE-ONE-SLOT.
           MOVE DL100-ENT-CURR-CODE (DL100-ENTITY-IDX, DL100-CURR-IDX)
               TO XXXENTF-CURR-CODE (DL100-CURR-IDX)
           MOVE DL100-ENT-CURR-AMOUNT
                   (DL100-ENTITY-IDX, DL100-CURR-IDX)
               TO XXXENTF-CURR-AMOUNT (DL100-CURR-IDX).
       3150-MOVE-ONE-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-WRITE-ONE-OVERFLOW - TODAY'S ROW LESS THE POSTINGS   *
      *                           SINCE THE DATE, FOR AN ENTITY   *
      *                           ON FILE AT THE DATE. A ROW AT   *
      *                           ZERO THAT WAS POSTED TO SINCE   *
      *                           WAS OPENED AFTER THE DATE       *
      *----------------------------------------------------------*
       3300-WRITE-ONE-OVERFLOW.
           MOVE DL100-OVF-ENTITY (DL100-OVF-IDX) TO DL100-WANTED-ID
           PERFORM 7000-FIND-ENTITY THRU 7000-FIND-ENTITY-EXIT
           IF NOT DL100-ENTITY-FOUND-YES
               GO TO 3300-WRITE-ONE-OVERFLOW-EXIT
           END-IF
           IF NOT DL100-ENT-PRESENT (DL100-ENTITY-IDX)
               GO TO 3300-WRITE-ONE-OVERFLOW-EXIT
           END-IF
           COMPUTE DL100-OVF-AS-OF-AMOUNT =
               DL100-OVF-BASE-AMOUNT (DL100-OVF-IDX)
               - DL100-OVF-POSTED-AFTER (DL100-OVF-IDX)
           IF DL100-OVF-AS-OF-AMOUNT = ZERO
               AND DL100-OVF-POSTED-YES (DL100-OVF-IDX)
               GO TO 3300-WRITE-ONE-OVERFLOW-EXIT
           END-IF
           MOVE DL100-OVF-ENTITY (DL100-OVF-IDX) TO AOV-ENTITY-ID
           MOVE DL100-OVF-CURRENCY (DL100-OVF-IDX) TO
               AOV-CURRENCY-CODE
           MOVE DL100-OVF-AS-OF-AMOUNT TO AOV-AMOUNT
           WRITE AS-OF-OVERFLOW-RECORD
               INVALID KEY
                   GO TO 3300-WRITE-ONE-OVERFLOW-EXIT
           END-WRITE
           ADD 1 TO DL100-OVF-WRITTEN-COUNT.
       3300-WRITE-ONE-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-PRINT-LISTING - ASOFRPT IN ENTITY-ID ORDER, READ     *
      *                      BACK FROM THE FILES JUST WRITTEN SO  *
      *                      THE LISTING IS EXACTLY WHAT TBL OR   *
      *                      SEL WILL SEE                         *
      *----------------------------------------------------------*
       4000-PRINT-LISTING.
           OPEN OUTPUT AS-OF-REPORT-FILE
           MOVE SPACE TO AS-OF-REPORT-LINE
           MOVE DL100-AS-OF-DATE TO AOD-HDG-AS-OF
           MOVE DL100-TODAY TO AOD-HDG-TODAY
           MOVE AOD-HEADING-1 TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE
           MOVE SPACE TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE
           MOVE AOD-HEADING-2 TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE
           OPEN INPUT AS-OF-MASTER-FILE
           OPEN INPUT AS-OF-OVERFLOW-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ AS-OF-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 4100-PRINT-ONE-ENTITY
                           THRU 4100-PRINT-ONE-ENTITY-EXIT
               END-READ
           END-PERFORM
           CLOSE AS-OF-MASTER-FILE
           CLOSE AS-OF-OVERFLOW-FILE
           MOVE SPACE TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE
           MOVE "ENTITIES ON FILE AT THE DATE" TO AOD-CNT-LABEL
           MOVE DL100-LISTED-COUNT TO AOD-CNT-VALUE
           PERFORM 4900-PRINT-COUNT-LINE
               THRU 4900-PRINT-COUNT-LINE-EXIT
           MOVE "  UNCHANGED SINCE (CURRENT MASTER)" TO AOD-CNT-LABEL
           MOVE DL100-UNCHANGED-COUNT TO AOD-CNT-VALUE
           PERFORM 4900-PRINT-COUNT-LINE
               THRU 4900-PRINT-COUNT-LINE-EXIT
           MOVE "  REBUILT FROM JOURNAL BEFORE-IMAGES" TO
               AOD-CNT-LABEL
           MOVE DL100-REBUILT-COUNT TO AOD-CNT-VALUE
           PERFORM 4900-PRINT-COUNT-LINE
               THRU 4900-PRINT-COUNT-LINE-EXIT
           MOVE "    OF WHICH ARCHIVED SINCE" TO AOD-CNT-LABEL
           MOVE DL100-ARCHIVED-COUNT TO AOD-CNT-VALUE
           PERFORM 4900-PRINT-COUNT-LINE
               THRU 4900-PRINT-COUNT-LINE-EXIT
           MOVE "ENTITIES OPENED OR REINSTATED SINCE" TO
               AOD-CNT-LABEL
           MOVE DL100-OPENED-LATER-COUNT TO AOD-CNT-VALUE
           PERFORM 4900-PRINT-COUNT-LINE
               THRU 4900-PRINT-COUNT-LINE-EXIT
           MOVE "OVERFLOW BALANCES (ASOFOVB)" TO AOD-CNT-LABEL
           MOVE DL100-OVF-WRITTEN-COUNT TO AOD-CNT-VALUE
           PERFORM 4900-PRINT-COUNT-LINE
               THRU 4900-PRINT-COUNT-LINE-EXIT
           CLOSE AS-OF-REPORT-FILE.
       4000-PRINT-LISTING-EXIT.
           EXIT.
      *
       4100-PRINT-ONE-ENTITY.
           MOVE XXXENTF-ENTITY-ID TO DL100-WANTED-ID
           PERFORM 7000-FIND-ENTITY THRU 7000-FIND-ENTITY-EXIT
           MOVE XXXENTF-ENTITY-ID TO AOD-DET-ENTITY-ID
           MOVE XXXENTF-FCT01-Var1 TO AOD-DET-VAR1
           MOVE XXXENTF-STATUS-CODE TO AOD-DET-STATUS
           MOVE XXXENTF-EFFECTIVE-DATE TO AOD-DET-EFFECTIVE-DATE
           MOVE XXXENTF-HOME-CURRENCY TO AOD-DET-HOME-CURRENCY
           MOVE XXXENTF-BALANCE TO AOD-DET-BALANCE
           EVALUATE TRUE
               WHEN NOT DL100-ENT-RESOLVED (DL100-ENTITY-IDX)
                   MOVE "UNCHANGED SINCE" TO AOD-DET-SOURCE
               WHEN DL100-ENT-ARCHIVED (DL100-ENTITY-IDX)
                   MOVE "JOURNAL - ARCHIVED SINCE" TO AOD-DET-SOURCE
               WHEN OTHER
                   MOVE "JOURNAL BEFORE-IMAGE" TO AOD-DET-SOURCE
           END-EVALUATE
           MOVE SPACE TO AS-OF-REPORT-LINE
           MOVE AOD-DETAIL-LINE TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE
           PERFORM 4200-PRINT-ONE-SLOT THRU 4200-PRINT-ONE-SLOT-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > XXXENTF-CURR-BAL-COUNT
               OR DL100-CURR-IDX > 5
           MOVE XXXENTF-ENTITY-ID TO AOV-ENTITY-ID
           MOVE LOW-VALUES TO AOV-CURRENCY-CODE
           START AS-OF-OVERFLOW-FILE KEY >= AOV-KEY
               INVALID KEY
                   GO TO 4100-PRINT-ONE-ENTITY-EXIT
           END-START
           MOVE "00" TO DL100-ASOF-OVB-STATUS
           PERFORM 4300-PRINT-ONE-OVERFLOW
               THRU 4300-PRINT-ONE-OVERFLOW-EXIT
               UNTIL NOT DL100-ASOF-OVB-OK.
       4100-PRINT-ONE-ENTITY-EXIT.
           EXIT.
      *
       4200-PRINT-ONE-SLOT.
           MOVE "FOREIGN" TO AOD-FGN-KIND
           MOVE XXXENTF-CURR-CODE (DL100-CURR-IDX) TO AOD-FGN-CURRENCY
           MOVE XXXENTF-CURR-AMOUNT (DL100-CURR-IDX) TO AOD-FGN-AMOUNT
           MOVE SPACE TO AS-OF-REPORT-LINE
           MOVE AOD-FOREIGN-LINE TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE.
       4200-PRINT-ONE-SLOT-EXIT.
           EXIT.
      *
       4300-PRINT-ONE-OVERFLOW.
           READ AS-OF-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO DL100-ASOF-OVB-STATUS
                   GO TO 4300-PRINT-ONE-OVERFLOW-EXIT
           END-READ
           IF AOV-ENTITY-ID NOT = XXXENTF-ENTITY-ID
               MOVE "10" TO DL100-ASOF-OVB-STATUS
               GO TO 4300-PRINT-ONE-OVERFLOW-EXIT
           END-IF
           MOVE "OVERFLOW" TO AOD-FGN-KIND
           MOVE AOV-CURRENCY-CODE TO AOD-FGN-CURRENCY
           MOVE AOV-AMOUNT TO AOD-FGN-AMOUNT
           MOVE SPACE TO AS-OF-REPORT-LINE
           MOVE AOD-FOREIGN-LINE TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE.
       4300-PRINT-ONE-OVERFLOW-EXIT.
           EXIT.
      *
       4900-PRINT-COUNT-LINE.
           MOVE SPACE TO AS-OF-REPORT-LINE
           MOVE AOD-COUNT-LINE TO AS-OF-REPORT-LINE
           WRITE AS-OF-REPORT-LINE.
       4900-PRINT-COUNT-LINE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7000-FIND-ENTITY - THE TABLE SLOT FOR DL100-WANTED-ID     *
      *----------------------------------------------------------*
       7000-FIND-ENTITY.
           MOVE 'N' TO DL100-ENTITY-FOUND-SW
           PERFORM 7050-MATCH-ENTITY THRU 7050-MATCH-ENTITY-EXIT
               VARYING DL100-ENTITY-IDX FROM 1 BY 1
               UNTIL DL100-ENTITY-FOUND-YES
               OR DL100-ENTITY-IDX > DL100-ENTITY-COUNT.
       7000-FIND-ENTITY-EXIT.
           EXIT.
      *
       7050-MATCH-ENTITY.
           IF DL100-ENT-ID (DL100-ENTITY-IDX) = DL100-WANTED-ID
               SUBTRACT 1 FROM DL100-ENTITY-IDX
               MOVE 'Y' TO DL100-ENTITY-FOUND-SW
           END-IF.
       7050-MATCH-ENTITY-EXIT.
           EXIT.
       END PROGRAM DL100AOD.
