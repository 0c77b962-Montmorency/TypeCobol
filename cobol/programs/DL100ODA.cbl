       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100ODA.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100ODA - OVERDRAWN-ENTITY TRACKING AND AGING REPORT      *
      *   CPYRPL4C's 3620-CHECK-LIMITS stops a posting taking a    *
      *   balance through its ENTLIMIT overdraft floor, but an     *
      *   entity can sit below zero inside its floor for months    *
      *   with nobody looking. This step sweeps the whole master   *
      *   every night - the home balance and every CURR-BAL and    *
      *   CURRBOV foreign balance - and keeps OVERDRWN, one        *
      *   status row per entity per currency below zero, carrying  *
      *   the business date the balance was first seen negative.   *
      *   A balance still negative keeps its date; a new one       *
      *   starts today; one back at zero or in credit is dropped   *
      *   (cleared automatically) and listed once on the report.   *
      *   OVDRPT ages the rows into 1-7, 8-30, 31-90 and over-90   *
      *   days overdrawn (the first day negative is day 1), with   *
      *   the entity's ENTREF short name and its ENTLIMIT floor -  *
      *   its own row, else *DEFAULT, else NONE. A balance already *
      *   below its floor (the floor was raised after it went      *
      *   negative) is flagged. DL100OPS carries the over-90 rows  *
      *   to the morning action page.                               *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT CURRENCY-OVERFLOW-FILE ASSIGN TO "CURRBOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVB-KEY
               FILE STATUS IS DL100-OVERFLOW-STATUS.
           SELECT OVERDRAWN-FILE ASSIGN TO "OVERDRWN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OVERDRAWN-STATUS.
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REF-STATUS.
           SELECT ENTITY-LIMIT-FILE ASSIGN TO "ENTLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LIMIT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OVERDRAWN-REPORT-FILE ASSIGN TO "OVDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  OVERDRAWN-FILE.
       01  OVERDRAWN-RECORD.
           COPY OVERDRWN.
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  ENTITY-LIMIT-FILE.
       01  ENTITY-LIMIT-RECORD.
           COPY ENTLIMIT.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  OVERDRAWN-REPORT-FILE.
       01  OVERDRAWN-REPORT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OK                  VALUE "00".
       77  DL100-OVERFLOW-STATUS            PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-OK                VALUE "00".
           88  DL100-OVERFLOW-OPEN-NOT-FOUND    VALUE "35".
       77  DL100-OVERDRAWN-STATUS           PIC X(02) VALUE "00".
           88  DL100-OVERDRAWN-NOT-FOUND        VALUE "35".
       77  DL100-REF-STATUS                 PIC X(02) VALUE "00".
           88  DL100-REF-NOT-FOUND              VALUE "35".
       77  DL100-LIMIT-STATUS               PIC X(02) VALUE "00".
           88  DL100-LIMIT-NOT-FOUND            VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-OVERFLOW-PRESENT-SW        PIC X(01) VALUE 'N'.
           88  DL100-OVERFLOW-PRESENT-YES       VALUE 'Y'.
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-TODAY-INTEGER              PIC S9(07) COMP VALUE ZERO.
       77  DL100-SINCE-INTEGER              PIC S9(07) COMP VALUE ZERO.
       77  DL100-WORK-DAYS                  PIC S9(05) COMP VALUE ZERO.
       77  DL100-CHK-CURRENCY               PIC X(03) VALUE SPACE.
       77  DL100-CHK-AMOUNT                 PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-CURR-IDX                   PIC 9(02) COMP.
       77  DL100-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-REF-IDX                    PIC 9(04) COMP.
       77  DL100-REF-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REF-FOUND-YES              VALUE 'Y'.
       77  DL100-WORK-SHORT-NAME            PIC X(10) VALUE SPACE.
       77  DL100-LIMIT-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  DL100-LIMIT-IDX                  PIC 9(03) COMP.
       77  DL100-LIMIT-FOUND-SW             PIC X(01) VALUE 'N'.
           88  DL100-LIMIT-FOUND-YES            VALUE 'Y'.
       77  DL100-WORK-FLOOR                 PIC S9(11)V99 VALUE ZERO.
       77  DL100-WORK-FLOOR-ON-SW           PIC X(01) VALUE 'N'.
           88  DL100-WORK-FLOOR-ON-YES          VALUE 'Y'.
       77  DL100-WANTED-ID                  PIC X(10) VALUE SPACE.
       77  DL100-PRIOR-COUNT                PIC 9(04) COMP VALUE ZERO.
       77  DL100-PRIOR-IDX                  PIC 9(04) COMP.
       77  DL100-PRIOR-FOUND-SW             PIC X(01) VALUE 'N'.
           88  DL100-PRIOR-FOUND-YES            VALUE 'Y'.
       77  DL100-CUR-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-CUR-IDX                    PIC 9(04) COMP.
       77  DL100-BUCKET                     PIC 9(01) COMP.
       77  DL100-BUCKET-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-ENTITY-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-NEW-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  DL100-CLEARED-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-OVER-90-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-BELOW-FLOOR-COUNT          PIC 9(07) COMP VALUE ZERO.
      *
      *  ENTITY SHORT NAMES OFF ENTREF, FOR THE REPORT LINES
      *
       01  DL100-REF-TABLE.
           05  DL100-REF-ENTRY              OCCURS 2000 TIMES.
               10  DL100-REF-ID                 PIC X(10).
               10  DL100-REF-SHORT-NAME         PIC X(10).
      *
      *  THE ENTLIMIT OVERDRAFT FLOORS (*DEFAULT INCLUDED)
      *
       01  DL100-LIMIT-TABLE.
           05  DL100-LMT-ENTRY              OCCURS 500 TIMES.
               10  DL100-LMT-ID                 PIC X(10).
               10  DL100-LMT-FLOOR              PIC S9(11)V99.
               10  DL100-LMT-FLOOR-ON-SW        PIC X(01).
      *
      *  THE PRIOR RUN'S OVERDRWN ROWS, KEPT FOR THEIR SINCE-DATES
      *  SO A BALANCE THAT STAYS NEGATIVE KEEPS AGING
      *
       01  DL100-PRIOR-TABLE.
           05  DL100-PRIOR-ENTRY            OCCURS 5000 TIMES.
               10  DL100-PRIOR-ID               PIC X(10).
               10  DL100-PRIOR-CURRENCY         PIC X(03).
               10  DL100-PRIOR-SINCE            PIC 9(08).
               10  DL100-PRIOR-BALANCE          PIC S9(11)V99.
               10  DL100-PRIOR-SHORT-NAME       PIC X(10).
               10  DL100-PRIOR-SEEN-SW          PIC X(01).
      *
      *  TONIGHT'S NEGATIVE BALANCES, IN MASTER ORDER
      *
       01  DL100-CUR-TABLE.
           05  DL100-CUR-ENTRY              OCCURS 5000 TIMES.
               10  DL100-CUR-ID                 PIC X(10).
               10  DL100-CUR-CURRENCY           PIC X(03).
               10  DL100-CUR-SINCE              PIC 9(08).
               10  DL100-CUR-DAYS               PIC 9(05).
               10  DL100-CUR-BUCKET             PIC 9(01).
               10  DL100-CUR-BALANCE            PIC S9(11)V99.
               10  DL100-CUR-SHORT-NAME         PIC X(10).
       01  ODA-HEADING-1.
           05  FILLER                       PIC X(44) VALUE
               "DL100ODA - OVERDRAWN ENTITIES AGED AS AT    ".
           05  ODA-HDG-DATE                 PIC 9(08).
       01  ODA-HEADING-2.
           05  FILLER                       PIC X(34) VALUE
               "ENTITY     NAME       CUR         ".
           05  FILLER                       PIC X(38) VALUE
               "BALANCE SINCE     DAYS           FLOOR".
       01  ODA-BUCKET-LINE.
           05  FILLER                       PIC X(03) VALUE "-- ".
           05  ODA-BKT-TITLE                PIC X(40).
       01  ODA-DETAIL-LINE.
           05  ODA-DET-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-DET-SHORT-NAME           PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-DET-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-DET-BALANCE              PIC -(11)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-DET-SINCE                PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-DET-DAYS                 PIC Z(04)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-DET-FLOOR                PIC -(11)9.99.
           05  ODA-DET-FLOOR-X REDEFINES ODA-DET-FLOOR
                                            PIC X(15).
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  ODA-DET-FLAG                 PIC X(20).
       01  ODA-CLEARED-LINE.
           05  ODA-CLR-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-CLR-SHORT-NAME           PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-CLR-CURRENCY             PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-CLR-BALANCE              PIC -(11)9.99.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  ODA-CLR-SINCE                PIC 9(08).
           05  FILLER                       PIC X(24) VALUE
               "  CLEARED - NO LONGER   ".
           05  FILLER                       PIC X(09) VALUE
               "OVERDRAWN".
       01  ODA-COUNT-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  ODA-CNT-LABEL                PIC X(34).
           05  ODA-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           COMPUTE DL100-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (DL100-TODAY)
           PERFORM 1200-LOAD-REFERENCES
               THRU 1200-LOAD-REFERENCES-EXIT
           PERFORM 1300-LOAD-LIMITS THRU 1300-LOAD-LIMITS-EXIT
           PERFORM 1400-LOAD-PRIOR-STATUS
               THRU 1400-LOAD-PRIOR-STATUS-EXIT
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OK
               DISPLAY "ENTMAST OPEN FAILED - STATUS = "
                   DL100-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CURRENCY-OVERFLOW-FILE
           IF DL100-OVERFLOW-OPEN-NOT-FOUND
               CONTINUE
           ELSE
               MOVE 'Y' TO DL100-OVERFLOW-PRESENT-SW
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2000-CHECK-ENTITY
                           THRU 2000-CHECK-ENTITY-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE
           IF DL100-OVERFLOW-PRESENT-YES
               CLOSE CURRENCY-OVERFLOW-FILE
           END-IF
           OPEN OUTPUT OVERDRAWN-FILE
           PERFORM 3000-WRITE-STATUS THRU 3000-WRITE-STATUS-EXIT
               VARYING DL100-CUR-IDX FROM 1 BY 1
               UNTIL DL100-CUR-IDX > DL100-CUR-COUNT
           CLOSE OVERDRAWN-FILE
           OPEN OUTPUT OVERDRAWN-REPORT-FILE
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE DL100-TODAY TO ODA-HDG-DATE
           MOVE ODA-HEADING-1 TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE ODA-HEADING-2 TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE
           PERFORM 4000-PRINT-BUCKET THRU 4000-PRINT-BUCKET-EXIT
               VARYING DL100-BUCKET FROM 1 BY 1
               UNTIL DL100-BUCKET > 4
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE "RETURNED TO ZERO OR CREDIT - CLEARED" TO
               ODA-BKT-TITLE
           MOVE ODA-BUCKET-LINE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE
           PERFORM 4500-PRINT-CLEARED THRU 4500-PRINT-CLEARED-EXIT
               VARYING DL100-PRIOR-IDX FROM 1 BY 1
               UNTIL DL100-PRIOR-IDX > DL100-PRIOR-COUNT
           PERFORM 5000-PRINT-COUNTS THRU 5000-PRINT-COUNTS-EXIT
           CLOSE OVERDRAWN-REPORT-FILE
           DISPLAY "ENTITIES SWEPT          = " DL100-ENTITY-COUNT
           DISPLAY "BALANCES OVERDRAWN      = " DL100-CUR-COUNT
           DISPLAY "NEWLY OVERDRAWN         = " DL100-NEW-COUNT
           DISPLAY "CLEARED                 = " DL100-CLEARED-COUNT
           DISPLAY "OVERDRAWN OVER 90 DAYS  = " DL100-OVER-90-COUNT
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
      * 1200-LOAD-REFERENCES - ENTITY SHORT NAMES OFF ENTREF. NO  *
      *                        ENTREF ON DISK (OR AN ENTITY WITH  *
      *                        NO ROW) JUST SHOWS NO NAME         *
      *----------------------------------------------------------*
       1200-LOAD-REFERENCES.
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-REF-NOT-FOUND
               GO TO 1200-LOAD-REFERENCES-EXIT
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
                           MOVE ERF-SHORT-NAME TO
                               DL100-REF-SHORT-NAME
                                   (DL100-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE.
       1200-LOAD-REFERENCES-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1300-LOAD-LIMITS - THE ENTLIMIT OVERDRAFT FLOORS. NO      *
      *                    ENTLIMIT ON DISK SHOWS EVERY FLOOR AS  *
      *                    NONE; A NON-NUMERIC FLOOR IS WAIVED,   *
      *                    AS CPYRPL4C TREATS IT. MORE ROWS THAN  *
      *                    THE TABLE HOLDS ABORTS - A DROPPED ROW *
      *                    WOULD SHOW THE WRONG FLOOR             *
      *----------------------------------------------------------*
       1300-LOAD-LIMITS.
           OPEN INPUT ENTITY-LIMIT-FILE
           IF DL100-LIMIT-NOT-FOUND
               GO TO 1300-LOAD-LIMITS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1350-STORE-ONE-LIMIT
                           THRU 1350-STORE-ONE-LIMIT-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-LIMIT-FILE.
       1300-LOAD-LIMITS-EXIT.
           EXIT.
      *
       1350-STORE-ONE-LIMIT.
           IF DL100-LIMIT-COUNT >= 500
               DISPLAY "MORE THAN 500 ENTLIMIT ROWS - LIMIT TABLE "
                   "FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-LIMIT-COUNT
           MOVE LMT-ENTITY-ID TO DL100-LMT-ID (DL100-LIMIT-COUNT)
           IF LMT-OVERDRAFT-FLOOR NUMERIC
               MOVE LMT-OVERDRAFT-FLOOR TO
                   DL100-LMT-FLOOR (DL100-LIMIT-COUNT)
               MOVE 'Y' TO
                   DL100-LMT-FLOOR-ON-SW (DL100-LIMIT-COUNT)
           ELSE
               MOVE ZERO TO DL100-LMT-FLOOR (DL100-LIMIT-COUNT)
               MOVE 'N' TO
                   DL100-LMT-FLOOR-ON-SW (DL100-LIMIT-COUNT)
           END-IF.
       1350-STORE-ONE-LIMIT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-PRIOR-STATUS - LAST RUN'S OVERDRWN, FOR THE     *
      *                          SINCE-DATES. NO FILE ON DISK IS  *
      *                          THE FIRST RUN: EVERY NEGATIVE    *
      *                          BALANCE STARTS AGING TODAY. MORE *
      *                          ROWS THAN THE TABLE HOLDS ABORTS *
      *                          RATHER THAN RESTART THE AGE OF   *
      *                          THE ROWS THAT DID NOT FIT        *
      *----------------------------------------------------------*
       1400-LOAD-PRIOR-STATUS.
           OPEN INPUT OVERDRAWN-FILE
           IF DL100-OVERDRAWN-NOT-FOUND
               GO TO 1400-LOAD-PRIOR-STATUS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ OVERDRAWN-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1450-STORE-ONE-PRIOR
                           THRU 1450-STORE-ONE-PRIOR-EXIT
               END-READ
           END-PERFORM
           CLOSE OVERDRAWN-FILE.
       1400-LOAD-PRIOR-STATUS-EXIT.
           EXIT.
      *
       1450-STORE-ONE-PRIOR.
           IF ODS-SINCE-DATE NOT NUMERIC
               GO TO 1450-STORE-ONE-PRIOR-EXIT
           END-IF
           IF DL100-PRIOR-COUNT >= 5000
               DISPLAY "MORE THAN 5000 OVERDRWN ROWS - STATUS TABLE "
                   "FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-PRIOR-COUNT
           MOVE ODS-ENTITY-ID TO DL100-PRIOR-ID (DL100-PRIOR-COUNT)
           MOVE ODS-CURRENCY-CODE TO
               DL100-PRIOR-CURRENCY (DL100-PRIOR-COUNT)
           MOVE ODS-SINCE-DATE TO
               DL100-PRIOR-SINCE (DL100-PRIOR-COUNT)
           IF ODS-BALANCE NUMERIC
               MOVE ODS-BALANCE TO
                   DL100-PRIOR-BALANCE (DL100-PRIOR-COUNT)
           ELSE
               MOVE ZERO TO DL100-PRIOR-BALANCE (DL100-PRIOR-COUNT)
           END-IF
           MOVE ODS-SHORT-NAME TO
               DL100-PRIOR-SHORT-NAME (DL100-PRIOR-COUNT)
           MOVE 'N' TO DL100-PRIOR-SEEN-SW (DL100-PRIOR-COUNT).
       1450-STORE-ONE-PRIOR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-CHECK-ENTITY - EVERY BALANCE OF ONE MASTER RECORD:   *
      *                     HOME, THEN THE IN-RECORD CURR-BAL     *
      *                     TABLE, THEN ITS CURRBOV ROWS          *
      *----------------------------------------------------------*
       2000-CHECK-ENTITY.
           ADD 1 TO DL100-ENTITY-COUNT
           MOVE XXXENTM-ENTITY-ID TO DL100-WANTED-ID
           PERFORM 2600-FIND-SHORT-NAME THRU 2600-FIND-SHORT-NAME-EXIT
           MOVE XXXENTM-HOME-CURRENCY TO DL100-CHK-CURRENCY
           MOVE XXXENTM-BALANCE TO DL100-CHK-AMOUNT
           PERFORM 2500-CHECK-BALANCE THRU 2500-CHECK-BALANCE-EXIT
           PERFORM 2100-CHECK-CURR-BAL THRU 2100-CHECK-CURR-BAL-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > XXXENTM-CURR-BAL-COUNT
           IF DL100-OVERFLOW-PRESENT-YES
               PERFORM 2200-CHECK-OVERFLOW
                   THRU 2200-CHECK-OVERFLOW-EXIT
           END-IF.
       2000-CHECK-ENTITY-EXIT.
           EXIT.
      *
       2100-CHECK-CURR-BAL.
           MOVE XXXENTM-CURR-CODE (DL100-CURR-IDX) TO
               DL100-CHK-CURRENCY
           MOVE XXXENTM-CURR-AMOUNT (DL100-CURR-IDX) TO
               DL100-CHK-AMOUNT
           PERFORM 2500-CHECK-BALANCE THRU 2500-CHECK-BALANCE-EXIT.
       2100-CHECK-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2200-CHECK-OVERFLOW - THE ENTITY'S CURRBOV ROWS, READ     *
      *                       KEYED FROM THE OVERFLOW FILE        *
      *----------------------------------------------------------*
       2200-CHECK-OVERFLOW.
           MOVE XXXENTM-ENTITY-ID TO OVB-ENTITY-ID
           MOVE LOW-VALUES TO OVB-CURRENCY-CODE
           START CURRENCY-OVERFLOW-FILE KEY >= OVB-KEY
               INVALID KEY
                   GO TO 2200-CHECK-OVERFLOW-EXIT
           END-START
           PERFORM 2250-CHECK-ONE-OVERFLOW
               THRU 2250-CHECK-ONE-OVERFLOW-EXIT
               UNTIL NOT DL100-OVERFLOW-OK
           MOVE "00" TO DL100-OVERFLOW-STATUS.
       2200-CHECK-OVERFLOW-EXIT.
           EXIT.
      *
       2250-CHECK-ONE-OVERFLOW.
           READ CURRENCY-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE "10" TO DL100-OVERFLOW-STATUS
                   GO TO 2250-CHECK-ONE-OVERFLOW-EXIT
           END-READ
           IF OVB-ENTITY-ID NOT = XXXENTM-ENTITY-ID
               MOVE "10" TO DL100-OVERFLOW-STATUS
               GO TO 2250-CHECK-ONE-OVERFLOW-EXIT
           END-IF
           MOVE OVB-CURRENCY-CODE TO DL100-CHK-CURRENCY
           MOVE OVB-AMOUNT TO DL100-CHK-AMOUNT
           PERFORM 2500-CHECK-BALANCE THRU 2500-CHECK-BALANCE-EXIT.
       2250-CHECK-ONE-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2500-CHECK-BALANCE - ONE BALANCE: NOTHING TO DO AT ZERO   *
      *                      OR IN CREDIT. BELOW ZERO IT KEEPS    *
      *                      THE SINCE-DATE IT HAD LAST RUN, OR   *
      *                      STARTS TODAY, AND IS AGED AND        *
      *                      BUCKETED                             *
      *----------------------------------------------------------*
       2500-CHECK-BALANCE.
           IF DL100-CHK-AMOUNT NOT < ZERO
               GO TO 2500-CHECK-BALANCE-EXIT
           END-IF
           IF DL100-CUR-COUNT >= 5000
               DISPLAY "MORE THAN 5000 OVERDRAWN BALANCES - STATUS "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-CUR-COUNT
           MOVE XXXENTM-ENTITY-ID TO DL100-CUR-ID (DL100-CUR-COUNT)
           MOVE DL100-CHK-CURRENCY TO
               DL100-CUR-CURRENCY (DL100-CUR-COUNT)
           MOVE DL100-CHK-AMOUNT TO
               DL100-CUR-BALANCE (DL100-CUR-COUNT)
           MOVE DL100-WORK-SHORT-NAME TO
               DL100-CUR-SHORT-NAME (DL100-CUR-COUNT)
           MOVE DL100-TODAY TO DL100-CUR-SINCE (DL100-CUR-COUNT)
           MOVE 'N' TO DL100-PRIOR-FOUND-SW
           PERFORM 2550-MATCH-PRIOR THRU 2550-MATCH-PRIOR-EXIT
               VARYING DL100-PRIOR-IDX FROM 1 BY 1
               UNTIL DL100-PRIOR-FOUND-YES
               OR DL100-PRIOR-IDX > DL100-PRIOR-COUNT
           IF NOT DL100-PRIOR-FOUND-YES
               ADD 1 TO DL100-NEW-COUNT
           END-IF
           COMPUTE DL100-SINCE-INTEGER = FUNCTION INTEGER-OF-DATE
               (DL100-CUR-SINCE (DL100-CUR-COUNT))
           COMPUTE DL100-WORK-DAYS =
               DL100-TODAY-INTEGER - DL100-SINCE-INTEGER + 1
           IF DL100-WORK-DAYS < 1
               MOVE 1 TO DL100-WORK-DAYS
           END-IF
           MOVE DL100-WORK-DAYS TO DL100-CUR-DAYS (DL100-CUR-COUNT)
           EVALUATE TRUE
               WHEN DL100-WORK-DAYS <= 7
                   MOVE 1 TO DL100-CUR-BUCKET (DL100-CUR-COUNT)
               WHEN DL100-WORK-DAYS <= 30
                   MOVE 2 TO DL100-CUR-BUCKET (DL100-CUR-COUNT)
               WHEN DL100-WORK-DAYS <= 90
                   MOVE 3 TO DL100-CUR-BUCKET (DL100-CUR-COUNT)
               WHEN OTHER
                   MOVE 4 TO DL100-CUR-BUCKET (DL100-CUR-COUNT)
                   ADD 1 TO DL100-OVER-90-COUNT
           END-EVALUATE.
       2500-CHECK-BALANCE-EXIT.
           EXIT.
      *
       2550-MATCH-PRIOR.
           IF DL100-PRIOR-ID (DL100-PRIOR-IDX) = XXXENTM-ENTITY-ID
               AND DL100-PRIOR-CURRENCY (DL100-PRIOR-IDX) =
                   DL100-CHK-CURRENCY
               AND DL100-PRIOR-SEEN-SW (DL100-PRIOR-IDX) = 'N'
               MOVE DL100-PRIOR-SINCE (DL100-PRIOR-IDX) TO
                   DL100-CUR-SINCE (DL100-CUR-COUNT)
               MOVE 'Y' TO DL100-PRIOR-SEEN-SW (DL100-PRIOR-IDX)
               MOVE 'Y' TO DL100-PRIOR-FOUND-SW
           END-IF.
       2550-MATCH-PRIOR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2600-FIND-SHORT-NAME - THE SHORT NAME FOR DL100-WANTED-ID,*
      *                        SPACES WHEN NONE IS ON FILE        *
      *----------------------------------------------------------*
       2600-FIND-SHORT-NAME.
           MOVE SPACE TO DL100-WORK-SHORT-NAME
           MOVE 'N' TO DL100-REF-FOUND-SW
           PERFORM 2650-MATCH-SHORT-NAME
               THRU 2650-MATCH-SHORT-NAME-EXIT
               VARYING DL100-REF-IDX FROM 1 BY 1
               UNTIL DL100-REF-FOUND-YES
               OR DL100-REF-IDX > DL100-REF-COUNT.
       2600-FIND-SHORT-NAME-EXIT.
           EXIT.
      *
       2650-MATCH-SHORT-NAME.
           IF DL100-REF-ID (DL100-REF-IDX) = DL100-WANTED-ID
               MOVE DL100-REF-SHORT-NAME (DL100-REF-IDX) TO
                   DL100-WORK-SHORT-NAME
               MOVE 'Y' TO DL100-REF-FOUND-SW
           END-IF.
       2650-MATCH-SHORT-NAME-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2700-RESOLVE-FLOOR - THE FLOOR FOR DL100-WANTED-ID: ITS   *
      *                      OWN ENTLIMIT ROW WHEN IT HAS ONE,    *
      *                      ELSE THE *DEFAULT ROW, ELSE NONE -   *
      *                      THE CPYRPL4C 3630-RESOLVE-LIMIT RULE *
      *----------------------------------------------------------*
       2700-RESOLVE-FLOOR.
           MOVE 'N' TO DL100-LIMIT-FOUND-SW
           MOVE 'N' TO DL100-WORK-FLOOR-ON-SW
           MOVE ZERO TO DL100-WORK-FLOOR
           PERFORM 2750-MATCH-LIMIT THRU 2750-MATCH-LIMIT-EXIT
               VARYING DL100-LIMIT-IDX FROM 1 BY 1
               UNTIL DL100-LIMIT-FOUND-YES
               OR DL100-LIMIT-IDX > DL100-LIMIT-COUNT
           IF DL100-LIMIT-FOUND-YES
               GO TO 2700-RESOLVE-FLOOR-EXIT
           END-IF
           MOVE "*DEFAULT" TO DL100-WANTED-ID
           PERFORM 2750-MATCH-LIMIT THRU 2750-MATCH-LIMIT-EXIT
               VARYING DL100-LIMIT-IDX FROM 1 BY 1
               UNTIL DL100-LIMIT-FOUND-YES
               OR DL100-LIMIT-IDX > DL100-LIMIT-COUNT.
       2700-RESOLVE-FLOOR-EXIT.
           EXIT.
      *
       2750-MATCH-LIMIT.
           IF DL100-LMT-ID (DL100-LIMIT-IDX) = DL100-WANTED-ID
               MOVE DL100-LMT-FLOOR (DL100-LIMIT-IDX) TO
                   DL100-WORK-FLOOR
               MOVE DL100-LMT-FLOOR-ON-SW (DL100-LIMIT-IDX) TO
                   DL100-WORK-FLOOR-ON-SW
               MOVE 'Y' TO DL100-LIMIT-FOUND-SW
           END-IF.
       2750-MATCH-LIMIT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-WRITE-STATUS - ONE OVERDRWN ROW PER BALANCE BELOW    *
      *                     ZERO TONIGHT; ANYTHING ELSE ON LAST   *
      *                     RUN'S FILE DROPS OFF (CLEARED)        *
      *----------------------------------------------------------*
       3000-WRITE-STATUS.
           MOVE SPACE TO OVERDRAWN-RECORD
           MOVE DL100-CUR-ID (DL100-CUR-IDX) TO ODS-ENTITY-ID
           MOVE DL100-CUR-CURRENCY (DL100-CUR-IDX) TO
               ODS-CURRENCY-CODE
           MOVE DL100-CUR-SINCE (DL100-CUR-IDX) TO ODS-SINCE-DATE
           MOVE DL100-TODAY TO ODS-LAST-SEEN-DATE
           MOVE DL100-CUR-DAYS (DL100-CUR-IDX) TO ODS-DAYS-OVERDRAWN
           MOVE DL100-CUR-BALANCE (DL100-CUR-IDX) TO ODS-BALANCE
           MOVE DL100-CUR-SHORT-NAME (DL100-CUR-IDX) TO
               ODS-SHORT-NAME
           WRITE OVERDRAWN-RECORD.
       3000-WRITE-STATUS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-PRINT-BUCKET - ONE AGE BUCKET: ITS TITLE, EVERY      *
      *                     BALANCE IN IT AND ITS COUNT           *
      *----------------------------------------------------------*
       4000-PRINT-BUCKET.
           EVALUATE DL100-BUCKET
               WHEN 1
                   MOVE "1-7 DAYS OVERDRAWN" TO ODA-BKT-TITLE
               WHEN 2
                   MOVE "8-30 DAYS OVERDRAWN" TO ODA-BKT-TITLE
               WHEN 3
                   MOVE "31-90 DAYS OVERDRAWN" TO ODA-BKT-TITLE
               WHEN OTHER
                   MOVE "OVER 90 DAYS OVERDRAWN - ACTION NEEDED" TO
                       ODA-BKT-TITLE
           END-EVALUATE
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE
           MOVE ODA-BUCKET-LINE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE
           MOVE ZERO TO DL100-BUCKET-COUNT
           PERFORM 4100-PRINT-IF-IN-BUCKET
               THRU 4100-PRINT-IF-IN-BUCKET-EXIT
               VARYING DL100-CUR-IDX FROM 1 BY 1
               UNTIL DL100-CUR-IDX > DL100-CUR-COUNT
           MOVE "BALANCES IN THIS BUCKET" TO ODA-CNT-LABEL
           MOVE DL100-BUCKET-COUNT TO ODA-CNT-VALUE
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE ODA-COUNT-LINE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE.
       4000-PRINT-BUCKET-EXIT.
           EXIT.
      *
       4100-PRINT-IF-IN-BUCKET.
           IF DL100-CUR-BUCKET (DL100-CUR-IDX) NOT = DL100-BUCKET
               GO TO 4100-PRINT-IF-IN-BUCKET-EXIT
           END-IF
           ADD 1 TO DL100-BUCKET-COUNT
           MOVE DL100-CUR-ID (DL100-CUR-IDX) TO ODA-DET-ENTITY-ID
           MOVE DL100-CUR-SHORT-NAME (DL100-CUR-IDX) TO
               ODA-DET-SHORT-NAME
           MOVE DL100-CUR-CURRENCY (DL100-CUR-IDX) TO
               ODA-DET-CURRENCY
           MOVE DL100-CUR-BALANCE (DL100-CUR-IDX) TO ODA-DET-BALANCE
           MOVE DL100-CUR-SINCE (DL100-CUR-IDX) TO ODA-DET-SINCE
           MOVE DL100-CUR-DAYS (DL100-CUR-IDX) TO ODA-DET-DAYS
           MOVE SPACE TO ODA-DET-FLAG
           MOVE DL100-CUR-ID (DL100-CUR-IDX) TO DL100-WANTED-ID
           PERFORM 2700-RESOLVE-FLOOR THRU 2700-RESOLVE-FLOOR-EXIT
           IF DL100-WORK-FLOOR-ON-YES
               MOVE DL100-WORK-FLOOR TO ODA-DET-FLOOR
               IF DL100-CUR-BALANCE (DL100-CUR-IDX) <
                       DL100-WORK-FLOOR
                   MOVE "BELOW FLOOR" TO ODA-DET-FLAG
                   ADD 1 TO DL100-BELOW-FLOOR-COUNT
               END-IF
           ELSE
               MOVE "           NONE" TO ODA-DET-FLOOR-X
           END-IF
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE ODA-DETAIL-LINE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE.
       4100-PRINT-IF-IN-BUCKET-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4500-PRINT-CLEARED - A ROW ON LAST RUN'S FILE WITH NO     *
      *                      NEGATIVE BALANCE TONIGHT: BACK AT    *
      *                      ZERO OR IN CREDIT (OR THE ENTITY IS  *
      *                      NO LONGER ON THE MASTER). SHOWN ONCE *
      *                      WITH THE LAST BALANCE RECORDED       *
      *----------------------------------------------------------*
       4500-PRINT-CLEARED.
           IF DL100-PRIOR-SEEN-SW (DL100-PRIOR-IDX) = 'Y'
               GO TO 4500-PRINT-CLEARED-EXIT
           END-IF
           ADD 1 TO DL100-CLEARED-COUNT
           MOVE DL100-PRIOR-ID (DL100-PRIOR-IDX) TO ODA-CLR-ENTITY-ID
           MOVE DL100-PRIOR-SHORT-NAME (DL100-PRIOR-IDX) TO
               ODA-CLR-SHORT-NAME
           MOVE DL100-PRIOR-CURRENCY (DL100-PRIOR-IDX) TO
               ODA-CLR-CURRENCY
           MOVE DL100-PRIOR-BALANCE (DL100-PRIOR-IDX) TO
               ODA-CLR-BALANCE
           MOVE DL100-PRIOR-SINCE (DL100-PRIOR-IDX) TO ODA-CLR-SINCE
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE ODA-CLEARED-LINE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE.
       4500-PRINT-CLEARED-EXIT.
           EXIT.
      *
       5000-PRINT-COUNTS.
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE
           MOVE "ENTITIES SWEPT" TO ODA-CNT-LABEL
           MOVE DL100-ENTITY-COUNT TO ODA-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "BALANCES OVERDRAWN" TO ODA-CNT-LABEL
           MOVE DL100-CUR-COUNT TO ODA-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "NEWLY OVERDRAWN TODAY" TO ODA-CNT-LABEL
           MOVE DL100-NEW-COUNT TO ODA-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "OVERDRAWN OVER 90 DAYS" TO ODA-CNT-LABEL
           MOVE DL100-OVER-90-COUNT TO ODA-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "BELOW THEIR OVERDRAFT FLOOR" TO ODA-CNT-LABEL
           MOVE DL100-BELOW-FLOOR-COUNT TO ODA-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT
           MOVE "CLEARED SINCE LAST RUN" TO ODA-CNT-LABEL
           MOVE DL100-CLEARED-COUNT TO ODA-CNT-VALUE
           PERFORM 5100-PRINT-COUNT-LINE
               THRU 5100-PRINT-COUNT-LINE-EXIT.
       5000-PRINT-COUNTS-EXIT.
           EXIT.
      *
       5100-PRINT-COUNT-LINE.
           MOVE SPACE TO OVERDRAWN-REPORT-LINE
           MOVE ODA-COUNT-LINE TO OVERDRAWN-REPORT-LINE
           WRITE OVERDRAWN-REPORT-LINE.
       5100-PRINT-COUNT-LINE-EXIT.
           EXIT.
       END PROGRAM DL100ODA.
