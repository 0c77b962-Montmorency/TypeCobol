       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100DQS.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100DQS - RULE-DRIVEN DATA-QUALITY SWEEP                  *
      *   IFTHEN's pattern - every record is compared with what it *
      *   should hold, every failure is written with the actual    *
      *   value and the comparison it failed, and each comparison  *
      *   keeps its own count - applied to the master files, with *
      *   the comparisons read from the DQRULES file rather than   *
      *   coded. Each rule names a file (ENTMAST, CURRBOV, ENTREF  *
      *   or ENTLIMIT), one of that file's fields, an operator and *
      *   what the field must satisfy:                             *
      *     EQ NE LT LE GT GE  against a literal (DQR-VALUE for a  *
      *                        text field, DQR-NUMBER for a        *
      *                        numeric one), *TODAY (the business  *
      *                        date) or *SLOTS (the number of      *
      *                        ENTMAST foreign slots populated)    *
      *     IN NI              the value is (IN) or is not (NI) on *
      *                        ISOCURR, ENTMAST, ENTREF, ENTLIMIT  *
      *                        or CURRBOV - the cross-file checks  *
      *   and optionally a WHEN field, operator and value of the   *
      *   same file that limits the rule to the records meeting    *
      *   it (e.g. EFFECTIVE-DATE LE *TODAY WHEN STATUS-CODE EQ    *
      *   AC). The ENTMAST CURR-CODE and CURR-AMOUNT fields are    *
      *   tested once per populated slot. A record that fails is a *
      *   violation on DQRPT; after the sweep every rule is listed *
      *   with the records it tested and its violations, and any   *
      *   rule that names an unknown file, field or operator is    *
      *   listed NOT APPLIED with the reason. New rules need only  *
      *   a DQRULES line. Reads only; violations are for the data  *
      *   owners and do not fail the cycle (RC 0).                 *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQ-RULES-FILE ASSIGN TO "DQRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RULES-STATUS.
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
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REF-STATUS.
           SELECT ENTITY-LIMIT-FILE ASSIGN TO "ENTLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LIMIT-STATUS.
           SELECT DQ-REPORT-FILE ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DQ-RULES-FILE.
       01  DQ-RULE-RECORD.
           05  DQR-RULE-ID                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  DQR-FILE-NAME                PIC X(08).
           05  FILLER                       PIC X(01).
           05  DQR-FIELD-NAME               PIC X(16).
           05  FILLER                       PIC X(01).
           05  DQR-OPERATOR                 PIC X(02).
           05  FILLER                       PIC X(01).
           05  DQR-VALUE                    PIC X(20).
           05  FILLER                       PIC X(01).
           05  DQR-NUMBER                   PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  DQR-WHEN-FIELD-NAME          PIC X(16).
           05  FILLER                       PIC X(01).
           05  DQR-WHEN-OPERATOR            PIC X(02).
           05  FILLER                       PIC X(01).
           05  DQR-WHEN-VALUE               PIC X(20).
           05  FILLER                       PIC X(01).
           05  DQR-WHEN-NUMBER              PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  DQR-DESCRIPTION              PIC X(40).
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  ENTITY-LIMIT-FILE.
       01  ENTITY-LIMIT-RECORD.
           COPY ENTLIMIT.
       FD  DQ-REPORT-FILE.
       01  DQ-REPORT-LINE                   PIC X(132).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-RULES-STATUS               PIC X(02) VALUE "00".
           88  DL100-RULES-NOT-FOUND            VALUE "35".
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OPEN-NOT-FOUND      VALUE "35".
       77  DL100-OVERFLOW-STATUS            PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-NOT-FOUND         VALUE "35".
       77  DL100-REF-STATUS                 PIC X(02) VALUE "00".
           88  DL100-REF-NOT-FOUND              VALUE "35".
       77  DL100-LIMIT-STATUS               PIC X(02) VALUE "00".
           88  DL100-LIMIT-NOT-FOUND            VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-RULE-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-RULE-IDX                   PIC 9(03) COMP.
       77  DL100-APPLIED-COUNT              PIC 9(03) COMP VALUE ZERO.
       77  DL100-REJECTED-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  DL100-CAT-IDX                    PIC 9(02) COMP.
       77  DL100-CAT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-CAT-FOUND-YES              VALUE 'Y'.
       77  DL100-WANTED-FILE                PIC X(08) VALUE SPACE.
       77  DL100-WANTED-FIELD               PIC X(16) VALUE SPACE.
       77  DL100-CURRENT-FILE               PIC 9(01) VALUE ZERO.
       77  DL100-SLOT-IDX                   PIC 9(01) VALUE ZERO.
       77  DL100-POPULATED-SLOTS            PIC 9(01) VALUE ZERO.
       77  DL100-LIST-IDX                   PIC 9(04) COMP.
       77  DL100-ON-LIST-SW                 PIC X(01) VALUE 'N'.
           88  DL100-ON-LIST-YES                VALUE 'Y'.
       77  DL100-CONDITION-SW               PIC X(01) VALUE 'N'.
           88  DL100-CONDITION-TRUE             VALUE 'Y'.
       77  DL100-RECORD-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  DL100-VIOLATION-COUNT            PIC 9(07) COMP VALUE ZERO.
      *
      *  THE FIELDS A RULE MAY NAME, PER FILE (1 ENTMAST, 2 CURRBOV,
      *  3 ENTREF, 4 ENTLIMIT): FIELD CODE, A(LPHA) OR N(UMERIC),
      *  AND S WHERE THE FIELD IS TESTED ONCE PER POPULATED SLOT.
      *  EXTEND THE VALUES AND THE OCCURS TOGETHER
      *
       01  DL100-CATALOGUE-VALUES.
           05  FILLER                       PIC X(30) VALUE
               "1ENTITY-ID       01A ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1FCT01-VAR1      02A ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1STATUS-CODE     03A ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1EFFECTIVE-DATE  04N ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1HOME-CURRENCY   05A ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1BALANCE         06N ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1CURR-BAL-COUNT  07N ENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1CURR-CODE       08ASENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "1CURR-AMOUNT     09NSENTMAST  ".
           05  FILLER                       PIC X(30) VALUE
               "2ENTITY-ID       11A CURRBOV  ".
           05  FILLER                       PIC X(30) VALUE
               "2CURRENCY-CODE   12A CURRBOV  ".
           05  FILLER                       PIC X(30) VALUE
               "2AMOUNT          13N CURRBOV  ".
           05  FILLER                       PIC X(30) VALUE
               "3ENTITY-ID       21A ENTREF   ".
           05  FILLER                       PIC X(30) VALUE
               "3NAME            22A ENTREF   ".
           05  FILLER                       PIC X(30) VALUE
               "3SHORT-NAME      23A ENTREF   ".
           05  FILLER                       PIC X(30) VALUE
               "3CLASS-CODE      24A ENTREF   ".
           05  FILLER                       PIC X(30) VALUE
               "3CONTACT-REF     25A ENTREF   ".
           05  FILLER                       PIC X(30) VALUE
               "4ENTITY-ID       31A ENTLIMIT ".
           05  FILLER                       PIC X(30) VALUE
               "4TRANS-MAX       32N ENTLIMIT ".
           05  FILLER                       PIC X(30) VALUE
               "4OVERDRAFT-FLOOR 33N ENTLIMIT ".
       01  DL100-CATALOGUE-TABLE REDEFINES DL100-CATALOGUE-VALUES.
           05  DL100-CAT-ENTRY              OCCURS 20 TIMES.
               10  DL100-CAT-FILE-NO            PIC 9(01).
               10  DL100-CAT-FIELD-NAME         PIC X(16).
               10  DL100-CAT-FIELD-CODE         PIC 9(02).
               10  DL100-CAT-FIELD-TYPE         PIC X(01).
               10  DL100-CAT-SLOT-SW            PIC X(01).
               10  DL100-CAT-FILE-NAME          PIC X(08).
               10  FILLER                       PIC X(01).
      *
      *  THE RULES OFF DQRULES. COMPARAND KIND: L LITERAL, T
      *  *TODAY, S *SLOTS, OR 1-5 THE IN/NI LIST (ISOCURR,
      *  ENTMAST, ENTREF, ENTLIMIT, CURRBOV)
      *
       01  DL100-RULE-TABLE.
           05  DL100-RULE-ENTRY             OCCURS 100 TIMES.
               10  DL100-RUL-ID                 PIC X(08).
               10  DL100-RUL-FILE-NO            PIC 9(01).
               10  DL100-RUL-FILE-NAME          PIC X(08).
               10  DL100-RUL-FIELD-NAME         PIC X(16).
               10  DL100-RUL-FIELD-CODE         PIC 9(02).
               10  DL100-RUL-FIELD-TYPE         PIC X(01).
               10  DL100-RUL-SLOT-SW            PIC X(01).
               10  DL100-RUL-OPERATOR           PIC X(02).
               10  DL100-RUL-KIND               PIC X(01).
               10  DL100-RUL-VALUE              PIC X(20).
               10  DL100-RUL-NUMBER             PIC S9(11)V99.
               10  DL100-RUL-WHEN-SW            PIC X(01).
                   88  DL100-RUL-HAS-WHEN           VALUE 'Y'.
               10  DL100-RUL-WHEN-FIELD-NAME    PIC X(16).
               10  DL100-RUL-WHEN-FIELD-CODE    PIC 9(02).
               10  DL100-RUL-WHEN-FIELD-TYPE    PIC X(01).
               10  DL100-RUL-WHEN-OPERATOR      PIC X(02).
               10  DL100-RUL-WHEN-KIND          PIC X(01).
               10  DL100-RUL-WHEN-VALUE         PIC X(20).
               10  DL100-RUL-WHEN-NUMBER        PIC S9(11)V99.
               10  DL100-RUL-DESCRIPTION        PIC X(40).
               10  DL100-RUL-REJECT-REASON      PIC X(30).
               10  DL100-RUL-TESTED             PIC 9(07) COMP.
               10  DL100-RUL-VIOLATIONS         PIC 9(07) COMP.
      *
      *  ONE CONDITION BEING TESTED - THE RULE ITSELF OR ITS WHEN
      *
       01  DL100-CONDITION.
           05  DL100-CND-FIELD-CODE         PIC 9(02).
           05  DL100-CND-FIELD-TYPE         PIC X(01).
           05  DL100-CND-OPERATOR           PIC X(02).
           05  DL100-CND-KIND               PIC X(01).
           05  DL100-CND-VALUE              PIC X(20).
           05  DL100-CND-NUMBER             PIC S9(11)V99.
           05  DL100-CND-LEFT-ALPHA         PIC X(30).
           05  DL100-CND-LEFT-NUMBER        PIC S9(13)V99.
           05  DL100-CND-RIGHT-ALPHA        PIC X(30).
           05  DL100-CND-RIGHT-NUMBER       PIC S9(13)V99.
      *
      *  THE KEYS OF EACH FILE, FOR THE IN/NI CROSS-FILE CHECKS
      *
       01  DL100-MASTER-ID-TABLE.
           05  DL100-MASTER-ID-COUNT        PIC 9(04) COMP VALUE 0.
           05  DL100-MASTER-ID              PIC X(10)
                                             OCCURS 5000 TIMES.
       01  DL100-REF-ID-TABLE.
           05  DL100-REF-ID-COUNT           PIC 9(04) COMP VALUE 0.
           05  DL100-REF-ID                 PIC X(10)
                                             OCCURS 5000 TIMES.
       01  DL100-LIMIT-ID-TABLE.
           05  DL100-LIMIT-ID-COUNT         PIC 9(04) COMP VALUE 0.
           05  DL100-LIMIT-ID               PIC X(10)
                                             OCCURS 5000 TIMES.
       01  DL100-OVERFLOW-ID-TABLE.
           05  DL100-OVERFLOW-ID-COUNT      PIC 9(04) COMP VALUE 0.
           05  DL100-OVERFLOW-ID            PIC X(10)
                                             OCCURS 5000 TIMES.
       COPY ISOCURR.
       01  DQS-HEADING-1.
           05  FILLER                       PIC X(40) VALUE
               "DL100DQS - DATA-QUALITY VIOLATIONS FOR  ".
           05  DQS-HDG-DATE                 PIC 9(08).
       01  DQS-HEADING-2.
           05  FILLER                       PIC X(36) VALUE
               "RULE     FILE     KEY        SLOT   ".
           05  FILLER                       PIC X(17) VALUE
               "FIELD            ".
           05  FILLER                       PIC X(42) VALUE
               "ACTUAL                         OP EXPECTED".
       01  DQS-DETAIL-LINE.
           05  DQS-DET-RULE-ID              PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-FILE                 PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-KEY                  PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-SUBKEY               PIC X(06).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-FIELD                PIC X(16).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-ACTUAL               PIC X(30).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-OPERATOR             PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-DET-EXPECTED             PIC X(20).
       01  DQS-SLOT-TEXT.
           05  FILLER                       PIC X(05) VALUE "SLOT ".
           05  DQS-SLOT-NO                  PIC 9(01).
       01  DQS-NUMBER-EDIT                  PIC -(12)9.99.
       01  DQS-COUNT-HEADING.
           05  FILLER                       PIC X(38) VALUE
               "RULE     FILE     FIELD            OP ".
           05  FILLER                       PIC X(38) VALUE
               "VALUE                 TESTED VIOLATED ".
           05  FILLER                       PIC X(20) VALUE
               "DESCRIPTION / REASON".
       01  DQS-COUNT-LINE.
           05  DQS-CNT-RULE-ID              PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-FILE                 PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-FIELD                PIC X(16).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-OPERATOR             PIC X(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-VALUE                PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-TESTED               PIC Z(06)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-VIOLATED             PIC Z(07)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  DQS-CNT-TEXT                 PIC X(40).
       01  DQS-SECTION-LINE.
           05  FILLER                       PIC X(03) VALUE "-- ".
           05  DQS-SEC-TITLE                PIC X(60).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-LOAD-RULES THRU 1200-LOAD-RULES-EXIT
           OPEN OUTPUT DQ-REPORT-FILE
           MOVE SPACE TO DQ-REPORT-LINE
           MOVE DL100-TODAY TO DQS-HDG-DATE
           MOVE DQS-HEADING-1 TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE SPACE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE DQS-HEADING-2 TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           IF DL100-APPLIED-COUNT > 0
               PERFORM 1500-LOAD-KEYS THRU 1500-LOAD-KEYS-EXIT
               PERFORM 2000-SWEEP-MASTER THRU 2000-SWEEP-MASTER-EXIT
               PERFORM 2200-SWEEP-OVERFLOW
                   THRU 2200-SWEEP-OVERFLOW-EXIT
               PERFORM 2400-SWEEP-REFERENCE
                   THRU 2400-SWEEP-REFERENCE-EXIT
               PERFORM 2600-SWEEP-LIMITS THRU 2600-SWEEP-LIMITS-EXIT
           END-IF
           PERFORM 6000-PRINT-RULE-COUNTS
               THRU 6000-PRINT-RULE-COUNTS-EXIT
           CLOSE DQ-REPORT-FILE
           DISPLAY "DQ RULES APPLIED        = " DL100-APPLIED-COUNT
           DISPLAY "DQ RULES NOT APPLIED    = " DL100-REJECTED-COUNT
           DISPLAY "RECORDS SWEPT           = " DL100-RECORD-COUNT
           DISPLAY "VIOLATIONS              = " DL100-VIOLATION-COUNT
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
      * 1200-LOAD-RULES - EVERY DQRULES LINE INTO THE RULE TABLE, *
      *                   CHECKED AGAINST THE FIELD CATALOGUE AS  *
      *                   IT LOADS; A RULE THAT DOES NOT CHECK IS *
      *                   KEPT WITH ITS REASON AND NOT APPLIED.   *
      *                   A LINE STARTING * IS A COMMENT          *
      *----------------------------------------------------------*
       1200-LOAD-RULES.
           OPEN INPUT DQ-RULES-FILE
           IF DL100-RULES-NOT-FOUND
               DISPLAY "NO DQRULES ON DISK - NOTHING CHECKED"
               GO TO 1200-LOAD-RULES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ DQ-RULES-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DQR-RULE-ID NOT = SPACE
                           AND DQR-RULE-ID (1:1) NOT = "*"
                           PERFORM 1300-STORE-ONE-RULE
                               THRU 1300-STORE-ONE-RULE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DQ-RULES-FILE.
       1200-LOAD-RULES-EXIT.
           EXIT.
      *
       1300-STORE-ONE-RULE.
           IF DL100-RULE-COUNT >= 100
               DISPLAY "MORE THAN 100 DQRULES - RULE " DQR-RULE-ID
                   " AND AFTER NOT APPLIED"
               GO TO 1300-STORE-ONE-RULE-EXIT
           END-IF
           ADD 1 TO DL100-RULE-COUNT
           MOVE DL100-RULE-COUNT TO DL100-RULE-IDX
           INITIALIZE DL100-RULE-ENTRY (DL100-RULE-IDX)
           MOVE DQR-RULE-ID TO DL100-RUL-ID (DL100-RULE-IDX)
           MOVE DQR-FILE-NAME TO DL100-RUL-FILE-NAME (DL100-RULE-IDX)
           MOVE DQR-FIELD-NAME TO
               DL100-RUL-FIELD-NAME (DL100-RULE-IDX)
           MOVE DQR-OPERATOR TO DL100-RUL-OPERATOR (DL100-RULE-IDX)
           MOVE DQR-VALUE TO DL100-RUL-VALUE (DL100-RULE-IDX)
           MOVE DQR-DESCRIPTION TO
               DL100-RUL-DESCRIPTION (DL100-RULE-IDX)
           MOVE DQR-WHEN-FIELD-NAME TO
               DL100-RUL-WHEN-FIELD-NAME (DL100-RULE-IDX)
           MOVE DQR-WHEN-OPERATOR TO
               DL100-RUL-WHEN-OPERATOR (DL100-RULE-IDX)
           MOVE DQR-WHEN-VALUE TO
               DL100-RUL-WHEN-VALUE (DL100-RULE-IDX)
           MOVE DQR-FILE-NAME TO DL100-WANTED-FILE
           MOVE DQR-FIELD-NAME TO DL100-WANTED-FIELD
           PERFORM 1400-FIND-CATALOGUE THRU 1400-FIND-CATALOGUE-EXIT
           IF NOT DL100-CAT-FOUND-YES
               MOVE "FIELD NOT KNOWN FOR THAT FILE" TO
                   DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
               GO TO 1300-STORE-ONE-RULE-REJECTED
           END-IF
           MOVE DL100-CAT-FILE-NO (DL100-CAT-IDX) TO
               DL100-RUL-FILE-NO (DL100-RULE-IDX)
           MOVE DL100-CAT-FIELD-CODE (DL100-CAT-IDX) TO
               DL100-RUL-FIELD-CODE (DL100-RULE-IDX)
           MOVE DL100-CAT-FIELD-TYPE (DL100-CAT-IDX) TO
               DL100-RUL-FIELD-TYPE (DL100-RULE-IDX)
           MOVE DL100-CAT-SLOT-SW (DL100-CAT-IDX) TO
               DL100-RUL-SLOT-SW (DL100-RULE-IDX)
           MOVE DQR-OPERATOR TO DL100-CND-OPERATOR
           MOVE DQR-VALUE TO DL100-CND-VALUE
           MOVE DL100-CAT-FIELD-TYPE (DL100-CAT-IDX) TO
               DL100-CND-FIELD-TYPE
           MOVE DL100-CAT-FILE-NO (DL100-CAT-IDX) TO
               DL100-CURRENT-FILE
           PERFORM 1450-CHECK-COMPARAND THRU 1450-CHECK-COMPARAND-EXIT
           IF DL100-CND-KIND = SPACE
               GO TO 1300-STORE-ONE-RULE-REJECTED
           END-IF
           MOVE DL100-CND-KIND TO DL100-RUL-KIND (DL100-RULE-IDX)
           IF DL100-CND-KIND = "L" AND DL100-CND-FIELD-TYPE = "N"
               IF DQR-NUMBER NOT NUMERIC
                   MOVE "DQR-NUMBER NOT NUMERIC" TO
                       DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
                   GO TO 1300-STORE-ONE-RULE-REJECTED
               END-IF
               MOVE DQR-NUMBER TO DL100-RUL-NUMBER (DL100-RULE-IDX)
           END-IF
           MOVE 'N' TO DL100-RUL-WHEN-SW (DL100-RULE-IDX)
           IF DQR-WHEN-FIELD-NAME = SPACE
               GO TO 1300-STORE-ONE-RULE-APPLIED
           END-IF
           MOVE 'Y' TO DL100-RUL-WHEN-SW (DL100-RULE-IDX)
           MOVE DQR-WHEN-FIELD-NAME TO DL100-WANTED-FIELD
           PERFORM 1400-FIND-CATALOGUE THRU 1400-FIND-CATALOGUE-EXIT
           IF NOT DL100-CAT-FOUND-YES
               MOVE "WHEN FIELD NOT KNOWN" TO
                   DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
               GO TO 1300-STORE-ONE-RULE-REJECTED
           END-IF
           IF DL100-CAT-SLOT-SW (DL100-CAT-IDX) = "S"
               AND DL100-RUL-SLOT-SW (DL100-RULE-IDX) NOT = "S"
               MOVE "WHEN ON A SLOT FIELD ONLY" TO
                   DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
               GO TO 1300-STORE-ONE-RULE-REJECTED
           END-IF
           MOVE DL100-CAT-FIELD-CODE (DL100-CAT-IDX) TO
               DL100-RUL-WHEN-FIELD-CODE (DL100-RULE-IDX)
           MOVE DL100-CAT-FIELD-TYPE (DL100-CAT-IDX) TO
               DL100-RUL-WHEN-FIELD-TYPE (DL100-RULE-IDX)
           MOVE DQR-WHEN-OPERATOR TO DL100-CND-OPERATOR
           MOVE DQR-WHEN-VALUE TO DL100-CND-VALUE
           MOVE DL100-CAT-FIELD-TYPE (DL100-CAT-IDX) TO
               DL100-CND-FIELD-TYPE
           PERFORM 1450-CHECK-COMPARAND THRU 1450-CHECK-COMPARAND-EXIT
           IF DL100-CND-KIND = SPACE
               GO TO 1300-STORE-ONE-RULE-REJECTED
           END-IF
           MOVE DL100-CND-KIND TO DL100-RUL-WHEN-KIND (DL100-RULE-IDX)
           IF DL100-CND-KIND = "L" AND DL100-CND-FIELD-TYPE = "N"
               IF DQR-WHEN-NUMBER NOT NUMERIC
                   MOVE "DQR-WHEN-NUMBER NOT NUMERIC" TO
                       DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
                   GO TO 1300-STORE-ONE-RULE-REJECTED
               END-IF
               MOVE DQR-WHEN-NUMBER TO
                   DL100-RUL-WHEN-NUMBER (DL100-RULE-IDX)
           END-IF.
       1300-STORE-ONE-RULE-APPLIED.
           ADD 1 TO DL100-APPLIED-COUNT
           GO TO 1300-STORE-ONE-RULE-EXIT.
       1300-STORE-ONE-RULE-REJECTED.
           MOVE ZERO TO DL100-RUL-FILE-NO (DL100-RULE-IDX)
           ADD 1 TO DL100-REJECTED-COUNT.
       1300-STORE-ONE-RULE-EXIT.
           EXIT.
      *
       1400-FIND-CATALOGUE.
           MOVE 'N' TO DL100-CAT-FOUND-SW
           PERFORM 1410-MATCH-CATALOGUE THRU 1410-MATCH-CATALOGUE-EXIT
               VARYING DL100-CAT-IDX FROM 1 BY 1
               UNTIL DL100-CAT-FOUND-YES OR DL100-CAT-IDX > 20.
       1400-FIND-CATALOGUE-EXIT.
           EXIT.
      *
       1410-MATCH-CATALOGUE.
           IF DL100-CAT-FILE-NAME (DL100-CAT-IDX) = DL100-WANTED-FILE
               AND DL100-CAT-FIELD-NAME (DL100-CAT-IDX) =
                   DL100-WANTED-FIELD
               SUBTRACT 1 FROM DL100-CAT-IDX
               MOVE 'Y' TO DL100-CAT-FOUND-SW
           END-IF.
       1410-MATCH-CATALOGUE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1450-CHECK-COMPARAND - SETTLE WHAT THE CONDITION IN       *
      *                        DL100-CONDITION COMPARES AGAINST;  *
      *                        A COMBINATION THAT MAKES NO SENSE  *
      *                        LEAVES THE KIND BLANK WITH THE     *
      *                        REASON ON THE RULE                 *
      *----------------------------------------------------------*
       1450-CHECK-COMPARAND.
           MOVE SPACE TO DL100-CND-KIND
           IF DL100-CND-OPERATOR = "IN" OR DL100-CND-OPERATOR = "NI"
               IF DL100-CND-FIELD-TYPE NOT = "A"
                   MOVE "IN/NI ON A TEXT FIELD ONLY" TO
                       DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
                   GO TO 1450-CHECK-COMPARAND-EXIT
               END-IF
               EVALUATE DL100-CND-VALUE
                   WHEN "ISOCURR"
                       MOVE "1" TO DL100-CND-KIND
                   WHEN "ENTMAST"
                       MOVE "2" TO DL100-CND-KIND
                   WHEN "ENTREF"
                       MOVE "3" TO DL100-CND-KIND
                   WHEN "ENTLIMIT"
                       MOVE "4" TO DL100-CND-KIND
                   WHEN "CURRBOV"
                       MOVE "5" TO DL100-CND-KIND
                   WHEN OTHER
                       MOVE "IN/NI LIST NOT KNOWN" TO
                           DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
               END-EVALUATE
               GO TO 1450-CHECK-COMPARAND-EXIT
           END-IF
           IF DL100-CND-OPERATOR NOT = "EQ"
               AND DL100-CND-OPERATOR NOT = "NE"
               AND DL100-CND-OPERATOR NOT = "LT"
               AND DL100-CND-OPERATOR NOT = "LE"
               AND DL100-CND-OPERATOR NOT = "GT"
               AND DL100-CND-OPERATOR NOT = "GE"
               MOVE "OPERATOR NOT KNOWN" TO
                   DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
               GO TO 1450-CHECK-COMPARAND-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DL100-CND-VALUE = "*TODAY"
                   IF DL100-CND-FIELD-TYPE NOT = "N"
                       MOVE "*TODAY ON A NUMERIC FIELD ONLY" TO
                           DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
                   ELSE
                       MOVE "T" TO DL100-CND-KIND
                   END-IF
               WHEN DL100-CND-VALUE = "*SLOTS"
                   IF DL100-CND-FIELD-TYPE NOT = "N"
                       OR DL100-CURRENT-FILE NOT = 1
                       MOVE "*SLOTS ON ENTMAST NUMBERS ONLY" TO
                           DL100-RUL-REJECT-REASON (DL100-RULE-IDX)
                   ELSE
                       MOVE "S" TO DL100-CND-KIND
                   END-IF
               WHEN OTHER
                   MOVE "L" TO DL100-CND-KIND
           END-EVALUATE.
       1450-CHECK-COMPARAND-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-KEYS - THE ENTITY IDS ON EACH FILE, FOR THE     *
      *                  IN/NI CHECKS. A FILE NOT ON DISK LOADS   *
      *                  NOTHING - AN "IN" AGAINST IT THEN FAILS  *
      *                  FOR EVERY RECORD, WHICH IS THE FINDING.  *
      *                  MORE KEYS THAN A TABLE HOLDS ABORTS      *
      *                  RATHER THAN REPORT FALSE VIOLATIONS      *
      *----------------------------------------------------------*
       1500-LOAD-KEYS.
           OPEN INPUT ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OPEN-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ ENTITY-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF DL100-MASTER-ID-COUNT >= 5000
                               PERFORM 1590-KEY-TABLE-FULL
                           END-IF
                           ADD 1 TO DL100-MASTER-ID-COUNT
                           MOVE XXXENTM-ENTITY-ID TO DL100-MASTER-ID
                               (DL100-MASTER-ID-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-MASTER-FILE
           END-IF
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF NOT DL100-REF-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ ENTITY-REFERENCE-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF DL100-REF-ID-COUNT >= 5000
                               PERFORM 1590-KEY-TABLE-FULL
                           END-IF
                           ADD 1 TO DL100-REF-ID-COUNT
                           MOVE ERF-ENTITY-ID TO DL100-REF-ID
                               (DL100-REF-ID-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-REFERENCE-FILE
           END-IF
           OPEN INPUT ENTITY-LIMIT-FILE
           IF NOT DL100-LIMIT-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ ENTITY-LIMIT-FILE
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           IF DL100-LIMIT-ID-COUNT >= 5000
                               PERFORM 1590-KEY-TABLE-FULL
                           END-IF
                           ADD 1 TO DL100-LIMIT-ID-COUNT
                           MOVE LMT-ENTITY-ID TO DL100-LIMIT-ID
                               (DL100-LIMIT-ID-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENTITY-LIMIT-FILE
           END-IF
           OPEN INPUT CURRENCY-OVERFLOW-FILE
           IF NOT DL100-OVERFLOW-NOT-FOUND
               MOVE 'N' TO DL100-EOF-SW
               PERFORM UNTIL DL100-EOF-YES
                   READ CURRENCY-OVERFLOW-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO DL100-EOF-SW
                       NOT AT END
                           PERFORM 1550-TAKE-OVERFLOW-KEY
                               THRU 1550-TAKE-OVERFLOW-KEY-EXIT
                   END-READ
               END-PERFORM
               CLOSE CURRENCY-OVERFLOW-FILE
           END-IF.
       1500-LOAD-KEYS-EXIT.
           EXIT.
      *
      *  CURRBOV IS IN KEY ORDER - ONE ENTRY PER ENTITY, NOT PER ROW
      *
       1550-TAKE-OVERFLOW-KEY.
           IF DL100-OVERFLOW-ID-COUNT > 0
               IF DL100-OVERFLOW-ID (DL100-OVERFLOW-ID-COUNT) =
                       OVB-ENTITY-ID
                   GO TO 1550-TAKE-OVERFLOW-KEY-EXIT
               END-IF
           END-IF
           IF DL100-OVERFLOW-ID-COUNT >= 5000
               PERFORM 1590-KEY-TABLE-FULL
           END-IF
           ADD 1 TO DL100-OVERFLOW-ID-COUNT
           MOVE OVB-ENTITY-ID TO
               DL100-OVERFLOW-ID (DL100-OVERFLOW-ID-COUNT).
       1550-TAKE-OVERFLOW-KEY-EXIT.
           EXIT.
      *
       1590-KEY-TABLE-FULL.
           DISPLAY "MORE THAN 5000 KEYS ON A CROSS-CHECK FILE - "
               "KEY TABLE FULL, JOB ABORTED"
           MOVE 16 TO RETURN-CODE
           GOBACK.
      *
      *----------------------------------------------------------*
      * 2000-2600 - ONE PASS OVER EACH FILE, EVERY RECORD TESTED  *
      *             AGAINST EVERY RULE FOR THAT FILE              *
      *----------------------------------------------------------*
       2000-SWEEP-MASTER.
           OPEN INPUT ENTITY-MASTER-FILE
           IF DL100-MASTER-OPEN-NOT-FOUND
               GO TO 2000-SWEEP-MASTER-EXIT
           END-IF
           MOVE 1 TO DL100-CURRENT-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2050-COUNT-POPULATED-SLOTS
                           THRU 2050-COUNT-POPULATED-SLOTS-EXIT
                       PERFORM 3000-TEST-RECORD
                           THRU 3000-TEST-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE.
       2000-SWEEP-MASTER-EXIT.
           EXIT.
      *
       2050-COUNT-POPULATED-SLOTS.
           MOVE ZERO TO DL100-POPULATED-SLOTS
           PERFORM 2060-COUNT-ONE-SLOT THRU 2060-COUNT-ONE-SLOT-EXIT
               VARYING DL100-SLOT-IDX FROM 1 BY 1
               UNTIL DL100-SLOT-IDX > 5.
       2050-COUNT-POPULATED-SLOTS-EXIT.
           EXIT.
      *
       2060-COUNT-ONE-SLOT.
           IF XXXENTM-CURR-CODE (DL100-SLOT-IDX) NOT = SPACE
               AND XXXENTM-CURR-CODE (DL100-SLOT-IDX) NOT = LOW-VALUES
               ADD 1 TO DL100-POPULATED-SLOTS
           END-IF.
       2060-COUNT-ONE-SLOT-EXIT.
           EXIT.
      *
       2200-SWEEP-OVERFLOW.
           OPEN INPUT CURRENCY-OVERFLOW-FILE
           IF DL100-OVERFLOW-NOT-FOUND
               GO TO 2200-SWEEP-OVERFLOW-EXIT
           END-IF
           MOVE 2 TO DL100-CURRENT-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ CURRENCY-OVERFLOW-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 3000-TEST-RECORD
                           THRU 3000-TEST-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE CURRENCY-OVERFLOW-FILE.
       2200-SWEEP-OVERFLOW-EXIT.
           EXIT.
      *
       2400-SWEEP-REFERENCE.
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-REF-NOT-FOUND
               GO TO 2400-SWEEP-REFERENCE-EXIT
           END-IF
           MOVE 3 TO DL100-CURRENT-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-REFERENCE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 3000-TEST-RECORD
                           THRU 3000-TEST-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE.
       2400-SWEEP-REFERENCE-EXIT.
           EXIT.
      *
       2600-SWEEP-LIMITS.
           OPEN INPUT ENTITY-LIMIT-FILE
           IF DL100-LIMIT-NOT-FOUND
               GO TO 2600-SWEEP-LIMITS-EXIT
           END-IF
           MOVE 4 TO DL100-CURRENT-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 3000-TEST-RECORD
                           THRU 3000-TEST-RECORD-EXIT
               END-READ
           END-PERFORM
           CLOSE ENTITY-LIMIT-FILE.
       2600-SWEEP-LIMITS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-TEST-RECORD - THE CURRENT RECORD AGAINST EACH RULE   *
      *                    FOR ITS FILE; A SLOT FIELD IS TESTED   *
      *                    ONCE PER POPULATED SLOT                *
      *----------------------------------------------------------*
       3000-TEST-RECORD.
           ADD 1 TO DL100-RECORD-COUNT
           PERFORM 3100-APPLY-RULE THRU 3100-APPLY-RULE-EXIT
               VARYING DL100-RULE-IDX FROM 1 BY 1
               UNTIL DL100-RULE-IDX > DL100-RULE-COUNT.
       3000-TEST-RECORD-EXIT.
           EXIT.
      *
       3100-APPLY-RULE.
           IF DL100-RUL-FILE-NO (DL100-RULE-IDX) NOT =
                   DL100-CURRENT-FILE
               GO TO 3100-APPLY-RULE-EXIT
           END-IF
           IF DL100-RUL-SLOT-SW (DL100-RULE-IDX) NOT = "S"
               MOVE ZERO TO DL100-SLOT-IDX
               PERFORM 3200-TEST-ONE THRU 3200-TEST-ONE-EXIT
               GO TO 3100-APPLY-RULE-EXIT
           END-IF
           PERFORM 3150-TEST-ONE-SLOT THRU 3150-TEST-ONE-SLOT-EXIT
               VARYING DL100-SLOT-IDX FROM 1 BY 1
               UNTIL DL100-SLOT-IDX > 5.
       3100-APPLY-RULE-EXIT.
           EXIT.
      *
       3150-TEST-ONE-SLOT.
           IF XXXENTM-CURR-CODE (DL100-SLOT-IDX) = SPACE
               OR XXXENTM-CURR-CODE (DL100-SLOT-IDX) = LOW-VALUES
               GO TO 3150-TEST-ONE-SLOT-EXIT
           END-IF
           PERFORM 3200-TEST-ONE THRU 3200-TEST-ONE-EXIT.
       3150-TEST-ONE-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3200-TEST-ONE - THE WHEN CONDITION FIRST (A RECORD NOT    *
      *                 MEETING IT IS NOT TESTED), THEN THE RULE; *
      *                 A RECORD FAILING THE RULE IS A VIOLATION  *
      *----------------------------------------------------------*
       3200-TEST-ONE.
           IF DL100-RUL-HAS-WHEN (DL100-RULE-IDX)
               MOVE DL100-RUL-WHEN-FIELD-CODE (DL100-RULE-IDX) TO
                   DL100-CND-FIELD-CODE
               MOVE DL100-RUL-WHEN-FIELD-TYPE (DL100-RULE-IDX) TO
                   DL100-CND-FIELD-TYPE
               MOVE DL100-RUL-WHEN-OPERATOR (DL100-RULE-IDX) TO
                   DL100-CND-OPERATOR
               MOVE DL100-RUL-WHEN-KIND (DL100-RULE-IDX) TO
                   DL100-CND-KIND
               MOVE DL100-RUL-WHEN-VALUE (DL100-RULE-IDX) TO
                   DL100-CND-VALUE
               MOVE DL100-RUL-WHEN-NUMBER (DL100-RULE-IDX) TO
                   DL100-CND-NUMBER
               PERFORM 4000-EVALUATE-CONDITION
                   THRU 4000-EVALUATE-CONDITION-EXIT
               IF NOT DL100-CONDITION-TRUE
                   GO TO 3200-TEST-ONE-EXIT
               END-IF
           END-IF
           ADD 1 TO DL100-RUL-TESTED (DL100-RULE-IDX)
           MOVE DL100-RUL-FIELD-CODE (DL100-RULE-IDX) TO
               DL100-CND-FIELD-CODE
           MOVE DL100-RUL-FIELD-TYPE (DL100-RULE-IDX) TO
               DL100-CND-FIELD-TYPE
           MOVE DL100-RUL-OPERATOR (DL100-RULE-IDX) TO
               DL100-CND-OPERATOR
           MOVE DL100-RUL-KIND (DL100-RULE-IDX) TO DL100-CND-KIND
           MOVE DL100-RUL-VALUE (DL100-RULE-IDX) TO DL100-CND-VALUE
           MOVE DL100-RUL-NUMBER (DL100-RULE-IDX) TO DL100-CND-NUMBER
           PERFORM 4000-EVALUATE-CONDITION
               THRU 4000-EVALUATE-CONDITION-EXIT
           IF NOT DL100-CONDITION-TRUE
               PERFORM 5000-WRITE-VIOLATION
                   THRU 5000-WRITE-VIOLATION-EXIT
           END-IF.
       3200-TEST-ONE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-EVALUATE-CONDITION - THE FIELD IN DL100-CONDITION    *
      *                           OFF THE CURRENT RECORD AGAINST  *
      *                           ITS COMPARAND                   *
      *----------------------------------------------------------*
       4000-EVALUATE-CONDITION.
           MOVE 'N' TO DL100-CONDITION-SW
           PERFORM 4100-GET-FIELD-VALUE THRU 4100-GET-FIELD-VALUE-EXIT
           IF DL100-CND-KIND = "1" OR "2" OR "3" OR "4" OR "5"
               PERFORM 4300-CHECK-LIST THRU 4300-CHECK-LIST-EXIT
               IF DL100-CND-OPERATOR = "IN" AND DL100-ON-LIST-YES
                   MOVE 'Y' TO DL100-CONDITION-SW
               END-IF
               IF DL100-CND-OPERATOR = "NI" AND NOT DL100-ON-LIST-YES
                   MOVE 'Y' TO DL100-CONDITION-SW
               END-IF
               GO TO 4000-EVALUATE-CONDITION-EXIT
           END-IF
           IF DL100-CND-FIELD-TYPE = "A"
               MOVE DL100-CND-VALUE TO DL100-CND-RIGHT-ALPHA
               PERFORM 4200-COMPARE-ALPHA THRU 4200-COMPARE-ALPHA-EXIT
               GO TO 4000-EVALUATE-CONDITION-EXIT
           END-IF
           EVALUATE DL100-CND-KIND
               WHEN "T"
                   MOVE DL100-TODAY TO DL100-CND-RIGHT-NUMBER
               WHEN "S"
                   MOVE DL100-POPULATED-SLOTS TO DL100-CND-RIGHT-NUMBER
               WHEN OTHER
                   MOVE DL100-CND-NUMBER TO DL100-CND-RIGHT-NUMBER
           END-EVALUATE
           PERFORM 4250-COMPARE-NUMBER THRU 4250-COMPARE-NUMBER-EXIT.
       4000-EVALUATE-CONDITION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4100-GET-FIELD-VALUE - THE CATALOGUE FIELD CODE TO THE    *
      *                        FIELD ON THE CURRENT RECORD; A     *
      *                        NUMERIC FIELD THAT IS NOT NUMERIC  *
      *                        ON DISK COMPARES AS ZERO           *
      *----------------------------------------------------------*
       4100-GET-FIELD-VALUE.
           MOVE SPACE TO DL100-CND-LEFT-ALPHA
           MOVE ZERO TO DL100-CND-LEFT-NUMBER
           EVALUATE DL100-CND-FIELD-CODE
               WHEN 01
                   MOVE XXXENTM-ENTITY-ID TO DL100-CND-LEFT-ALPHA
               WHEN 02
                   MOVE XXXENTM-FCT01-Var1 TO DL100-CND-LEFT-ALPHA
               WHEN 03
                   MOVE XXXENTM-STATUS-CODE TO DL100-CND-LEFT-ALPHA
               WHEN 04
                   IF XXXENTM-EFFECTIVE-DATE NUMERIC
                       MOVE XXXENTM-EFFECTIVE-DATE TO
                           DL100-CND-LEFT-NUMBER
                   END-IF
               WHEN 05
                   MOVE XXXENTM-HOME-CURRENCY TO DL100-CND-LEFT-ALPHA
               WHEN 06
                   MOVE XXXENTM-BALANCE TO DL100-CND-LEFT-NUMBER
               WHEN 07
                   MOVE XXXENTM-CURR-BAL-COUNT TO
                       DL100-CND-LEFT-NUMBER
               WHEN 08
                   MOVE XXXENTM-CURR-CODE (DL100-SLOT-IDX) TO
                       DL100-CND-LEFT-ALPHA
               WHEN 09
                   MOVE XXXENTM-CURR-AMOUNT (DL100-SLOT-IDX) TO
                       DL100-CND-LEFT-NUMBER
               WHEN 11
                   MOVE OVB-ENTITY-ID TO DL100-CND-LEFT-ALPHA
               WHEN 12
                   MOVE OVB-CURRENCY-CODE TO DL100-CND-LEFT-ALPHA
               WHEN 13
                   MOVE OVB-AMOUNT TO DL100-CND-LEFT-NUMBER
               WHEN 21
                   MOVE ERF-ENTITY-ID TO DL100-CND-LEFT-ALPHA
               WHEN 22
                   MOVE ERF-NAME TO DL100-CND-LEFT-ALPHA
               WHEN 23
                   MOVE ERF-SHORT-NAME TO DL100-CND-LEFT-ALPHA
               WHEN 24
                   MOVE ERF-CLASS-CODE TO DL100-CND-LEFT-ALPHA
               WHEN 25
                   MOVE ERF-CONTACT-REF TO DL100-CND-LEFT-ALPHA
               WHEN 31
                   MOVE LMT-ENTITY-ID TO DL100-CND-LEFT-ALPHA
               WHEN 32
                   IF LMT-TRANS-MAX NUMERIC
                       MOVE LMT-TRANS-MAX TO DL100-CND-LEFT-NUMBER
                   END-IF
               WHEN 33
                   IF LMT-OVERDRAFT-FLOOR NUMERIC
                       MOVE LMT-OVERDRAFT-FLOOR TO
                           DL100-CND-LEFT-NUMBER
                   END-IF
           END-EVALUATE.
       4100-GET-FIELD-VALUE-EXIT.
           EXIT.
      *
       4200-COMPARE-ALPHA.
           EVALUATE DL100-CND-OPERATOR
               WHEN "EQ"
                   IF DL100-CND-LEFT-ALPHA = DL100-CND-RIGHT-ALPHA
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "NE"
                   IF DL100-CND-LEFT-ALPHA NOT = DL100-CND-RIGHT-ALPHA
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "LT"
                   IF DL100-CND-LEFT-ALPHA < DL100-CND-RIGHT-ALPHA
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "LE"
                   IF DL100-CND-LEFT-ALPHA NOT > DL100-CND-RIGHT-ALPHA
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "GT"
                   IF DL100-CND-LEFT-ALPHA > DL100-CND-RIGHT-ALPHA
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "GE"
                   IF DL100-CND-LEFT-ALPHA NOT < DL100-CND-RIGHT-ALPHA
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
           END-EVALUATE.
       4200-COMPARE-ALPHA-EXIT.
           EXIT.
      *
       4250-COMPARE-NUMBER.
           EVALUATE DL100-CND-OPERATOR
               WHEN "EQ"
                   IF DL100-CND-LEFT-NUMBER = DL100-CND-RIGHT-NUMBER
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "NE"
                   IF DL100-CND-LEFT-NUMBER NOT =
                           DL100-CND-RIGHT-NUMBER
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "LT"
                   IF DL100-CND-LEFT-NUMBER < DL100-CND-RIGHT-NUMBER
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "LE"
                   IF DL100-CND-LEFT-NUMBER NOT >
                           DL100-CND-RIGHT-NUMBER
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "GT"
                   IF DL100-CND-LEFT-NUMBER > DL100-CND-RIGHT-NUMBER
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
               WHEN "GE"
                   IF DL100-CND-LEFT-NUMBER NOT <
                           DL100-CND-RIGHT-NUMBER
                       MOVE 'Y' TO DL100-CONDITION-SW
                   END-IF
           END-EVALUATE.
       4250-COMPARE-NUMBER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4300-CHECK-LIST - IS THE FIELD VALUE ON THE NAMED LIST    *
      *----------------------------------------------------------*
       4300-CHECK-LIST.
           MOVE 'N' TO DL100-ON-LIST-SW
           EVALUATE DL100-CND-KIND
               WHEN "1"
                   PERFORM 4310-MATCH-ISO THRU 4310-MATCH-ISO-EXIT
                       VARYING DL100-LIST-IDX FROM 1 BY 1
                       UNTIL DL100-ON-LIST-YES OR DL100-LIST-IDX > 20
               WHEN "2"
                   PERFORM 4320-MATCH-MASTER THRU 4320-MATCH-MASTER-EXIT
                       VARYING DL100-LIST-IDX FROM 1 BY 1
                       UNTIL DL100-ON-LIST-YES
                       OR DL100-LIST-IDX > DL100-MASTER-ID-COUNT
               WHEN "3"
                   PERFORM 4330-MATCH-REF THRU 4330-MATCH-REF-EXIT
                       VARYING DL100-LIST-IDX FROM 1 BY 1
                       UNTIL DL100-ON-LIST-YES
                       OR DL100-LIST-IDX > DL100-REF-ID-COUNT
               WHEN "4"
                   PERFORM 4340-MATCH-LIMIT THRU 4340-MATCH-LIMIT-EXIT
                       VARYING DL100-LIST-IDX FROM 1 BY 1
                       UNTIL DL100-ON-LIST-YES
                       OR DL100-LIST-IDX > DL100-LIMIT-ID-COUNT
               WHEN "5"
                   PERFORM 4350-MATCH-OVERFLOW
                       THRU 4350-MATCH-OVERFLOW-EXIT
                       VARYING DL100-LIST-IDX FROM 1 BY 1
                       UNTIL DL100-ON-LIST-YES
                       OR DL100-LIST-IDX > DL100-OVERFLOW-ID-COUNT
           END-EVALUATE.
       4300-CHECK-LIST-EXIT.
           EXIT.
      *
       4310-MATCH-ISO.
           IF DL100-ISO-CODE (DL100-LIST-IDX) =
                   DL100-CND-LEFT-ALPHA (1:3)
               AND DL100-CND-LEFT-ALPHA (4:) = SPACE
               MOVE 'Y' TO DL100-ON-LIST-SW
           END-IF.
       4310-MATCH-ISO-EXIT.
           EXIT.
      *
       4320-MATCH-MASTER.
           IF DL100-MASTER-ID (DL100-LIST-IDX) =
                   DL100-CND-LEFT-ALPHA (1:10)
               MOVE 'Y' TO DL100-ON-LIST-SW
           END-IF.
       4320-MATCH-MASTER-EXIT.
           EXIT.
      *
       4330-MATCH-REF.
           IF DL100-REF-ID (DL100-LIST-IDX) =
                   DL100-CND-LEFT-ALPHA (1:10)
               MOVE 'Y' TO DL100-ON-LIST-SW
           END-IF.
       4330-MATCH-REF-EXIT.
           EXIT.
      *
       4340-MATCH-LIMIT.
           IF DL100-LIMIT-ID (DL100-LIST-IDX) =
                   DL100-CND-LEFT-ALPHA (1:10)
               MOVE 'Y' TO DL100-ON-LIST-SW
           END-IF.
       4340-MATCH-LIMIT-EXIT.
           EXIT.
      *
       4350-MATCH-OVERFLOW.
           IF DL100-OVERFLOW-ID (DL100-LIST-IDX) =
                   DL100-CND-LEFT-ALPHA (1:10)
               MOVE 'Y' TO DL100-ON-LIST-SW
           END-IF.
       4350-MATCH-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-WRITE-VIOLATION - THE RECORD'S KEY, THE FIELD'S      *
      *                        ACTUAL VALUE AND THE COMPARISON IT *
      *                        FAILED, THE IFTHEN EXCEPTION LINE  *
      *----------------------------------------------------------*
       5000-WRITE-VIOLATION.
           ADD 1 TO DL100-RUL-VIOLATIONS (DL100-RULE-IDX)
           ADD 1 TO DL100-VIOLATION-COUNT
           MOVE SPACE TO DQS-DETAIL-LINE
           MOVE DL100-RUL-ID (DL100-RULE-IDX) TO DQS-DET-RULE-ID
           MOVE DL100-RUL-FILE-NAME (DL100-RULE-IDX) TO DQS-DET-FILE
           EVALUATE DL100-CURRENT-FILE
               WHEN 1
                   MOVE XXXENTM-ENTITY-ID TO DQS-DET-KEY
                   IF DL100-SLOT-IDX > 0
                       MOVE DL100-SLOT-IDX TO DQS-SLOT-NO
                       MOVE DQS-SLOT-TEXT TO DQS-DET-SUBKEY
                   END-IF
               WHEN 2
                   MOVE OVB-ENTITY-ID TO DQS-DET-KEY
                   MOVE OVB-CURRENCY-CODE TO DQS-DET-SUBKEY
               WHEN 3
                   MOVE ERF-ENTITY-ID TO DQS-DET-KEY
               WHEN 4
                   MOVE LMT-ENTITY-ID TO DQS-DET-KEY
           END-EVALUATE
           MOVE DL100-RUL-FIELD-NAME (DL100-RULE-IDX) TO DQS-DET-FIELD
           IF DL100-CND-FIELD-TYPE = "N"
               MOVE DL100-CND-LEFT-NUMBER TO DQS-NUMBER-EDIT
               MOVE DQS-NUMBER-EDIT TO DQS-DET-ACTUAL
           ELSE
               MOVE DL100-CND-LEFT-ALPHA TO DQS-DET-ACTUAL
           END-IF
           MOVE DL100-CND-OPERATOR TO DQS-DET-OPERATOR
           IF DL100-CND-FIELD-TYPE = "N" AND DL100-CND-KIND = "L"
               MOVE DL100-CND-RIGHT-NUMBER TO DQS-NUMBER-EDIT
               MOVE DQS-NUMBER-EDIT TO DQS-DET-EXPECTED
           ELSE
               MOVE DL100-CND-VALUE TO DQS-DET-EXPECTED
           END-IF
           MOVE SPACE TO DQ-REPORT-LINE
           MOVE DQS-DETAIL-LINE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.
       5000-WRITE-VIOLATION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6000-PRINT-RULE-COUNTS - PER RULE, RECORDS TESTED AND     *
      *                          VIOLATIONS; THEN ANY RULE NOT    *
      *                          APPLIED, WITH THE REASON         *
      *----------------------------------------------------------*
       6000-PRINT-RULE-COUNTS.
           MOVE SPACE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE "COUNTS PER RULE" TO DQS-SEC-TITLE
           MOVE DQS-SECTION-LINE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE SPACE TO DQ-REPORT-LINE
           MOVE DQS-COUNT-HEADING TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           PERFORM 6100-PRINT-ONE-COUNT THRU 6100-PRINT-ONE-COUNT-EXIT
               VARYING DL100-RULE-IDX FROM 1 BY 1
               UNTIL DL100-RULE-IDX > DL100-RULE-COUNT
           IF DL100-REJECTED-COUNT = 0
               GO TO 6000-PRINT-RULE-COUNTS-EXIT
           END-IF
           MOVE SPACE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           MOVE "RULES NOT APPLIED - CORRECT DQRULES" TO DQS-SEC-TITLE
           MOVE DQS-SECTION-LINE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE
           PERFORM 6200-PRINT-ONE-REJECT THRU 6200-PRINT-ONE-REJECT-EXIT
               VARYING DL100-RULE-IDX FROM 1 BY 1
               UNTIL DL100-RULE-IDX > DL100-RULE-COUNT.
       6000-PRINT-RULE-COUNTS-EXIT.
           EXIT.
      *
       6100-PRINT-ONE-COUNT.
           IF DL100-RUL-FILE-NO (DL100-RULE-IDX) = ZERO
               GO TO 6100-PRINT-ONE-COUNT-EXIT
           END-IF
           MOVE DL100-RUL-ID (DL100-RULE-IDX) TO DQS-CNT-RULE-ID
           MOVE DL100-RUL-FILE-NAME (DL100-RULE-IDX) TO DQS-CNT-FILE
           MOVE DL100-RUL-FIELD-NAME (DL100-RULE-IDX) TO DQS-CNT-FIELD
           MOVE DL100-RUL-OPERATOR (DL100-RULE-IDX) TO
               DQS-CNT-OPERATOR
           IF DL100-RUL-FIELD-TYPE (DL100-RULE-IDX) = "N"
               AND DL100-RUL-KIND (DL100-RULE-IDX) = "L"
               MOVE DL100-RUL-NUMBER (DL100-RULE-IDX) TO
                   DQS-NUMBER-EDIT
               MOVE DQS-NUMBER-EDIT TO DQS-CNT-VALUE
           ELSE
               MOVE DL100-RUL-VALUE (DL100-RULE-IDX) TO DQS-CNT-VALUE
           END-IF
           MOVE DL100-RUL-TESTED (DL100-RULE-IDX) TO DQS-CNT-TESTED
           MOVE DL100-RUL-VIOLATIONS (DL100-RULE-IDX) TO
               DQS-CNT-VIOLATED
           MOVE DL100-RUL-DESCRIPTION (DL100-RULE-IDX) TO DQS-CNT-TEXT
           MOVE SPACE TO DQ-REPORT-LINE
           MOVE DQS-COUNT-LINE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.
       6100-PRINT-ONE-COUNT-EXIT.
           EXIT.
      *
       6200-PRINT-ONE-REJECT.
           IF DL100-RUL-FILE-NO (DL100-RULE-IDX) NOT = ZERO
               GO TO 6200-PRINT-ONE-REJECT-EXIT
           END-IF
           MOVE SPACE TO DQS-COUNT-LINE
           MOVE DL100-RUL-ID (DL100-RULE-IDX) TO DQS-CNT-RULE-ID
           MOVE DL100-RUL-FILE-NAME (DL100-RULE-IDX) TO DQS-CNT-FILE
           MOVE DL100-RUL-FIELD-NAME (DL100-RULE-IDX) TO DQS-CNT-FIELD
           MOVE DL100-RUL-OPERATOR (DL100-RULE-IDX) TO
               DQS-CNT-OPERATOR
           MOVE DL100-RUL-VALUE (DL100-RULE-IDX) TO DQS-CNT-VALUE
           MOVE DL100-RUL-REJECT-REASON (DL100-RULE-IDX) TO
               DQS-CNT-TEXT
           MOVE SPACE TO DQ-REPORT-LINE
           MOVE DQS-COUNT-LINE TO DQ-REPORT-LINE
           WRITE DQ-REPORT-LINE.
       6200-PRINT-ONE-REJECT-EXIT.
           EXIT.
       END PROGRAM DL100DQS.
