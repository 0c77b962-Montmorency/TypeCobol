       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100AUD.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100AUD - OPERATOR ACTIVITY AUDIT REPORT                  *
      *   Merges every operator log - ACCEPTLG and REJECTLG        *
      *   (PERFORM0), MNTLOG, HELDLOG, RJMLOG, XRMLOG (the         *
      *   exchange-rate history), SANCLOG, PPALOG and SIMLOG -     *
      *   with the four-eyes requests and decisions on PENDAPPR    *
      *   into one chronological trail per operator on AUDRPT,     *
      *   each log's DL100HKP archive (the one RETNCTRL names for  *
      *   it) read ahead of the live file. The logs all open with  *
      *   the same date / time / operator columns, so one record   *
      *   area reads them all through a dynamic ASSIGN, the way    *
      *   DL100HKP housekeeps them. Each operator's trail ends     *
      *   with counts by log and action; exceptions are flagged    *
      *   on the line and totalled at the end: H an action outside *
      *   business hours (before the day start or from the day     *
      *   end, or on a date PROCCAL says is not a business day), S *
      *   a repeated failed sign-on (a second or later unknown-ID  *
      *   reject for the same ID on the same date), A an           *
      *   authorization refusal (a PERFORM0 NOT AUTHORIZED reject, *
      *   or a REFUSE entry DL100APR logged for a four-eyes        *
      *   decision the operator was not allowed to make), C an     *
      *   operator acting on an entity whose ENTREF contact        *
      *   reference is their own operator ID.                      *
      *   Operators found in the logs but not on OPERMAST are      *
      *   listed last. The one AUDPARM record gives the date range *
      *   (both ends inclusive), an optional operator ID and the   *
      *   business-day window (HHMM); with no AUDPARM, or a blank  *
      *   or non-numeric field, the BUSDATE month to date, every   *
      *   operator and 0700 to 1900 are used.                      *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *   2026-10-14  Flag a REFUSE entry DL100APR logs to MNTLOG,
      *               HELDLOG or RJMLOG as an authorization refusal.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARMS-FILE ASSIGN TO "AUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PARMS-STATUS.
           SELECT RETENTION-CONTROL-FILE ASSIGN TO "RETNCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RETNCTRL-STATUS.
           SELECT OPERATOR-LOG-FILE ASSIGN TO DL100-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LOG-STATUS.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PENDAPPR-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTREF-STATUS.
           SELECT PROCESSING-CALENDAR-FILE ASSIGN TO "PROCCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PROCCAL-STATUS.
           SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK".
           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-PARMS-FILE.
       01  AUDIT-PARMS-RECORD.
           05  AUP-DATE-FROM                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  AUP-DATE-TO                  PIC 9(08).
           05  FILLER                       PIC X(01).
           05  AUP-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  AUP-DAY-START                PIC 9(04).
           05  FILLER                       PIC X(01).
           05  AUP-DAY-END                  PIC 9(04).
       FD  RETENTION-CONTROL-FILE.
       01  RETENTION-CONTROL-RECORD.
           05  RTN-FILE-NAME                PIC X(08).
           05  FILLER                       PIC X(01).
           05  RTN-ARCHIVE-NAME             PIC X(08).
           05  FILLER                       PIC X(01).
           05  RTN-RETAIN-DAYS              PIC 9(05).
           05  FILLER                       PIC X(01).
           05  RTN-DATE-COLUMN              PIC 9(03).
      *
      *  ANY OPERATOR LOG: THE COMMON DATE / TIME / OPERATOR
      *  COLUMNS, THEN THE LOG'S OWN FIELDS, PICKED OUT BY POSITION
      *
       FD  OPERATOR-LOG-FILE.
       01  OPERATOR-LOG-RECORD.
           05  AUL-DATE                     PIC 9(08).
           05  FILLER                       PIC X(01).
           05  AUL-TIME                     PIC 9(08).
           05  FILLER                       PIC X(01).
           05  AUL-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  AUL-DETAIL                   PIC X(373).
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           COPY PENDAPPR.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  OPR-AUTH-LEVEL               PIC 9(01).
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.
       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  AUS-OPERATOR-ID              PIC X(08).
           05  AUS-DATE                     PIC 9(08).
           05  AUS-TIME                     PIC 9(08).
           05  AUS-SOURCE                   PIC X(08).
           05  AUS-ACTION                   PIC X(10).
           05  AUS-ENTITY-ID                PIC X(10).
           05  AUS-DETAIL                   PIC X(20).
           05  AUS-FLAGS.
               10  AUS-FLAG-HOURS               PIC X(01).
               10  AUS-FLAG-SIGNON              PIC X(01).
               10  AUS-FLAG-AUTH                PIC X(01).
               10  AUS-FLAG-CONTACT             PIC X(01).
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE                PIC X(80).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       WORKING-STORAGE SECTION.
       77  DL100-PARMS-STATUS               PIC X(02) VALUE "00".
           88  DL100-PARMS-NOT-FOUND            VALUE "35".
       77  DL100-RETNCTRL-STATUS            PIC X(02) VALUE "00".
           88  DL100-RETNCTRL-NOT-FOUND         VALUE "35".
       77  DL100-LOG-STATUS                 PIC X(02) VALUE "00".
           88  DL100-LOG-NOT-FOUND              VALUE "35".
       77  DL100-PENDAPPR-STATUS            PIC X(02) VALUE "00".
           88  DL100-PENDAPPR-NOT-FOUND         VALUE "35".
       77  DL100-OPERMAST-STATUS            PIC X(02) VALUE "00".
           88  DL100-OPERMAST-NOT-FOUND         VALUE "35".
       77  DL100-ENTREF-STATUS              PIC X(02) VALUE "00".
           88  DL100-ENTREF-NOT-FOUND           VALUE "35".
       77  DL100-PROCCAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-PROCCAL-NOT-FOUND          VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-SORT-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-SORT-EOF-YES               VALUE 'Y'.
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-DATE-FROM                  PIC 9(08) VALUE ZERO.
       77  DL100-DATE-TO                    PIC 9(08) VALUE ZERO.
       77  DL100-WANT-OPERATOR              PIC X(08) VALUE SPACE.
       77  DL100-DAY-START                  PIC 9(04) VALUE 0700.
       77  DL100-DAY-END                    PIC 9(04) VALUE 1900.
       77  DL100-EVENT-HHMM                 PIC 9(04) VALUE ZERO.
       77  DL100-LOG-NAME                   PIC X(08) VALUE SPACE.
       77  DL100-SRC-IDX                    PIC 9(02) COMP.
       77  DL100-OPER-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-OVERFLOW-COUNT        PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-IDX                   PIC 9(03) COMP.
       77  DL100-OPER-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-OPER-FOUND-YES             VALUE 'Y'.
       77  DL100-REF-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  DL100-REF-IDX                    PIC 9(04) COMP.
       77  DL100-REF-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-REF-FOUND-YES              VALUE 'Y'.
       77  DL100-CAL-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-CAL-IDX                    PIC 9(03) COMP.
       77  DL100-CAL-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-CAL-FOUND-YES              VALUE 'Y'.
       77  DL100-RELEASED-COUNT             PIC 9(07) COMP VALUE ZERO.
       77  DL100-CURRENT-OPERATOR           PIC X(08) VALUE SPACE.
       77  DL100-LAST-FAIL-DATE             PIC 9(08) VALUE ZERO.
       77  DL100-ACT-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-ACT-IDX                    PIC 9(02) COMP.
       77  DL100-ACT-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-ACT-FOUND-YES              VALUE 'Y'.
       77  DL100-ACT-OTHER                  PIC 9(07) COMP VALUE ZERO.
       77  DL100-SUM-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-SUM-IDX                    PIC 9(03) COMP.
       77  DL100-SUM-OVERFLOW               PIC 9(05) COMP VALUE ZERO.
       77  DL100-EXCEPTION-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  DL100-UNKNOWN-COUNT              PIC 9(03) COMP VALUE ZERO.
      *
      *  THE OPERATOR LOGS READ, IN ORDER, AND THE ARCHIVE RETNCTRL
      *  NAMES FOR EACH (SPACES WHEN IT IS NOT HOUSEKEPT)
      *
       01  DL100-SRC-NAMES.
           05  FILLER                       PIC X(08) VALUE "ACCEPTLG".
           05  FILLER                       PIC X(08) VALUE "REJECTLG".
           05  FILLER                       PIC X(08) VALUE "MNTLOG".
           05  FILLER                       PIC X(08) VALUE "HELDLOG".
           05  FILLER                       PIC X(08) VALUE "RJMLOG".
           05  FILLER                       PIC X(08) VALUE "XRMLOG".
           05  FILLER                       PIC X(08) VALUE "SANCLOG".
           05  FILLER                       PIC X(08) VALUE "PPALOG".
           05  FILLER                       PIC X(08) VALUE "SIMLOG".
       01  DL100-SRC-TABLE REDEFINES DL100-SRC-NAMES.
           05  DL100-SRC-NAME               PIC X(08) OCCURS 9 TIMES.
       01  DL100-ARCH-TABLE.
           05  DL100-ARCH-NAME              PIC X(08) OCCURS 9 TIMES.
      *
      *  OPERMAST IDS, LOADED AT START OF JOB
      *
       01  DL100-OPERATOR-TABLE.
           05  DL100-OPER-ID                PIC X(08) OCCURS 50 TIMES.
      *
      *  ENTITIES WITH AN ENTREF CONTACT REFERENCE
      *
       01  DL100-REF-TABLE.
           05  DL100-REF-ENTRY              OCCURS 2000 TIMES.
               10  DL100-REF-ID                 PIC X(10).
               10  DL100-REF-CONTACT            PIC X(10).
      *
      *  THE PROCCAL DATES IN THE RANGE THAT ARE NOT BUSINESS DAYS
      *
       01  DL100-CAL-TABLE.
           05  DL100-CAL-DATE               PIC 9(08) OCCURS 400 TIMES.
      *
      *  THE CURRENT OPERATOR'S COUNTS BY LOG AND ACTION
      *
       01  DL100-ACT-TABLE.
           05  DL100-ACT-ENTRY              OCCURS 40 TIMES.
               10  DL100-ACT-SOURCE             PIC X(08).
               10  DL100-ACT-ACTION             PIC X(10).
               10  DL100-ACT-TALLY              PIC 9(07) COMP.
      *
      *  ONE ROW PER OPERATOR IN THE TRAIL, FOR THE CLOSING SUMMARY
      *
       01  DL100-SUM-TABLE.
           05  DL100-SUM-ENTRY              OCCURS 500 TIMES.
               10  DL100-SUM-OPERATOR           PIC X(08).
               10  DL100-SUM-ON-FILE            PIC X(01).
               10  DL100-SUM-EVENTS             PIC 9(07) COMP.
               10  DL100-SUM-HOURS              PIC 9(07) COMP.
               10  DL100-SUM-SIGNON             PIC 9(07) COMP.
               10  DL100-SUM-AUTH               PIC 9(07) COMP.
               10  DL100-SUM-CONTACT            PIC 9(07) COMP.
       01  AUD-HEADING-1.
           05  FILLER                       PIC X(36) VALUE
               "DL100AUD - OPERATOR ACTIVITY AUDIT  ".
           05  AUD-HDG-FROM                 PIC 9(08).
           05  FILLER                       PIC X(04) VALUE " TO ".
           05  AUD-HDG-TO                   PIC 9(08).
           05  FILLER                       PIC X(11) VALUE
               " OPERATOR ".
           05  AUD-HDG-OPERATOR             PIC X(08).
       01  AUD-HEADING-2.
           05  FILLER                       PIC X(38) VALUE
               "FLAGS: H OUT OF HOURS  S REPEATED FAIL".
           05  FILLER                       PIC X(41) VALUE
               "ED SIGN-ON  A AUTH REFUSED  C OWN CONTACT".
       01  AUD-OPERATOR-LINE.
           05  FILLER                       PIC X(09) VALUE
               "OPERATOR ".
           05  AUD-OPR-ID                   PIC X(08).
           05  AUD-OPR-NOTE                 PIC X(20).
       01  AUD-EVENT-LINE.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  AUD-EVT-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-EVT-HH                   PIC 9(02).
           05  FILLER                       PIC X(01) VALUE ":".
           05  AUD-EVT-MM                   PIC 9(02).
           05  FILLER                       PIC X(01) VALUE ":".
           05  AUD-EVT-SS                   PIC 9(02).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-EVT-SOURCE               PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-EVT-ACTION               PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-EVT-ENTITY-ID            PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-EVT-DETAIL               PIC X(20).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-EVT-FLAGS                PIC X(04).
       01  AUD-ACTION-LINE.
           05  FILLER                       PIC X(04) VALUE SPACE.
           05  AUD-ACT-SOURCE               PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-ACT-ACTION               PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-ACT-TALLY                PIC Z(06)9.
       01  AUD-SUMMARY-COLUMNS.
           05  FILLER                       PIC X(35) VALUE
               "OPERATOR   EVENTS  OUT-HRS  SIGN-ON".
           05  FILLER                       PIC X(28) VALUE
               " AUTH-REF  CONTACT  OPERMAST".
       01  AUD-SUMMARY-LINE.
           05  AUD-SUM-OPERATOR             PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-SUM-EVENTS               PIC Z(07)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-SUM-HOURS                PIC Z(07)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-SUM-SIGNON               PIC Z(07)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-SUM-AUTH                 PIC Z(07)9.
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  AUD-SUM-CONTACT              PIC Z(07)9.
           05  FILLER                       PIC X(02) VALUE SPACE.
           05  AUD-SUM-ON-FILE              PIC X(03).
       01  AUD-COUNT-LINE.
           05  AUD-CNT-LABEL                PIC X(34).
           05  AUD-CNT-VALUE                PIC Z(06)9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1200-GET-PARMS THRU 1200-GET-PARMS-EXIT
           PERFORM 1300-LOAD-OPERATORS THRU 1300-LOAD-OPERATORS-EXIT
           IF DL100-OPER-OVERFLOW-COUNT > 0
               DISPLAY "OPERMAST HOLDS MORE THAN 50 OPERATORS - "
                   "VALID IDS WOULD BE REPORTED UNKNOWN, JOB ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1400-LOAD-CONTACTS THRU 1400-LOAD-CONTACTS-EXIT
           PERFORM 1500-LOAD-CALENDAR THRU 1500-LOAD-CALENDAR-EXIT
           PERFORM 1600-LOAD-ARCHIVES THRU 1600-LOAD-ARCHIVES-EXIT
           OPEN OUTPUT AUDIT-REPORT-FILE
           MOVE DL100-DATE-FROM TO AUD-HDG-FROM
           MOVE DL100-DATE-TO TO AUD-HDG-TO
           MOVE DL100-WANT-OPERATOR TO AUD-HDG-OPERATOR
           IF DL100-WANT-OPERATOR = SPACE
               MOVE "(ALL)" TO AUD-HDG-OPERATOR
           END-IF
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-HEADING-1 TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-HEADING-2 TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY AUS-OPERATOR-ID
               ON ASCENDING KEY AUS-DATE
               ON ASCENDING KEY AUS-TIME
               INPUT PROCEDURE IS 2000-RELEASE-EVENTS
                   THRU 2000-RELEASE-EVENTS-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-TRAIL
                   THRU 3000-PRINT-TRAIL-EXIT
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
           PERFORM 4500-PRINT-UNKNOWN THRU 4500-PRINT-UNKNOWN-EXIT
           CLOSE AUDIT-REPORT-FILE
           DISPLAY "AUDIT RANGE        = " DL100-DATE-FROM " TO "
               DL100-DATE-TO
           DISPLAY "EVENTS REPORTED    = " DL100-RELEASED-COUNT
           DISPLAY "OPERATORS          = " DL100-SUM-COUNT
           DISPLAY "EXCEPTIONS FLAGGED = " DL100-EXCEPTION-COUNT
           DISPLAY "NOT ON OPERMAST    = " DL100-UNKNOWN-COUNT
           IF DL100-SUM-OVERFLOW > 0
               DISPLAY "MORE THAN 500 OPERATORS - "
                   DL100-SUM-OVERFLOW
                   " LEFT OFF THE CLOSING SUMMARY"
           END-IF
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
      * 1200-GET-PARMS - THE AUDPARM RECORD, FIELD BY FIELD; A    *
      *                  MISSING FILE OR A BLANK / NON-NUMERIC    *
      *                  FIELD TAKES THE DEFAULT                  *
      *----------------------------------------------------------*
       1200-GET-PARMS.
           MOVE DL100-TODAY TO DL100-DATE-FROM
           MOVE "01" TO DL100-DATE-FROM (7:2)
           MOVE DL100-TODAY TO DL100-DATE-TO
           OPEN INPUT AUDIT-PARMS-FILE
           IF DL100-PARMS-NOT-FOUND
               GO TO 1200-GET-PARMS-EXIT
           END-IF
           READ AUDIT-PARMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AUP-DATE-FROM NUMERIC
                       MOVE AUP-DATE-FROM TO DL100-DATE-FROM
                   END-IF
                   IF AUP-DATE-TO NUMERIC
                       MOVE AUP-DATE-TO TO DL100-DATE-TO
                   END-IF
                   MOVE AUP-OPERATOR-ID TO DL100-WANT-OPERATOR
                   IF AUP-DAY-START NUMERIC
                       MOVE AUP-DAY-START TO DL100-DAY-START
                   END-IF
                   IF AUP-DAY-END NUMERIC
                       MOVE AUP-DAY-END TO DL100-DAY-END
                   END-IF
           END-READ
           CLOSE AUDIT-PARMS-FILE.
       1200-GET-PARMS-EXIT.
           EXIT.
      *
       1300-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF DL100-OPERMAST-NOT-FOUND
               GO TO 1300-LOAD-OPERATORS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ OPERATOR-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF DL100-OPER-COUNT >= 50
                           ADD 1 TO DL100-OPER-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO DL100-OPER-COUNT
                           MOVE OPR-OPERATOR-ID TO
                               DL100-OPER-ID (DL100-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1300-LOAD-OPERATORS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-LOAD-CONTACTS - THE ENTITIES WITH A CONTACT          *
      *                      REFERENCE ON ENTREF. MORE THAN THE   *
      *                      TABLE HOLDS ABORTS - A DROPPED ROW   *
      *                      WOULD HIDE AN OWN-CONTACT ACTION     *
      *----------------------------------------------------------*
       1400-LOAD-CONTACTS.
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-ENTREF-NOT-FOUND
               GO TO 1400-LOAD-CONTACTS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-REFERENCE-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF ERF-CONTACT-REF NOT = SPACE
                           IF DL100-REF-COUNT >= 2000
                               DISPLAY "MORE THAN 2000 ENTREF "
                                   "CONTACTS - TABLE FULL, JOB "
                                   "ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-REF-COUNT
                           MOVE ERF-ENTITY-ID TO
                               DL100-REF-ID (DL100-REF-COUNT)
                           MOVE ERF-CONTACT-REF TO
                               DL100-REF-CONTACT (DL100-REF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1400-LOAD-CONTACTS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-CALENDAR - THE DATES IN THE AUDIT RANGE PROCCAL *
      *                      MARKS AS NOT BUSINESS DAYS; A DATE   *
      *                      NOT ON THE CALENDAR IS A BUSINESS    *
      *                      DAY, THE DL100DRV RULE               *
      *----------------------------------------------------------*
       1500-LOAD-CALENDAR.
           OPEN INPUT PROCESSING-CALENDAR-FILE
           IF DL100-PROCCAL-NOT-FOUND
               DISPLAY "NO PROCCAL ON DISK - EVERY DATE TREATED AS "
                   "A BUSINESS DAY"
               GO TO 1500-LOAD-CALENDAR-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PROCESSING-CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF NOT CAL-BUSINESS-DAY-YES
                           AND CAL-DATE >= DL100-DATE-FROM
                           AND CAL-DATE <= DL100-DATE-TO
                           IF DL100-CAL-COUNT >= 400
                               DISPLAY "MORE THAN 400 NON-BUSINESS "
                                   "DAYS IN THE RANGE - TABLE FULL, "
                                   "JOB ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-CAL-COUNT
                           MOVE CAL-DATE TO
                               DL100-CAL-DATE (DL100-CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROCESSING-CALENDAR-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1500-LOAD-CALENDAR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1600-LOAD-ARCHIVES - THE ARCHIVE DL100HKP ROLLS EACH LOG  *
      *                      ONTO, AS RETNCTRL NAMES IT           *
      *----------------------------------------------------------*
       1600-LOAD-ARCHIVES.
           MOVE SPACE TO DL100-ARCH-TABLE
           OPEN INPUT RETENTION-CONTROL-FILE
           IF DL100-RETNCTRL-NOT-FOUND
               GO TO 1600-LOAD-ARCHIVES-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ RETENTION-CONTROL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 1650-MATCH-ARCHIVE
                           THRU 1650-MATCH-ARCHIVE-EXIT
                           VARYING DL100-SRC-IDX FROM 1 BY 1
                           UNTIL DL100-SRC-IDX > 9
               END-READ
           END-PERFORM
           CLOSE RETENTION-CONTROL-FILE
           MOVE 'N' TO DL100-EOF-SW.
       1600-LOAD-ARCHIVES-EXIT.
           EXIT.
      *
       1650-MATCH-ARCHIVE.
           IF RTN-FILE-NAME = DL100-SRC-NAME (DL100-SRC-IDX)
               AND RTN-ARCHIVE-NAME NOT = SPACE
               MOVE RTN-ARCHIVE-NAME TO DL100-ARCH-NAME (DL100-SRC-IDX)
           END-IF.
       1650-MATCH-ARCHIVE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2000-RELEASE-EVENTS - SORT INPUT: EVERY LOG, ITS ARCHIVE  *
      *                       FIRST, THEN THE PENDAPPR REQUESTS   *
      *                       AND DECISIONS                       *
      *----------------------------------------------------------*
       2000-RELEASE-EVENTS.
           PERFORM 2100-READ-ONE-LOG THRU 2100-READ-ONE-LOG-EXIT
               VARYING DL100-SRC-IDX FROM 1 BY 1
               UNTIL DL100-SRC-IDX > 9
           PERFORM 2600-RELEASE-APPROVALS
               THRU 2600-RELEASE-APPROVALS-EXIT.
       2000-RELEASE-EVENTS-EXIT.
           EXIT.
      *
       2100-READ-ONE-LOG.
           IF DL100-ARCH-NAME (DL100-SRC-IDX) NOT = SPACE
               MOVE DL100-ARCH-NAME (DL100-SRC-IDX) TO DL100-LOG-NAME
               PERFORM 2200-READ-LOG-FILE THRU 2200-READ-LOG-FILE-EXIT
           END-IF
           MOVE DL100-SRC-NAME (DL100-SRC-IDX) TO DL100-LOG-NAME
           PERFORM 2200-READ-LOG-FILE THRU 2200-READ-LOG-FILE-EXIT.
       2100-READ-ONE-LOG-EXIT.
           EXIT.
      *
       2200-READ-LOG-FILE.
           OPEN INPUT OPERATOR-LOG-FILE
           IF DL100-LOG-NOT-FOUND
               GO TO 2200-READ-LOG-FILE-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ OPERATOR-LOG-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2300-TAKE-ONE-ENTRY
                           THRU 2300-TAKE-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM
           CLOSE OPERATOR-LOG-FILE
           MOVE 'N' TO DL100-EOF-SW.
       2200-READ-LOG-FILE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2300-TAKE-ONE-ENTRY - A LOG ENTRY IN THE RANGE (AND FOR   *
      *                       THE OPERATOR, WHEN ONE IS ASKED     *
      *                       FOR) GOES TO THE SORT WITH ITS      *
      *                       ACTION, ENTITY AND A SHORT DETAIL   *
      *                       PICKED OUT OF THAT LOG'S LAYOUT     *
      *----------------------------------------------------------*
       2300-TAKE-ONE-ENTRY.
           IF AUL-DATE NOT NUMERIC
               OR AUL-DATE < DL100-DATE-FROM
               OR AUL-DATE > DL100-DATE-TO
               GO TO 2300-TAKE-ONE-ENTRY-EXIT
           END-IF
           IF DL100-WANT-OPERATOR NOT = SPACE
               AND AUL-OPERATOR-ID NOT = DL100-WANT-OPERATOR
               GO TO 2300-TAKE-ONE-ENTRY-EXIT
           END-IF
           MOVE SPACE TO AUDIT-SORT-RECORD
           MOVE AUL-OPERATOR-ID TO AUS-OPERATOR-ID
           MOVE AUL-DATE TO AUS-DATE
           MOVE ZERO TO AUS-TIME
           IF AUL-TIME NUMERIC
               MOVE AUL-TIME TO AUS-TIME
           END-IF
           MOVE DL100-SRC-NAME (DL100-SRC-IDX) TO AUS-SOURCE
           EVALUATE DL100-SRC-IDX
               WHEN 1
                   MOVE "ACCEPT" TO AUS-ACTION
                   MOVE "ACTION CODE" TO AUS-DETAIL
                   MOVE AUL-DETAIL (1:1) TO AUS-DETAIL (13:1)
               WHEN 2
                   MOVE "REJECT" TO AUS-ACTION
                   MOVE AUL-DETAIL (7:20) TO AUS-DETAIL
                   IF AUL-DETAIL (7:20) = "OPERATOR NOT ON FILE"
                       MOVE "SIGN-ON" TO AUS-ACTION
                       MOVE "F" TO AUS-FLAG-SIGNON
                   END-IF
                   IF AUL-DETAIL (7:14) = "NOT AUTHORIZED"
                       MOVE "A" TO AUS-FLAG-AUTH
                   END-IF
               WHEN 3
                   MOVE AUL-DETAIL (1:6) TO AUS-ACTION
                   MOVE AUL-DETAIL (8:10) TO AUS-ENTITY-ID
                   IF AUL-DETAIL (39:8) NOT = SPACE
                       MOVE "APPROVED BY" TO AUS-DETAIL
                       MOVE AUL-DETAIL (39:8) TO AUS-DETAIL (13:8)
                   END-IF
                   IF AUL-DETAIL (1:6) = "REFUSE"
                       MOVE AUL-DETAIL (93:20) TO AUS-DETAIL
                       MOVE "A" TO AUS-FLAG-AUTH
                   END-IF
               WHEN 4
                   MOVE AUL-DETAIL (1:7) TO AUS-ACTION
                   MOVE AUL-DETAIL (9:10) TO AUS-ENTITY-ID
                   MOVE AUL-DETAIL (47:20) TO AUS-DETAIL
                   IF AUL-DETAIL (1:7) = "REFUSE"
                       MOVE "A" TO AUS-FLAG-AUTH
                   END-IF
               WHEN 5
                   MOVE AUL-DETAIL (1:8) TO AUS-ACTION
                   MOVE AUL-DETAIL (10:10) TO AUS-ENTITY-ID
                   MOVE AUL-DETAIL (53:20) TO AUS-DETAIL
                   IF AUL-DETAIL (1:8) = "REFUSE"
                       MOVE "A" TO AUS-FLAG-AUTH
                   END-IF
               WHEN 6
                   MOVE "RATE" TO AUS-ACTION
                   MOVE AUL-DETAIL (1:3) TO AUS-DETAIL (1:3)
                   MOVE "/" TO AUS-DETAIL (4:1)
                   MOVE AUL-DETAIL (5:3) TO AUS-DETAIL (5:3)
                   MOVE AUL-DETAIL (9:10) TO AUS-DETAIL (9:10)
                   IF AUL-DETAIL (31:1) = "Y"
                       MOVE "RATE-CONF" TO AUS-ACTION
                   END-IF
               WHEN 7
                   MOVE AUL-DETAIL (1:7) TO AUS-ACTION
                   MOVE AUL-DETAIL (16:10) TO AUS-ENTITY-ID
                   MOVE AUL-DETAIL (38:20) TO AUS-DETAIL
               WHEN 8
                   MOVE AUL-DETAIL (1:9) TO AUS-ACTION
                   MOVE AUL-DETAIL (25:10) TO AUS-ENTITY-ID
                   MOVE "PERIOD" TO AUS-DETAIL
                   MOVE AUL-DETAIL (36:6) TO AUS-DETAIL (8:6)
               WHEN 9
                   MOVE AUL-DETAIL (1:6) TO AUS-ACTION
                   MOVE AUL-DETAIL (15:10) TO AUS-ENTITY-ID
                   MOVE "INSTRUCTION" TO AUS-DETAIL
                   MOVE AUL-DETAIL (8:6) TO AUS-DETAIL (13:6)
           END-EVALUATE
           PERFORM 2500-RELEASE-EVENT THRU 2500-RELEASE-EVENT-EXIT.
       2300-TAKE-ONE-ENTRY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2500-RELEASE-EVENT - SET THE HOURS AND OWN-CONTACT FLAGS  *
      *                      AND HAND THE EVENT TO THE SORT       *
      *----------------------------------------------------------*
       2500-RELEASE-EVENT.
           MOVE AUS-TIME (1:4) TO DL100-EVENT-HHMM
           IF DL100-EVENT-HHMM < DL100-DAY-START
               OR DL100-EVENT-HHMM NOT < DL100-DAY-END
               MOVE "H" TO AUS-FLAG-HOURS
           ELSE
               MOVE 'N' TO DL100-CAL-FOUND-SW
               PERFORM 2510-MATCH-CALENDAR
                   THRU 2510-MATCH-CALENDAR-EXIT
                   VARYING DL100-CAL-IDX FROM 1 BY 1
                   UNTIL DL100-CAL-FOUND-YES
                   OR DL100-CAL-IDX > DL100-CAL-COUNT
               IF DL100-CAL-FOUND-YES
                   MOVE "H" TO AUS-FLAG-HOURS
               END-IF
           END-IF
           IF AUS-ENTITY-ID NOT = SPACE
               MOVE 'N' TO DL100-REF-FOUND-SW
               PERFORM 2520-MATCH-CONTACT
                   THRU 2520-MATCH-CONTACT-EXIT
                   VARYING DL100-REF-IDX FROM 1 BY 1
                   UNTIL DL100-REF-FOUND-YES
                   OR DL100-REF-IDX > DL100-REF-COUNT
           END-IF
           RELEASE AUDIT-SORT-RECORD
           ADD 1 TO DL100-RELEASED-COUNT.
       2500-RELEASE-EVENT-EXIT.
           EXIT.
      *
       2510-MATCH-CALENDAR.
           IF DL100-CAL-DATE (DL100-CAL-IDX) = AUS-DATE
               MOVE 'Y' TO DL100-CAL-FOUND-SW
           END-IF.
       2510-MATCH-CALENDAR-EXIT.
           EXIT.
      *
       2520-MATCH-CONTACT.
           IF DL100-REF-ID (DL100-REF-IDX) = AUS-ENTITY-ID
               MOVE 'Y' TO DL100-REF-FOUND-SW
               IF DL100-REF-CONTACT (DL100-REF-IDX) = AUS-OPERATOR-ID
                   MOVE "C" TO AUS-FLAG-CONTACT
               END-IF
           END-IF.
       2520-MATCH-CONTACT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 2600-RELEASE-APPROVALS - EACH PENDAPPR ITEM IS TWO        *
      *                          EVENTS: THE ORIGINATOR'S REQUEST *
      *                          AND, ONCE DECIDED, THE SECOND    *
      *                          OPERATOR'S APPROVAL OR DECLINE   *
      *----------------------------------------------------------*
       2600-RELEASE-APPROVALS.
           OPEN INPUT PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               GO TO 2600-RELEASE-APPROVALS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 2700-TAKE-REQUEST
                           THRU 2700-TAKE-REQUEST-EXIT
                       PERFORM 2800-TAKE-DECISION
                           THRU 2800-TAKE-DECISION-EXIT
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE
           MOVE 'N' TO DL100-EOF-SW.
       2600-RELEASE-APPROVALS-EXIT.
           EXIT.
      *
       2700-TAKE-REQUEST.
           IF PND-REQ-DATE NOT NUMERIC
               OR PND-REQ-DATE < DL100-DATE-FROM
               OR PND-REQ-DATE > DL100-DATE-TO
               GO TO 2700-TAKE-REQUEST-EXIT
           END-IF
           IF DL100-WANT-OPERATOR NOT = SPACE
               AND PND-ORIG-OPERATOR NOT = DL100-WANT-OPERATOR
               GO TO 2700-TAKE-REQUEST-EXIT
           END-IF
           MOVE SPACE TO AUDIT-SORT-RECORD
           MOVE PND-ORIG-OPERATOR TO AUS-OPERATOR-ID
           MOVE PND-REQ-DATE TO AUS-DATE
           MOVE ZERO TO AUS-TIME
           IF PND-REQ-TIME NUMERIC
               MOVE PND-REQ-TIME TO AUS-TIME
           END-IF
           MOVE "PENDAPPR" TO AUS-SOURCE
           MOVE "REQUEST" TO AUS-ACTION
           MOVE PND-ENTITY-ID TO AUS-ENTITY-ID
           MOVE PND-SOURCE TO AUS-DETAIL (1:3)
           MOVE PND-ACTION TO AUS-DETAIL (5:8)
           MOVE PND-REQUEST-ID TO AUS-DETAIL (14:6)
           PERFORM 2500-RELEASE-EVENT THRU 2500-RELEASE-EVENT-EXIT.
       2700-TAKE-REQUEST-EXIT.
           EXIT.
      *
       2800-TAKE-DECISION.
           IF NOT PND-STATUS-APPROVED AND NOT PND-STATUS-DECLINED
               GO TO 2800-TAKE-DECISION-EXIT
           END-IF
           IF PND-APPR-DATE NOT NUMERIC
               OR PND-APPR-DATE < DL100-DATE-FROM
               OR PND-APPR-DATE > DL100-DATE-TO
               GO TO 2800-TAKE-DECISION-EXIT
           END-IF
           IF DL100-WANT-OPERATOR NOT = SPACE
               AND PND-APPR-OPERATOR NOT = DL100-WANT-OPERATOR
               GO TO 2800-TAKE-DECISION-EXIT
           END-IF
           MOVE SPACE TO AUDIT-SORT-RECORD
           MOVE PND-APPR-OPERATOR TO AUS-OPERATOR-ID
           MOVE PND-APPR-DATE TO AUS-DATE
           MOVE ZERO TO AUS-TIME
           IF PND-APPR-TIME NUMERIC
               MOVE PND-APPR-TIME TO AUS-TIME
           END-IF
           MOVE "PENDAPPR" TO AUS-SOURCE
           IF PND-STATUS-APPROVED
               MOVE "APPROVE" TO AUS-ACTION
           ELSE
               MOVE "DECLINE" TO AUS-ACTION
           END-IF
           MOVE PND-ENTITY-ID TO AUS-ENTITY-ID
           MOVE PND-SOURCE TO AUS-DETAIL (1:3)
           MOVE PND-ACTION TO AUS-DETAIL (5:8)
           MOVE PND-REQUEST-ID TO AUS-DETAIL (14:6)
           PERFORM 2500-RELEASE-EVENT THRU 2500-RELEASE-EVENT-EXIT.
       2800-TAKE-DECISION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-PRINT-TRAIL - SORT OUTPUT: A CONTROL BREAK ON        *
      *                    OPERATOR PRINTS EACH OPERATOR'S        *
      *                    EVENTS IN DATE AND TIME ORDER, THEN    *
      *                    THEIR COUNTS BY LOG AND ACTION         *
      *----------------------------------------------------------*
       3000-PRINT-TRAIL.
           MOVE HIGH-VALUE TO DL100-CURRENT-OPERATOR
           PERFORM UNTIL DL100-SORT-EOF-YES
               RETURN AUDIT-SORT-FILE
                   AT END
                       MOVE 'Y' TO DL100-SORT-EOF-SW
                   NOT AT END
                       PERFORM 3100-ONE-EVENT THRU 3100-ONE-EVENT-EXIT
               END-RETURN
           END-PERFORM
           PERFORM 3300-CLOSE-OPERATOR THRU 3300-CLOSE-OPERATOR-EXIT.
       3000-PRINT-TRAIL-EXIT.
           EXIT.
      *
       3100-ONE-EVENT.
           IF AUS-OPERATOR-ID NOT = DL100-CURRENT-OPERATOR
               PERFORM 3300-CLOSE-OPERATOR
                   THRU 3300-CLOSE-OPERATOR-EXIT
               PERFORM 3200-OPEN-OPERATOR
                   THRU 3200-OPEN-OPERATOR-EXIT
           END-IF
      *
      *    AN UNKNOWN-ID REJECT IS AN EXCEPTION ONLY WHEN IT REPEATS
      *    FOR THE SAME ID ON THE SAME DATE
      *
           IF AUS-FLAG-SIGNON = "F"
               IF AUS-DATE = DL100-LAST-FAIL-DATE
                   MOVE "S" TO AUS-FLAG-SIGNON
               ELSE
                   MOVE SPACE TO AUS-FLAG-SIGNON
               END-IF
               MOVE AUS-DATE TO DL100-LAST-FAIL-DATE
           END-IF
           MOVE AUS-DATE TO AUD-EVT-DATE
           MOVE AUS-TIME (1:2) TO AUD-EVT-HH
           MOVE AUS-TIME (3:2) TO AUD-EVT-MM
           MOVE AUS-TIME (5:2) TO AUD-EVT-SS
           MOVE AUS-SOURCE TO AUD-EVT-SOURCE
           MOVE AUS-ACTION TO AUD-EVT-ACTION
           MOVE AUS-ENTITY-ID TO AUD-EVT-ENTITY-ID
           MOVE AUS-DETAIL TO AUD-EVT-DETAIL
           MOVE AUS-FLAGS TO AUD-EVT-FLAGS
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-EVENT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 3150-COUNT-ACTION THRU 3150-COUNT-ACTION-EXIT
           IF DL100-SUM-IDX > DL100-SUM-COUNT
               GO TO 3100-ONE-EVENT-EXIT
           END-IF
           ADD 1 TO DL100-SUM-EVENTS (DL100-SUM-IDX)
           IF AUS-FLAG-HOURS NOT = SPACE
               ADD 1 TO DL100-SUM-HOURS (DL100-SUM-IDX)
           END-IF
           IF AUS-FLAG-SIGNON NOT = SPACE
               ADD 1 TO DL100-SUM-SIGNON (DL100-SUM-IDX)
           END-IF
           IF AUS-FLAG-AUTH NOT = SPACE
               ADD 1 TO DL100-SUM-AUTH (DL100-SUM-IDX)
           END-IF
           IF AUS-FLAG-CONTACT NOT = SPACE
               ADD 1 TO DL100-SUM-CONTACT (DL100-SUM-IDX)
           END-IF
           IF AUS-FLAGS NOT = SPACE
               ADD 1 TO DL100-EXCEPTION-COUNT
           END-IF.
       3100-ONE-EVENT-EXIT.
           EXIT.
      *
       3150-COUNT-ACTION.
           MOVE 'N' TO DL100-ACT-FOUND-SW
           PERFORM 3160-MATCH-ACTION THRU 3160-MATCH-ACTION-EXIT
               VARYING DL100-ACT-IDX FROM 1 BY 1
               UNTIL DL100-ACT-FOUND-YES
               OR DL100-ACT-IDX > DL100-ACT-COUNT
           IF DL100-ACT-FOUND-YES
               GO TO 3150-COUNT-ACTION-EXIT
           END-IF
           IF DL100-ACT-COUNT >= 40
               ADD 1 TO DL100-ACT-OTHER
               GO TO 3150-COUNT-ACTION-EXIT
           END-IF
           ADD 1 TO DL100-ACT-COUNT
           MOVE AUS-SOURCE TO DL100-ACT-SOURCE (DL100-ACT-COUNT)
           MOVE AUS-ACTION TO DL100-ACT-ACTION (DL100-ACT-COUNT)
           MOVE 1 TO DL100-ACT-TALLY (DL100-ACT-COUNT).
       3150-COUNT-ACTION-EXIT.
           EXIT.
      *
       3160-MATCH-ACTION.
           IF DL100-ACT-SOURCE (DL100-ACT-IDX) = AUS-SOURCE
               AND DL100-ACT-ACTION (DL100-ACT-IDX) = AUS-ACTION
               ADD 1 TO DL100-ACT-TALLY (DL100-ACT-IDX)
               MOVE 'Y' TO DL100-ACT-FOUND-SW
           END-IF.
       3160-MATCH-ACTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3200-OPEN-OPERATOR - HEADING FOR THE NEXT OPERATOR, WHO   *
      *                      TAKES THE NEXT CLOSING-SUMMARY ROW;  *
      *                      AN ID NOT ON OPERMAST SAYS SO        *
      *----------------------------------------------------------*
       3200-OPEN-OPERATOR.
           MOVE AUS-OPERATOR-ID TO DL100-CURRENT-OPERATOR
           MOVE ZERO TO DL100-LAST-FAIL-DATE
           MOVE ZERO TO DL100-ACT-COUNT
           MOVE ZERO TO DL100-ACT-OTHER
           MOVE 'N' TO DL100-OPER-FOUND-SW
           PERFORM 3250-MATCH-OPERATOR THRU 3250-MATCH-OPERATOR-EXIT
               VARYING DL100-OPER-IDX FROM 1 BY 1
               UNTIL DL100-OPER-FOUND-YES
               OR DL100-OPER-IDX > DL100-OPER-COUNT
           MOVE SPACE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE AUS-OPERATOR-ID TO AUD-OPR-ID
           MOVE SPACE TO AUD-OPR-NOTE
           IF NOT DL100-OPER-FOUND-YES AND DL100-OPER-COUNT > 0
               MOVE " - NOT ON OPERMAST" TO AUD-OPR-NOTE
           END-IF
           MOVE AUD-OPERATOR-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           IF DL100-SUM-COUNT >= 500
               ADD 1 TO DL100-SUM-OVERFLOW
               COMPUTE DL100-SUM-IDX = DL100-SUM-COUNT + 1
               GO TO 3200-OPEN-OPERATOR-EXIT
           END-IF
           ADD 1 TO DL100-SUM-COUNT
           MOVE DL100-SUM-COUNT TO DL100-SUM-IDX
           MOVE AUS-OPERATOR-ID TO DL100-SUM-OPERATOR (DL100-SUM-IDX)
           MOVE 'Y' TO DL100-SUM-ON-FILE (DL100-SUM-IDX)
           IF NOT DL100-OPER-FOUND-YES
               MOVE 'N' TO DL100-SUM-ON-FILE (DL100-SUM-IDX)
           END-IF
           MOVE ZERO TO DL100-SUM-EVENTS (DL100-SUM-IDX)
           MOVE ZERO TO DL100-SUM-HOURS (DL100-SUM-IDX)
           MOVE ZERO TO DL100-SUM-SIGNON (DL100-SUM-IDX)
           MOVE ZERO TO DL100-SUM-AUTH (DL100-SUM-IDX)
           MOVE ZERO TO DL100-SUM-CONTACT (DL100-SUM-IDX).
       3200-OPEN-OPERATOR-EXIT.
           EXIT.
      *
       3250-MATCH-OPERATOR.
           IF DL100-OPER-ID (DL100-OPER-IDX) = AUS-OPERATOR-ID
               MOVE 'Y' TO DL100-OPER-FOUND-SW
           END-IF.
       3250-MATCH-OPERATOR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-CLOSE-OPERATOR - THE FINISHED OPERATOR'S COUNTS BY   *
      *                       LOG AND ACTION                      *
      *----------------------------------------------------------*
       3300-CLOSE-OPERATOR.
           IF DL100-CURRENT-OPERATOR = HIGH-VALUE
               GO TO 3300-CLOSE-OPERATOR-EXIT
           END-IF
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE "  ACTIONS BY LOG" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 3350-PRINT-ACTION THRU 3350-PRINT-ACTION-EXIT
               VARYING DL100-ACT-IDX FROM 1 BY 1
               UNTIL DL100-ACT-IDX > DL100-ACT-COUNT
           IF DL100-ACT-OTHER > 0
               MOVE "(OTHER)" TO AUD-ACT-SOURCE
               MOVE SPACE TO AUD-ACT-ACTION
               MOVE DL100-ACT-OTHER TO AUD-ACT-TALLY
               MOVE SPACE TO AUDIT-REPORT-LINE
               MOVE AUD-ACTION-LINE TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.
       3300-CLOSE-OPERATOR-EXIT.
           EXIT.
      *
       3350-PRINT-ACTION.
           MOVE DL100-ACT-SOURCE (DL100-ACT-IDX) TO AUD-ACT-SOURCE
           MOVE DL100-ACT-ACTION (DL100-ACT-IDX) TO AUD-ACT-ACTION
           MOVE DL100-ACT-TALLY (DL100-ACT-IDX) TO AUD-ACT-TALLY
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-ACTION-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.
       3350-PRINT-ACTION-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4000-PRINT-SUMMARY - ONE LINE PER OPERATOR: EVENTS AND    *
      *                      EXCEPTIONS BY KIND                   *
      *----------------------------------------------------------*
       4000-PRINT-SUMMARY.
           MOVE SPACE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "EXCEPTIONS BY OPERATOR" TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-SUMMARY-COLUMNS TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           PERFORM 4100-PRINT-ONE-OPERATOR
               THRU 4100-PRINT-ONE-OPERATOR-EXIT
               VARYING DL100-SUM-IDX FROM 1 BY 1
               UNTIL DL100-SUM-IDX > DL100-SUM-COUNT
           MOVE SPACE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "EVENTS REPORTED" TO AUD-CNT-LABEL
           MOVE DL100-RELEASED-COUNT TO AUD-CNT-VALUE
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "EVENTS CARRYING AN EXCEPTION" TO AUD-CNT-LABEL
           MOVE DL100-EXCEPTION-COUNT TO AUD-CNT-VALUE
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.
       4000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
       4100-PRINT-ONE-OPERATOR.
           MOVE DL100-SUM-OPERATOR (DL100-SUM-IDX) TO AUD-SUM-OPERATOR
           MOVE DL100-SUM-EVENTS (DL100-SUM-IDX) TO AUD-SUM-EVENTS
           MOVE DL100-SUM-HOURS (DL100-SUM-IDX) TO AUD-SUM-HOURS
           MOVE DL100-SUM-SIGNON (DL100-SUM-IDX) TO AUD-SUM-SIGNON
           MOVE DL100-SUM-AUTH (DL100-SUM-IDX) TO AUD-SUM-AUTH
           MOVE DL100-SUM-CONTACT (DL100-SUM-IDX) TO AUD-SUM-CONTACT
           MOVE "YES" TO AUD-SUM-ON-FILE
           IF DL100-SUM-ON-FILE (DL100-SUM-IDX) = 'N'
               MOVE "NO" TO AUD-SUM-ON-FILE
           END-IF
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-SUMMARY-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.
       4100-PRINT-ONE-OPERATOR-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 4500-PRINT-UNKNOWN - THE IDS IN THE LOGS THAT OPERMAST    *
      *                      DOES NOT HOLD. NO OPERMAST ON DISK   *
      *                      MEANS NOTHING TO CHECK AGAINST       *
      *----------------------------------------------------------*
       4500-PRINT-UNKNOWN.
           MOVE SPACE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "OPERATORS IN THE LOGS NOT ON OPERMAST"
               TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           IF DL100-OPER-COUNT = 0
               MOVE "  OPERMAST NOT SET UP - NOT CHECKED"
                   TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
               GO TO 4500-PRINT-UNKNOWN-EXIT
           END-IF
           PERFORM 4600-PRINT-ONE-UNKNOWN
               THRU 4600-PRINT-ONE-UNKNOWN-EXIT
               VARYING DL100-SUM-IDX FROM 1 BY 1
               UNTIL DL100-SUM-IDX > DL100-SUM-COUNT
           MOVE "NOT ON OPERMAST" TO AUD-CNT-LABEL
           MOVE DL100-UNKNOWN-COUNT TO AUD-CNT-VALUE
           MOVE SPACE TO AUDIT-REPORT-LINE
           MOVE AUD-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.
       4500-PRINT-UNKNOWN-EXIT.
           EXIT.
      *
       4600-PRINT-ONE-UNKNOWN.
           IF DL100-SUM-ON-FILE (DL100-SUM-IDX) = 'N'
               ADD 1 TO DL100-UNKNOWN-COUNT
               MOVE SPACE TO AUDIT-REPORT-LINE
               MOVE DL100-SUM-OPERATOR (DL100-SUM-IDX) TO
                   AUDIT-REPORT-LINE (3:8)
               WRITE AUDIT-REPORT-LINE
           END-IF.
       4600-PRINT-ONE-UNKNOWN-EXIT.
           EXIT.
       END PROGRAM DL100AUD.
