       IDENTIFICATION DIVISION.
       PROGRAM-ID. DL100MRG.
       AUTHOR. BATCH-SUPPORT.
       INSTALLATION. DL100.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED. 2026-10-14.
      *
      *----------------------------------------------------------*
      * DL100MRG - ENTITY MERGE                                    *
      *   Prompt-driven, DL100RST style, under the common sign-on  *
      *   at the rebuild level: for each retiring/surviving pair   *
      *   keyed in, every balance of the retiring entity - home,   *
      *   currency table and CURRBOV overflow - moves onto the     *
      *   survivor (the retiring home balance lands in the         *
      *   survivor's table or CURRBOV when the home currencies     *
      *   differ), and the retiring entity is left closed with     *
      *   nothing on it. Both sides are journalled to ENTJRNL      *
      *   (action MRG, each naming the other as counterparty,      *
      *   one serial for the pair off SERLCTRL) and staged on      *
      *   MRGEXTR for DL100HST to carry onto the night's ENTEXTR.  *
      *   Each amount taken off or put onto a CURRBOV row gets an  *
      *   MRG journal entry of its own carrying its currency and   *
      *   amount. A pair where either entity has a confirmed       *
      *   sanctions match on SANCREVW is refused.                  *
      *   The retiring entity's HELDTRNS and SUSPTRNS items are    *
      *   re-pointed to the survivor, its ENTLIMIT row moves to    *
      *   the survivor when the survivor has none of its own       *
      *   (otherwise it is dropped), its earmarks still in force   *
      *   move to the survivor (each logged to MNTLOG as EMKMOV),  *
      *   the old-to-new link is appended to ENTMERGE              *
      *   for DL100EDT to redirect late arrivals by, and the merge *
      *   is logged to MNTLOG as MERGE. Value only moves between   *
      *   entities in the same currency, so the per-currency       *
      *   master totals - and MSTRSNAP - are unchanged.            *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *   2026-10-14  Initial version.
      *   2026-10-14  Earmarks in force move to the survivor;
      *               refuse a pair on sanctions hold; journal
      *               each CURRBOV move as its own MRG entry.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT CURRENCY-OVERFLOW-FILE ASSIGN TO "CURRBOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVB-KEY
               FILE STATUS IS DL100-OVERFLOW-STATUS.
           SELECT ENTITY-JOURNAL-FILE ASSIGN TO "ENTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT MERGE-EXTRACT-FILE ASSIGN TO "MRGEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-MRGEXTR-STATUS.
           SELECT MERGE-LINK-FILE ASSIGN TO "ENTMERGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTMERGE-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-MNTLOG-STATUS.
           SELECT HELD-TRANS-FILE ASSIGN TO "HELDTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HELD-STATUS.
           SELECT HELD-WORK-FILE ASSIGN TO "HELDTRWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSE-TRANS-FILE ASSIGN TO "SUSPTRNS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SUSPENSE-STATUS.
           SELECT SUSPENSE-WORK-FILE ASSIGN TO "SUSPTRWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-LIMIT-FILE ASSIGN TO "ENTLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LIMIT-STATUS.
           SELECT ENTITY-LIMIT-WORK-FILE ASSIGN TO "ENTLIMWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARMARK-FILE ASSIGN TO "EARMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-EARMARK-STATUS.
           SELECT EARMARK-WORK-FILE ASSIGN TO "EARMRKWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SANCTIONS-REVIEW-FILE ASSIGN TO "SANCREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SANCREVW-STATUS.
           SELECT SERIAL-CONTROL-FILE ASSIGN TO "SERLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SERLCTRL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-BUSDATE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-MASTER-FILE.
       01  ENTITY-MASTER-RECORD.
           COPY YxxxENT REPLACING ==::== BY ==M==.
       FD  CURRENCY-OVERFLOW-FILE.
       01  CURRENCY-OVERFLOW-RECORD.
           COPY CURRBOV.
       FD  ENTITY-JOURNAL-FILE.
       01  ENTITY-JOURNAL-RECORD.
           COPY ENTJRNL.
       FD  MERGE-EXTRACT-FILE.
       01  MERGE-EXTRACT-RECORD.
           COPY ENTEXTR.
       FD  MERGE-LINK-FILE.
       01  MERGE-LINK-RECORD.
           COPY ENTMERGE.
       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD.
           05  MLOG-DATE                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  MLOG-TIME                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  MLOG-OPERATOR-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  MLOG-ACTION                  PIC X(06).
           05  FILLER                       PIC X(01).
           05  MLOG-ENTITY-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  MLOG-STATUS-CODE             PIC X(02).
           05  FILLER                       PIC X(01).
           05  MLOG-FCT01-VAR1              PIC X(01).
           05  FILLER                       PIC X(01).
           05  MLOG-HOME-CURRENCY           PIC X(03).
           05  FILLER                       PIC X(01).
           05  MLOG-PARENT-ID               PIC X(10).
           05  FILLER                       PIC X(01).
           05  MLOG-APPROVER-ID             PIC X(08).
           05  FILLER                       PIC X(01).
           05  MLOG-REQUEST-ID              PIC 9(06).
           05  FILLER                       PIC X(01).
           05  MLOG-ALIAS-SOURCE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  MLOG-ALIAS-ACCOUNT           PIC X(12).
           05  FILLER                       PIC X(01).
           05  MLOG-EARMARK-ID              PIC 9(06).
           05  FILLER                       PIC X(01).
           05  MLOG-EARMARK-AMOUNT          PIC 9(11)V99.
           05  FILLER                       PIC X(01).
           05  MLOG-REASON                  PIC X(20).
       FD  HELD-TRANS-FILE.
       01  HELD-TRANS-RECORD.
           COPY HELDTRNS.
       FD  HELD-WORK-FILE.
       01  HELD-WORK-RECORD.
           COPY HELDTRNS REPLACING LEADING ==HTR== BY ==HTW==.
       FD  SUSPENSE-TRANS-FILE.
       01  SUSPENSE-TRANS-RECORD.
           05  SUS-RUN-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SUS-TRANS-IMAGE              PIC X(90).
           05  FILLER                       PIC X(01).
           05  SUS-REASON                   PIC X(30).
       FD  SUSPENSE-WORK-FILE.
       01  SUSPENSE-WORK-RECORD             PIC X(130).
       FD  ENTITY-LIMIT-FILE.
       01  ENTITY-LIMIT-RECORD.
           COPY ENTLIMIT.
       FD  ENTITY-LIMIT-WORK-FILE.
       01  ENTITY-LIMIT-WORK-RECORD.
           COPY ENTLIMIT REPLACING LEADING ==LMT== BY ==LMW==.
       FD  EARMARK-FILE.
       01  EARMARK-RECORD.
           COPY EARMARK.
       FD  EARMARK-WORK-FILE.
       01  EARMARK-WORK-RECORD.
           COPY EARMARK REPLACING LEADING ==EMK== BY ==EMW==.
       FD  SANCTIONS-REVIEW-FILE.
       01  SANCTIONS-REVIEW-RECORD.
           COPY SANCREVW.
       FD  SERIAL-CONTROL-FILE.
       01  SERIAL-CONTROL-RECORD.
           05  SER-LAST-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SER-LAST-SEQ                 PIC 9(05).
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-RECORD.
           COPY BUSDATE.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID              PIC X(08).
           05  FILLER                       PIC X(01).
           05  OPR-AUTH-LEVEL               PIC 9(01).
       WORKING-STORAGE SECTION.
       77  DL100-OPERMAST-STATUS            PIC X(02) VALUE "00".
           88  DL100-OPERMAST-NOT-FOUND         VALUE "35".
       77  DL100-OPER-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-OPER-EOF-YES               VALUE 'Y'.
       77  DL100-OPER-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-OVERFLOW-COUNT        PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-IDX                   PIC 9(03) COMP.
       77  DL100-OPER-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-OPER-FOUND-YES             VALUE 'Y'.
       77  DL100-OPER-AUTH-LEVEL            PIC 9(01) VALUE ZERO.
       77  DL100-OPER-TRY-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  DL100-OPER-TRY-LIMIT             PIC 9(03) COMP VALUE 3.
       77  DL100-OPER-VERIFY-SW             PIC X(01) VALUE 'N'.
           88  DL100-OPER-VERIFY-YES            VALUE 'Y'.
       77  DL100-OPER-ABORT-SW              PIC X(01) VALUE 'N'.
           88  DL100-OPER-ABORT-YES             VALUE 'Y'.
       77  DL100-AUTH-REQUIRED              PIC 9(01) VALUE 4.
      *
      *  VALID OPERATOR IDS AND THEIR AUTHORIZATION LEVELS
      *  (1 INQUIRY, 2 DISPOSITION, 3 MASTER MAINTENANCE,
      *  4 REBUILD), LOADED FROM OPERMAST AT START OF JOB
      *
       01  DL100-OPERATOR-TABLE.
           05  DL100-OPER-ENTRY             OCCURS 50 TIMES.
               10  DL100-OPER-ID                PIC X(08).
               10  DL100-OPER-LEVEL             PIC 9(01).
       77  DL100-OPERATOR-ID                PIC X(08) VALUE SPACE.
       77  DL100-MASTER-STATUS              PIC X(02) VALUE "00".
           88  DL100-MASTER-OK                  VALUE "00".
       77  DL100-OVERFLOW-STATUS            PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-OPEN-NOT-FOUND    VALUE "35".
       77  DL100-JOURNAL-STATUS             PIC X(02) VALUE "00".
           88  DL100-JOURNAL-NOT-FOUND          VALUE "35".
       77  DL100-MRGEXTR-STATUS             PIC X(02) VALUE "00".
           88  DL100-MRGEXTR-NOT-FOUND          VALUE "35".
       77  DL100-ENTMERGE-STATUS            PIC X(02) VALUE "00".
           88  DL100-ENTMERGE-NOT-FOUND         VALUE "35".
       77  DL100-MNTLOG-STATUS              PIC X(02) VALUE "00".
           88  DL100-MNTLOG-NOT-FOUND           VALUE "35".
       77  DL100-HELD-STATUS                PIC X(02) VALUE "00".
           88  DL100-HELD-NOT-FOUND             VALUE "35".
       77  DL100-SUSPENSE-STATUS            PIC X(02) VALUE "00".
           88  DL100-SUSPENSE-NOT-FOUND         VALUE "35".
       77  DL100-LIMIT-STATUS               PIC X(02) VALUE "00".
           88  DL100-LIMIT-NOT-FOUND            VALUE "35".
       77  DL100-EARMARK-STATUS             PIC X(02) VALUE "00".
           88  DL100-EARMARK-NOT-FOUND          VALUE "35".
       77  DL100-SANCREVW-STATUS            PIC X(02) VALUE "00".
           88  DL100-SANCREVW-NOT-FOUND         VALUE "35".
       77  DL100-SERLCTRL-STATUS            PIC X(02) VALUE "00".
           88  DL100-SERLCTRL-NOT-FOUND         VALUE "35".
       77  DL100-BUSDATE-STATUS             PIC X(02) VALUE "00".
           88  DL100-BUSDATE-NOT-FOUND          VALUE "35".
       77  DL100-TODAY                      PIC 9(08) VALUE ZERO.
       77  DL100-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-EOF-YES                    VALUE 'Y'.
       77  DL100-OVB-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-OVB-EOF-YES                VALUE 'Y'.
       77  DL100-MORE-SW                    PIC X(01) VALUE 'Y'.
           88  DL100-MORE-YES                   VALUE 'Y'.
       77  DL100-RETIRE-ID                  PIC X(10) VALUE SPACE.
       77  DL100-SURVIVOR-ID                PIC X(10) VALUE SPACE.
       77  DL100-CONFIRM-INPUT              PIC X(08) VALUE SPACE.
       77  DL100-CURR-IDX                   PIC 9(02) COMP.
       77  DL100-JRN-IDX                    PIC 9(02) COMP.
       77  DL100-SLOT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  DL100-SLOT-FOUND-YES             VALUE 'Y'.
       77  DL100-WORK-CURRENCY              PIC X(03) VALUE SPACE.
       77  DL100-WORK-AMOUNT                PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-JRN-AMOUNT                 PIC S9(11)V99 COMP-3
                                             VALUE ZERO.
       77  DL100-TO-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88  DL100-TO-OVERFLOW-YES            VALUE 'Y'.
       77  DL100-HOLD-SW                    PIC X(01) VALUE 'N'.
           88  DL100-HOLD-YES                   VALUE 'Y'.
       77  DL100-HOLD-ENTITY-ID             PIC X(10) VALUE SPACE.
       77  DL100-SERIAL-SEQ                 PIC 9(05) COMP VALUE ZERO.
       77  DL100-MERGE-SERIAL               PIC 9(13) VALUE ZERO.
       77  DL100-COUNTER-ID                 PIC X(10) VALUE SPACE.
       77  DL100-OVB-COUNT                  PIC 9(02) COMP VALUE ZERO.
       77  DL100-OVB-IDX                    PIC 9(02) COMP.
       77  DL100-OVB-FULL-SW                PIC X(01) VALUE 'N'.
           88  DL100-OVB-FULL-YES               VALUE 'Y'.
       77  DL100-MOVED-COUNT                PIC 9(03) COMP VALUE ZERO.
       77  DL100-HELD-MOVED                 PIC 9(07) COMP VALUE ZERO.
       77  DL100-SUSP-MOVED                 PIC 9(07) COMP VALUE ZERO.
       77  DL100-EMK-MOVED                  PIC 9(05) COMP VALUE ZERO.
       77  DL100-LMT-RETIRE-SW              PIC X(01) VALUE 'N'.
           88  DL100-LMT-RETIRE-YES             VALUE 'Y'.
       77  DL100-LMT-SURVIVOR-SW            PIC X(01) VALUE 'N'.
           88  DL100-LMT-SURVIVOR-YES           VALUE 'Y'.
       77  DL100-MERGE-COUNT                PIC 9(07) COMP VALUE ZERO.
      *
      *  THE RETIRING ENTITY'S CURRBOV ROWS, COLLECTED BEFORE ANY
      *  CHANGE IS MADE SO AN ENTITY WITH MORE THAN THE TABLE
      *  HOLDS IS REFUSED WHOLE RATHER THAN HALF MERGED
      *
       01  DL100-OVB-TABLE.
           05  DL100-OVB-ENTRY              OCCURS 30 TIMES.
               10  DL100-OVB-CURRENCY           PIC X(03).
               10  DL100-OVB-AMOUNT             PIC S9(11)V99
                                                 COMP-3.
      *
      *  MASTER RECORDS AS THEY STOOD BEFORE THE MERGE: THE
      *  RETIRING ENTITY, AND THE JOURNAL BEFORE-IMAGE OF
      *  WHICHEVER SIDE IS BEING JOURNALLED
      *
       01  DL100-RETIRE-IMAGE.
           COPY YxxxENT REPLACING ==::== BY ==R==.
       01  DL100-BEFORE-IMAGE.
           COPY YxxxENT REPLACING ==::== BY ==B==.
      *
      *  THE MASTER RECORD CARRIED, AS BOTH BEFORE- AND AFTER-
      *  IMAGE, ON THE JOURNAL ENTRY FOR ONE CURRBOV MOVE - A
      *  MOVE ON OR OFF CURRBOV LEAVES THE MASTER AS IT WAS
      *
       01  DL100-MOVE-IMAGE.
           COPY YxxxENT REPLACING ==::== BY ==V==.
      *
      *  ONE SUSPENDED TRANSACTION, OPENED UP TO RE-POINT IT
      *
       01  DL100-SUSP-TRANS.
           COPY ENTTRANS REPLACING LEADING ==ETR== BY ==STR==.
      *
      *  THE RETIRING ENTITY'S OWN ENTLIMIT ROW, HELD UNTIL IT IS
      *  KNOWN WHETHER THE SURVIVOR ALREADY HAS ONE
      *
       01  DL100-SAVED-LIMIT.
           COPY ENTLIMIT REPLACING LEADING ==LMT== BY ==LMS==.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1500-LOAD-OPERATORS THRU 1500-LOAD-OPERATORS-EXIT
           IF DL100-OPER-OVERFLOW-COUNT > 0
               DISPLAY "OPERMAST HOLDS MORE THAN 50 OPERATORS - "
                   "VALID IDS WOULD BE DROPPED, JOB ABORTED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1600-VERIFY-OPERATOR
               THRU 1600-VERIFY-OPERATOR-EXIT
               UNTIL DL100-OPER-VERIFY-YES OR DL100-OPER-ABORT-YES
           IF DL100-OPER-ABORT-YES
               DISPLAY "OPERATOR LOCKOUT AFTER "
                   DL100-OPER-TRY-LIMIT " UNKNOWN IDS - JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF DL100-OPER-AUTH-LEVEL < DL100-AUTH-REQUIRED
               DISPLAY "OPERATOR " DL100-OPERATOR-ID
                   " NOT AUTHORIZED - LEVEL " DL100-AUTH-REQUIRED
                   " REQUIRED FOR THIS TOOL"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ENTITY-MASTER-FILE
           IF NOT DL100-MASTER-OK
               DISPLAY "ENTMAST OPEN FAILED - STATUS = "
                   DL100-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CURRENCY-OVERFLOW-FILE
           IF DL100-OVERFLOW-OPEN-NOT-FOUND
               OPEN OUTPUT CURRENCY-OVERFLOW-FILE
               CLOSE CURRENCY-OVERFLOW-FILE
               OPEN I-O CURRENCY-OVERFLOW-FILE
           END-IF
           OPEN EXTEND ENTITY-JOURNAL-FILE
           IF DL100-JOURNAL-NOT-FOUND
               OPEN OUTPUT ENTITY-JOURNAL-FILE
               CLOSE ENTITY-JOURNAL-FILE
               OPEN EXTEND ENTITY-JOURNAL-FILE
           END-IF
           OPEN EXTEND MERGE-EXTRACT-FILE
           IF DL100-MRGEXTR-NOT-FOUND
               OPEN OUTPUT MERGE-EXTRACT-FILE
               CLOSE MERGE-EXTRACT-FILE
               OPEN EXTEND MERGE-EXTRACT-FILE
           END-IF
           OPEN EXTEND MERGE-LINK-FILE
           IF DL100-ENTMERGE-NOT-FOUND
               OPEN OUTPUT MERGE-LINK-FILE
               CLOSE MERGE-LINK-FILE
               OPEN EXTEND MERGE-LINK-FILE
           END-IF
           OPEN EXTEND MAINT-LOG-FILE
           IF DL100-MNTLOG-NOT-FOUND
               OPEN OUTPUT MAINT-LOG-FILE
               CLOSE MAINT-LOG-FILE
               OPEN EXTEND MAINT-LOG-FILE
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM UNTIL NOT DL100-MORE-YES
               PERFORM 2000-GET-MERGE-IDS THRU 2000-GET-MERGE-IDS-EXIT
               IF DL100-MORE-YES
                   PERFORM 3000-MERGE-ENTITY
                       THRU 3000-MERGE-ENTITY-EXIT
               END-IF
           END-PERFORM
           CLOSE ENTITY-MASTER-FILE
           CLOSE CURRENCY-OVERFLOW-FILE
           CLOSE ENTITY-JOURNAL-FILE
           CLOSE MERGE-EXTRACT-FILE
           CLOSE MERGE-LINK-FILE
           CLOSE MAINT-LOG-FILE
           DISPLAY "ENTITIES MERGED = " DL100-MERGE-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      *----------------------------------------------------------*
      * 1100-GET-BUS-DATE - THE CHAIN'S PROCESSING DATE COMES   *
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
      * 1200-NEXT-SERIAL - ONE SERIAL FOR THE MERGE, TAKEN FROM   *
      *                    THE SAME SERLCTRL SEQUENCE DL100EDT    *
      *                    NUMBERS THE DAY'S TRANSACTIONS FROM,   *
      *                    SO IT CANNOT COLLIDE WITH ONE OF THEM  *
      *----------------------------------------------------------*
       1200-NEXT-SERIAL.
           MOVE ZERO TO DL100-SERIAL-SEQ
           OPEN INPUT SERIAL-CONTROL-FILE
           IF NOT DL100-SERLCTRL-NOT-FOUND
               READ SERIAL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SER-LAST-DATE = DL100-TODAY
                           AND SER-LAST-SEQ NUMERIC
                           MOVE SER-LAST-SEQ TO DL100-SERIAL-SEQ
                       END-IF
               END-READ
               CLOSE SERIAL-CONTROL-FILE
           END-IF
           ADD 1 TO DL100-SERIAL-SEQ
           COMPUTE DL100-MERGE-SERIAL =
               DL100-TODAY * 100000 + DL100-SERIAL-SEQ
           OPEN OUTPUT SERIAL-CONTROL-FILE
           MOVE SPACE TO SERIAL-CONTROL-RECORD
           MOVE DL100-TODAY TO SER-LAST-DATE
           MOVE DL100-SERIAL-SEQ TO SER-LAST-SEQ
           WRITE SERIAL-CONTROL-RECORD
           CLOSE SERIAL-CONTROL-FILE.
       1200-NEXT-SERIAL-EXIT.
           EXIT.
      *
       2000-GET-MERGE-IDS.
           DISPLAY "RETIRING ENTITY ID (BLANK TO QUIT) = "
               NO ADVANCING
           ACCEPT DL100-RETIRE-ID
           IF DL100-RETIRE-ID = SPACE
               MOVE 'N' TO DL100-MORE-SW
               GO TO 2000-GET-MERGE-IDS-EXIT
           END-IF
           DISPLAY "SURVIVING ENTITY ID = " NO ADVANCING
           ACCEPT DL100-SURVIVOR-ID.
       2000-GET-MERGE-IDS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3000-MERGE-ENTITY - CHECK THE PAIR, MOVE THE BALANCES,    *
      *                     CLOSE THE RETIRING ENTITY AND CARRY   *
      *                     EVERYTHING THAT STILL NAMES IT OVER   *
      *                     TO THE SURVIVOR                       *
      *----------------------------------------------------------*
       3000-MERGE-ENTITY.
           IF DL100-SURVIVOR-ID = SPACE
               DISPLAY "SURVIVING ENTITY ID REQUIRED"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           IF DL100-SURVIVOR-ID = DL100-RETIRE-ID
               DISPLAY "AN ENTITY CANNOT BE MERGED INTO ITSELF"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           MOVE DL100-RETIRE-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   DISPLAY "ENTITY " DL100-RETIRE-ID " NOT ON FILE"
                   GO TO 3000-MERGE-ENTITY-EXIT
           END-READ
           IF XXXENTM-STATUS-CLOSED
               DISPLAY "ENTITY " DL100-RETIRE-ID
                   " IS ALREADY CLOSED - NOT MERGED"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           MOVE ENTITY-MASTER-RECORD TO DL100-RETIRE-IMAGE
           MOVE DL100-SURVIVOR-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   DISPLAY "ENTITY " DL100-SURVIVOR-ID " NOT ON FILE"
                   GO TO 3000-MERGE-ENTITY-EXIT
           END-READ
           IF XXXENTM-STATUS-CLOSED
               DISPLAY "SURVIVING ENTITY " DL100-SURVIVOR-ID
                   " IS CLOSED - NOT MERGED"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           PERFORM 3100-COLLECT-OVERFLOW
               THRU 3100-COLLECT-OVERFLOW-EXIT
           IF DL100-OVB-FULL-YES
               DISPLAY "ENTITY " DL100-RETIRE-ID " HOLDS MORE THAN "
                   "30 OVERFLOW BALANCES - NOT MERGED"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           PERFORM 3500-CHECK-SANCTIONS
               THRU 3500-CHECK-SANCTIONS-EXIT
           IF DL100-HOLD-YES
               DISPLAY "ENTITY " DL100-HOLD-ENTITY-ID
                   " IS ON SANCTIONS HOLD - NOT MERGED"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           DISPLAY "MERGE " DL100-RETIRE-ID " INTO "
               DL100-SURVIVOR-ID " - KEY MERGE TO CONFIRM = "
               NO ADVANCING
           ACCEPT DL100-CONFIRM-INPUT
           IF DL100-CONFIRM-INPUT NOT = "MERGE"
               DISPLAY "NOT CONFIRMED - NOTHING MERGED"
               GO TO 3000-MERGE-ENTITY-EXIT
           END-IF
           PERFORM 1200-NEXT-SERIAL THRU 1200-NEXT-SERIAL-EXIT
           MOVE ZERO TO DL100-MOVED-COUNT
           MOVE ENTITY-MASTER-RECORD TO DL100-BEFORE-IMAGE
           MOVE XXXENTR-HOME-CURRENCY TO DL100-WORK-CURRENCY
           MOVE XXXENTR-BALANCE TO DL100-WORK-AMOUNT
           PERFORM 3300-ADD-TO-SURVIVOR
               THRU 3300-ADD-TO-SURVIVOR-EXIT
           PERFORM 3200-MOVE-ONE-CURR-BAL
               THRU 3200-MOVE-ONE-CURR-BAL-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > XXXENTR-CURR-BAL-COUNT
           PERFORM 3250-MOVE-ONE-OVERFLOW
               THRU 3250-MOVE-ONE-OVERFLOW-EXIT
               VARYING DL100-OVB-IDX FROM 1 BY 1
               UNTIL DL100-OVB-IDX > DL100-OVB-COUNT
           REWRITE ENTITY-MASTER-RECORD
           MOVE DL100-RETIRE-ID TO DL100-COUNTER-ID
           PERFORM 5000-JOURNAL-MERGE THRU 5000-JOURNAL-MERGE-EXIT
           PERFORM 5200-STAGE-EXTRACT THRU 5200-STAGE-EXTRACT-EXIT
           MOVE DL100-RETIRE-IMAGE TO DL100-BEFORE-IMAGE
           MOVE DL100-RETIRE-IMAGE TO ENTITY-MASTER-RECORD
           MOVE ZERO TO XXXENTM-BALANCE
           PERFORM 3400-CLEAR-ONE-CURR-BAL
               THRU 3400-CLEAR-ONE-CURR-BAL-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-IDX > 5
           MOVE ZERO TO XXXENTM-CURR-BAL-COUNT
           SET XXXENTM-STATUS-CLOSED TO TRUE
           REWRITE ENTITY-MASTER-RECORD
           MOVE DL100-SURVIVOR-ID TO DL100-COUNTER-ID
           PERFORM 5000-JOURNAL-MERGE THRU 5000-JOURNAL-MERGE-EXIT
           PERFORM 5200-STAGE-EXTRACT THRU 5200-STAGE-EXTRACT-EXIT
           PERFORM 6000-REPOINT-HELD THRU 6000-REPOINT-HELD-EXIT
           PERFORM 6200-REPOINT-SUSPENSE
               THRU 6200-REPOINT-SUSPENSE-EXIT
           PERFORM 6400-MOVE-LIMITS THRU 6400-MOVE-LIMITS-EXIT
           PERFORM 6600-MOVE-EARMARKS THRU 6600-MOVE-EARMARKS-EXIT
           PERFORM 7000-WRITE-LINK THRU 7000-WRITE-LINK-EXIT
           PERFORM 7200-LOG-MERGE THRU 7200-LOG-MERGE-EXIT
           ADD 1 TO DL100-MERGE-COUNT
           DISPLAY "ENTITY " DL100-RETIRE-ID " MERGED INTO "
               DL100-SURVIVOR-ID " - " DL100-MOVED-COUNT
               " BALANCES MOVED, SERIAL " DL100-MERGE-SERIAL
           IF DL100-HELD-MOVED > 0 OR DL100-SUSP-MOVED > 0
               DISPLAY "  HELD ITEMS RE-POINTED = " DL100-HELD-MOVED
                   "  SUSPENDED ITEMS RE-POINTED = "
                   DL100-SUSP-MOVED
           END-IF
           IF DL100-EMK-MOVED > 0
               DISPLAY "  EARMARKS MOVED = " DL100-EMK-MOVED
           END-IF.
       3000-MERGE-ENTITY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3100-COLLECT-OVERFLOW - THE RETIRING ENTITY'S CURRBOV     *
      *                         ROWS INTO THE OVERFLOW TABLE.     *
      *                         NOTHING IS CHANGED HERE; THE ROWS *
      *                         ARE DELETED AS THEY ARE MOVED     *
      *----------------------------------------------------------*
       3100-COLLECT-OVERFLOW.
           MOVE ZERO TO DL100-OVB-COUNT
           MOVE 'N' TO DL100-OVB-FULL-SW
           MOVE DL100-RETIRE-ID TO OVB-ENTITY-ID
           MOVE LOW-VALUES TO OVB-CURRENCY-CODE
           START CURRENCY-OVERFLOW-FILE KEY >= OVB-KEY
               INVALID KEY
                   GO TO 3100-COLLECT-OVERFLOW-EXIT
           END-START
           MOVE 'N' TO DL100-OVB-EOF-SW
           PERFORM 3150-COLLECT-ONE-OVERFLOW
               THRU 3150-COLLECT-ONE-OVERFLOW-EXIT
               UNTIL DL100-OVB-EOF-YES.
       3100-COLLECT-OVERFLOW-EXIT.
           EXIT.
      *
       3150-COLLECT-ONE-OVERFLOW.
           READ CURRENCY-OVERFLOW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO DL100-OVB-EOF-SW
                   GO TO 3150-COLLECT-ONE-OVERFLOW-EXIT
           END-READ
           IF OVB-ENTITY-ID NOT = DL100-RETIRE-ID
               MOVE 'Y' TO DL100-OVB-EOF-SW
               GO TO 3150-COLLECT-ONE-OVERFLOW-EXIT
           END-IF
           IF DL100-OVB-COUNT >= 30
               MOVE 'Y' TO DL100-OVB-FULL-SW
               MOVE 'Y' TO DL100-OVB-EOF-SW
               GO TO 3150-COLLECT-ONE-OVERFLOW-EXIT
           END-IF
           ADD 1 TO DL100-OVB-COUNT
           MOVE OVB-CURRENCY-CODE TO
               DL100-OVB-CURRENCY (DL100-OVB-COUNT)
           MOVE OVB-AMOUNT TO DL100-OVB-AMOUNT (DL100-OVB-COUNT).
       3150-COLLECT-ONE-OVERFLOW-EXIT.
           EXIT.
      *
       3200-MOVE-ONE-CURR-BAL.
           MOVE XXXENTR-CURR-CODE (DL100-CURR-IDX) TO
               DL100-WORK-CURRENCY
           MOVE XXXENTR-CURR-AMOUNT (DL100-CURR-IDX) TO
               DL100-WORK-AMOUNT
           PERFORM 3300-ADD-TO-SURVIVOR
               THRU 3300-ADD-TO-SURVIVOR-EXIT.
       3200-MOVE-ONE-CURR-BAL-EXIT.
           EXIT.
      *
       3250-MOVE-ONE-OVERFLOW.
           MOVE DL100-RETIRE-ID TO OVB-ENTITY-ID
           MOVE DL100-OVB-CURRENCY (DL100-OVB-IDX) TO
               OVB-CURRENCY-CODE
           DELETE CURRENCY-OVERFLOW-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE DL100-OVB-CURRENCY (DL100-OVB-IDX) TO
               DL100-WORK-CURRENCY
           MOVE DL100-OVB-AMOUNT (DL100-OVB-IDX) TO DL100-WORK-AMOUNT
           IF DL100-WORK-AMOUNT = ZERO
               GO TO 3250-MOVE-ONE-OVERFLOW-EXIT
           END-IF
           MOVE DL100-RETIRE-IMAGE TO DL100-MOVE-IMAGE
           COMPUTE DL100-JRN-AMOUNT = 0 - DL100-WORK-AMOUNT
           MOVE DL100-SURVIVOR-ID TO DL100-COUNTER-ID
           PERFORM 5150-JOURNAL-OVERFLOW-MOVE
               THRU 5150-JOURNAL-OVERFLOW-MOVE-EXIT
           PERFORM 3300-ADD-TO-SURVIVOR
               THRU 3300-ADD-TO-SURVIVOR-EXIT.
       3250-MOVE-ONE-OVERFLOW-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3300-ADD-TO-SURVIVOR - ONE RETIRING BALANCE ONTO THE      *
      *                        SURVIVOR THE WAY CPYRPL4C POSTS A  *
      *                        CURRENCY: ITS HOME BALANCE WHEN    *
      *                        THE CURRENCY IS ITS HOME ONE, ELSE *
      *                        ITS TABLE SLOT FOR THE CURRENCY, A *
      *                        NEW SLOT WHILE THE TABLE HAS ROOM, *
      *                        AND CURRBOV PAST THAT, WHERE THE   *
      *                        AMOUNT IS JOURNALLED ON ITS OWN.   *
      *                        A ZERO BALANCE HAS NOTHING TO MOVE *
      *----------------------------------------------------------*
       3300-ADD-TO-SURVIVOR.
           MOVE 'N' TO DL100-TO-OVERFLOW-SW
           IF DL100-WORK-AMOUNT = ZERO
               GO TO 3300-ADD-TO-SURVIVOR-EXIT
           END-IF
           ADD 1 TO DL100-MOVED-COUNT
           IF DL100-WORK-CURRENCY = XXXENTM-HOME-CURRENCY
               ADD DL100-WORK-AMOUNT TO XXXENTM-BALANCE
               GO TO 3300-ADD-TO-SURVIVOR-EXIT
           END-IF
           MOVE 'N' TO DL100-SLOT-FOUND-SW
           PERFORM 3350-MATCH-SURVIVOR-SLOT
               THRU 3350-MATCH-SURVIVOR-SLOT-EXIT
               VARYING DL100-JRN-IDX FROM 1 BY 1
               UNTIL DL100-SLOT-FOUND-YES
               OR DL100-JRN-IDX > XXXENTM-CURR-BAL-COUNT
           IF DL100-SLOT-FOUND-YES
               GO TO 3300-ADD-TO-SURVIVOR-EXIT
           END-IF
           IF XXXENTM-CURR-BAL-COUNT < 5
               ADD 1 TO XXXENTM-CURR-BAL-COUNT
               MOVE DL100-WORK-CURRENCY TO
                   XXXENTM-CURR-CODE (XXXENTM-CURR-BAL-COUNT)
               MOVE DL100-WORK-AMOUNT TO
                   XXXENTM-CURR-AMOUNT (XXXENTM-CURR-BAL-COUNT)
               GO TO 3300-ADD-TO-SURVIVOR-EXIT
           END-IF
           MOVE DL100-SURVIVOR-ID TO OVB-ENTITY-ID
           MOVE DL100-WORK-CURRENCY TO OVB-CURRENCY-CODE
           READ CURRENCY-OVERFLOW-FILE
               INVALID KEY
                   MOVE DL100-WORK-AMOUNT TO OVB-AMOUNT
                   WRITE CURRENCY-OVERFLOW-RECORD
               NOT INVALID KEY
                   ADD DL100-WORK-AMOUNT TO OVB-AMOUNT
                   REWRITE CURRENCY-OVERFLOW-RECORD
           END-READ
           MOVE 'Y' TO DL100-TO-OVERFLOW-SW
           MOVE DL100-BEFORE-IMAGE TO DL100-MOVE-IMAGE
           MOVE DL100-WORK-AMOUNT TO DL100-JRN-AMOUNT
           MOVE DL100-RETIRE-ID TO DL100-COUNTER-ID
           PERFORM 5150-JOURNAL-OVERFLOW-MOVE
               THRU 5150-JOURNAL-OVERFLOW-MOVE-EXIT.
       3300-ADD-TO-SURVIVOR-EXIT.
           EXIT.
      *
       3350-MATCH-SURVIVOR-SLOT.
           IF XXXENTM-CURR-CODE (DL100-JRN-IDX) = DL100-WORK-CURRENCY
               ADD DL100-WORK-AMOUNT TO
                   XXXENTM-CURR-AMOUNT (DL100-JRN-IDX)
               MOVE 'Y' TO DL100-SLOT-FOUND-SW
           END-IF.
       3350-MATCH-SURVIVOR-SLOT-EXIT.
           EXIT.
      *
       3400-CLEAR-ONE-CURR-BAL.
           MOVE SPACE TO XXXENTM-CURR-CODE (DL100-CURR-IDX)
           MOVE ZERO TO XXXENTM-CURR-AMOUNT (DL100-CURR-IDX).
       3400-CLEAR-ONE-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3500-CHECK-SANCTIONS - A CONFIRMED SANCTIONS MATCH ON     *
      *                        EITHER ENTITY STOPS THE MERGE:     *
      *                        MOVING A HELD ENTITY'S VALUE ONTO  *
      *                        ANOTHER WOULD LET IT OUT FROM      *
      *                        UNDER THE HOLD, AND MOVING VALUE   *
      *                        ONTO A HELD ONE WOULD FREEZE IT.   *
      *                        NO SANCREVW, NOTHING ON HOLD       *
      *----------------------------------------------------------*
       3500-CHECK-SANCTIONS.
           MOVE 'N' TO DL100-HOLD-SW
           MOVE SPACE TO DL100-HOLD-ENTITY-ID
           OPEN INPUT SANCTIONS-REVIEW-FILE
           IF DL100-SANCREVW-NOT-FOUND
               GO TO 3500-CHECK-SANCTIONS-EXIT
           END-IF
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ SANCTIONS-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF SRV-STATUS-CONFIRMED
                           AND (SRV-ENTITY-ID = DL100-RETIRE-ID
                           OR SRV-ENTITY-ID = DL100-SURVIVOR-ID)
                           MOVE 'Y' TO DL100-HOLD-SW
                           MOVE SRV-ENTITY-ID TO DL100-HOLD-ENTITY-ID
                           MOVE 'Y' TO DL100-EOF-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-REVIEW-FILE.
       3500-CHECK-SANCTIONS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-JOURNAL-MERGE - AN MRG JOURNAL ENTRY FOR THE SIDE    *
      *                      JUST REWRITTEN: FULL BEFORE- AND     *
      *                      AFTER-IMAGE, THE OTHER SIDE AS THE   *
      *                      COUNTERPARTY, THE MERGE'S SERIAL     *
      *----------------------------------------------------------*
       5000-JOURNAL-MERGE.
           MOVE SPACE TO ENTITY-JOURNAL-RECORD
           MOVE DL100-TODAY TO JRN-RUN-DATE
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE "MRG" TO JRN-ACTION
           MOVE XXXENTM-ENTITY-ID TO JRN-ENTITY-ID
           MOVE ZERO TO JRN-TRN-EFFECTIVE-DATE
           MOVE ZERO TO JRN-TRN-AMOUNT
           MOVE XXXENTB-FCT01-Var1 TO JRN-BEF-FCT01-VAR1
           MOVE XXXENTB-STATUS-CODE TO JRN-BEF-STATUS-CODE
           MOVE XXXENTB-EFFECTIVE-DATE TO JRN-BEF-EFFECTIVE-DATE
           MOVE XXXENTB-HOME-CURRENCY TO JRN-BEF-HOME-CURRENCY
           MOVE XXXENTB-BALANCE TO JRN-BEF-BALANCE
           MOVE XXXENTB-CURR-BAL-COUNT TO JRN-BEF-CURR-BAL-COUNT
           MOVE XXXENTM-FCT01-Var1 TO JRN-AFT-FCT01-VAR1
           MOVE XXXENTM-STATUS-CODE TO JRN-AFT-STATUS-CODE
           MOVE XXXENTM-EFFECTIVE-DATE TO JRN-AFT-EFFECTIVE-DATE
           MOVE XXXENTM-HOME-CURRENCY TO JRN-AFT-HOME-CURRENCY
           MOVE XXXENTM-BALANCE TO JRN-AFT-BALANCE
           MOVE XXXENTM-CURR-BAL-COUNT TO JRN-AFT-CURR-BAL-COUNT
           PERFORM 5100-JOURNAL-CURR-BAL
               THRU 5100-JOURNAL-CURR-BAL-EXIT
               VARYING DL100-JRN-IDX FROM 1 BY 1
               UNTIL DL100-JRN-IDX > 5
           MOVE "LCL" TO JRN-TRN-SOURCE-SYSTEM
           MOVE DL100-MERGE-SERIAL TO JRN-TRN-SERIAL
           MOVE ZERO TO JRN-REVERSES-SERIAL
           MOVE DL100-COUNTER-ID TO JRN-COUNTER-ENTITY-ID
           WRITE ENTITY-JOURNAL-RECORD.
       5000-JOURNAL-MERGE-EXIT.
           EXIT.
      *
       5100-JOURNAL-CURR-BAL.
           MOVE XXXENTB-CURR-CODE (DL100-JRN-IDX) TO
               JRN-BEF-CURR-CODE (DL100-JRN-IDX)
           MOVE XXXENTB-CURR-AMOUNT (DL100-JRN-IDX) TO
               JRN-BEF-CURR-AMOUNT (DL100-JRN-IDX)
           MOVE XXXENTM-CURR-CODE (DL100-JRN-IDX) TO
               JRN-AFT-CURR-CODE (DL100-JRN-IDX)
           MOVE XXXENTM-CURR-AMOUNT (DL100-JRN-IDX) TO
               JRN-AFT-CURR-AMOUNT (DL100-JRN-IDX).
       5100-JOURNAL-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5150-JOURNAL-OVERFLOW-MOVE - AN MRG JOURNAL ENTRY OF ITS  *
      *                              OWN FOR ONE AMOUNT TAKEN OFF *
      *                              THE RETIRING ENTITY'S        *
      *                              CURRBOV ROW (NEGATIVE) OR    *
      *                              ADDED TO THE SURVIVOR'S      *
      *                              (POSITIVE), IN THE ROW'S     *
      *                              CURRENCY. THE MASTER IS NOT  *
      *                              TOUCHED BY IT, SO BOTH       *
      *                              IMAGES ARE THE RECORD AS IT  *
      *                              STOOD BEFORE THE MERGE AND   *
      *                              THE JOURNAL CHAIN HOLDS      *
      *----------------------------------------------------------*
       5150-JOURNAL-OVERFLOW-MOVE.
           MOVE SPACE TO ENTITY-JOURNAL-RECORD
           MOVE DL100-TODAY TO JRN-RUN-DATE
           ACCEPT JRN-RUN-TIME FROM TIME
           MOVE "MRG" TO JRN-ACTION
           MOVE XXXENTV-ENTITY-ID TO JRN-ENTITY-ID
           MOVE ZERO TO JRN-TRN-EFFECTIVE-DATE
           MOVE DL100-WORK-CURRENCY TO JRN-TRN-CURRENCY-CODE
           MOVE DL100-JRN-AMOUNT TO JRN-TRN-AMOUNT
           MOVE XXXENTV-FCT01-Var1 TO JRN-BEF-FCT01-VAR1
           MOVE XXXENTV-STATUS-CODE TO JRN-BEF-STATUS-CODE
           MOVE XXXENTV-EFFECTIVE-DATE TO JRN-BEF-EFFECTIVE-DATE
           MOVE XXXENTV-HOME-CURRENCY TO JRN-BEF-HOME-CURRENCY
           MOVE XXXENTV-BALANCE TO JRN-BEF-BALANCE
           MOVE XXXENTV-CURR-BAL-COUNT TO JRN-BEF-CURR-BAL-COUNT
           MOVE XXXENTV-FCT01-Var1 TO JRN-AFT-FCT01-VAR1
           MOVE XXXENTV-STATUS-CODE TO JRN-AFT-STATUS-CODE
           MOVE XXXENTV-EFFECTIVE-DATE TO JRN-AFT-EFFECTIVE-DATE
           MOVE XXXENTV-HOME-CURRENCY TO JRN-AFT-HOME-CURRENCY
           MOVE XXXENTV-BALANCE TO JRN-AFT-BALANCE
           MOVE XXXENTV-CURR-BAL-COUNT TO JRN-AFT-CURR-BAL-COUNT
           PERFORM 5160-JOURNAL-MOVE-CURR-BAL
               THRU 5160-JOURNAL-MOVE-CURR-BAL-EXIT
               VARYING DL100-JRN-IDX FROM 1 BY 1
               UNTIL DL100-JRN-IDX > 5
           MOVE "LCL" TO JRN-TRN-SOURCE-SYSTEM
           MOVE DL100-MERGE-SERIAL TO JRN-TRN-SERIAL
           MOVE ZERO TO JRN-REVERSES-SERIAL
           MOVE DL100-COUNTER-ID TO JRN-COUNTER-ENTITY-ID
           WRITE ENTITY-JOURNAL-RECORD.
       5150-JOURNAL-OVERFLOW-MOVE-EXIT.
           EXIT.
      *
       5160-JOURNAL-MOVE-CURR-BAL.
           MOVE XXXENTV-CURR-CODE (DL100-JRN-IDX) TO
               JRN-BEF-CURR-CODE (DL100-JRN-IDX)
           MOVE XXXENTV-CURR-AMOUNT (DL100-JRN-IDX) TO
               JRN-BEF-CURR-AMOUNT (DL100-JRN-IDX)
           MOVE XXXENTV-CURR-CODE (DL100-JRN-IDX) TO
               JRN-AFT-CURR-CODE (DL100-JRN-IDX)
           MOVE XXXENTV-CURR-AMOUNT (DL100-JRN-IDX) TO
               JRN-AFT-CURR-AMOUNT (DL100-JRN-IDX).
       5160-JOURNAL-MOVE-CURR-BAL-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 5200-STAGE-EXTRACT - THE ENTEXTR ROW FOR THE SIDE JUST    *
      *                      REWRITTEN, CHANGE TYPE MRG, STAGED   *
      *                      ON MRGEXTR: ENTEXTR BELONGS TO THE   *
      *                      CYCLE, AND DL100HST MOVES THE STAGED *
      *                      ROWS ONTO IT (STAMPED WITH THE       *
      *                      CYCLE'S DATE AND RUN NUMBER) AT THE  *
      *                      NEXT ROLL                            *
      *----------------------------------------------------------*
       5200-STAGE-EXTRACT.
           MOVE SPACE TO MERGE-EXTRACT-RECORD
           MOVE DL100-TODAY TO EXT-RUN-DATE
           MOVE XXXENTM-ENTITY-ID TO EXT-ENTITY-ID
           MOVE "MRG" TO EXT-CHANGE-TYPE
           MOVE XXXENTM-FCT01-Var1 TO EXT-FCT01-VAR1
           MOVE XXXENTM-STATUS-CODE TO EXT-STATUS-CODE
           MOVE XXXENTM-BALANCE TO EXT-BALANCE
           MOVE DL100-MERGE-SERIAL TO EXT-TRANS-SERIAL
           MOVE "LCL" TO EXT-SOURCE-SYSTEM
           MOVE ZERO TO EXT-RUN-NUMBER
           MOVE ZERO TO EXT-REVERSES-SERIAL
           MOVE DL100-COUNTER-ID TO EXT-COUNTER-ENTITY-ID
           MOVE ZERO TO EXT-TRN-AMOUNT
           WRITE MERGE-EXTRACT-RECORD.
       5200-STAGE-EXTRACT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6000-REPOINT-HELD - HELDTRNS REWRITTEN THROUGH HELDTRWK   *
      *                     WITH EVERY ITEM FOR THE RETIRING      *
      *                     ENTITY (OR NAMING IT AS TRANSFER      *
      *                     COUNTERPARTY) RE-POINTED TO THE       *
      *                     SURVIVOR, READY FOR CPYRPL4C'S RE-FEED*
      *----------------------------------------------------------*
       6000-REPOINT-HELD.
           MOVE ZERO TO DL100-HELD-MOVED
           OPEN INPUT HELD-TRANS-FILE
           IF DL100-HELD-NOT-FOUND
               GO TO 6000-REPOINT-HELD-EXIT
           END-IF
           OPEN OUTPUT HELD-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ HELD-TRANS-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE HELD-TRANS-RECORD TO HELD-WORK-RECORD
                       IF HTW-ENTITY-ID = DL100-RETIRE-ID
                           OR HTW-COUNTER-ENTITY-ID = DL100-RETIRE-ID
                           ADD 1 TO DL100-HELD-MOVED
                       END-IF
                       IF HTW-ENTITY-ID = DL100-RETIRE-ID
                           MOVE DL100-SURVIVOR-ID TO HTW-ENTITY-ID
                       END-IF
                       IF HTW-COUNTER-ENTITY-ID = DL100-RETIRE-ID
                           MOVE DL100-SURVIVOR-ID TO
                               HTW-COUNTER-ENTITY-ID
                       END-IF
                       WRITE HELD-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-TRANS-FILE
           CLOSE HELD-WORK-FILE
           IF DL100-HELD-MOVED = 0
               GO TO 6000-REPOINT-HELD-EXIT
           END-IF
           OPEN INPUT HELD-WORK-FILE
           OPEN OUTPUT HELD-TRANS-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ HELD-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE HELD-WORK-RECORD TO HELD-TRANS-RECORD
                       WRITE HELD-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-WORK-FILE
           CLOSE HELD-TRANS-FILE.
       6000-REPOINT-HELD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6200-REPOINT-SUSPENSE - SUSPTRNS THE SAME WAY, THROUGH    *
      *                         SUSPTRWK: THE TRANSACTION IMAGE   *
      *                         OF EVERY ITEM FOR THE RETIRING    *
      *                         ENTITY IS RE-POINTED, ITS RUN     *
      *                         DATE AND REASON LEFT AS THEY WERE *
      *----------------------------------------------------------*
       6200-REPOINT-SUSPENSE.
           MOVE ZERO TO DL100-SUSP-MOVED
           OPEN INPUT SUSPENSE-TRANS-FILE
           IF DL100-SUSPENSE-NOT-FOUND
               GO TO 6200-REPOINT-SUSPENSE-EXIT
           END-IF
           OPEN OUTPUT SUSPENSE-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ SUSPENSE-TRANS-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       PERFORM 6250-REPOINT-ONE-SUSPENSE
                           THRU 6250-REPOINT-ONE-SUSPENSE-EXIT
                       WRITE SUSPENSE-WORK-RECORD FROM
                           SUSPENSE-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-TRANS-FILE
           CLOSE SUSPENSE-WORK-FILE
           IF DL100-SUSP-MOVED = 0
               GO TO 6200-REPOINT-SUSPENSE-EXIT
           END-IF
           OPEN INPUT SUSPENSE-WORK-FILE
           OPEN OUTPUT SUSPENSE-TRANS-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ SUSPENSE-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE SUSPENSE-WORK-RECORD TO
                           SUSPENSE-TRANS-RECORD
                       WRITE SUSPENSE-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-WORK-FILE
           CLOSE SUSPENSE-TRANS-FILE.
       6200-REPOINT-SUSPENSE-EXIT.
           EXIT.
      *
       6250-REPOINT-ONE-SUSPENSE.
           MOVE SUS-TRANS-IMAGE TO DL100-SUSP-TRANS
           IF STR-ENTITY-ID NOT = DL100-RETIRE-ID
               AND STR-COUNTER-ENTITY-ID NOT = DL100-RETIRE-ID
               GO TO 6250-REPOINT-ONE-SUSPENSE-EXIT
           END-IF
           IF STR-ENTITY-ID = DL100-RETIRE-ID
               MOVE DL100-SURVIVOR-ID TO STR-ENTITY-ID
           END-IF
           IF STR-COUNTER-ENTITY-ID = DL100-RETIRE-ID
               MOVE DL100-SURVIVOR-ID TO STR-COUNTER-ENTITY-ID
           END-IF
           MOVE DL100-SUSP-TRANS TO SUS-TRANS-IMAGE
           ADD 1 TO DL100-SUSP-MOVED.
       6250-REPOINT-ONE-SUSPENSE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6400-MOVE-LIMITS - ENTLIMIT REWRITTEN THROUGH ENTLIMWK    *
      *                    WITHOUT THE RETIRING ENTITY'S ROW; THE *
      *                    ROW IS APPENDED AGAIN UNDER THE        *
      *                    SURVIVOR'S ID WHEN THE SURVIVOR HAS    *
      *                    NONE OF ITS OWN, SO THE LIMITS THE     *
      *                    BUSINESS AGREED STILL APPLY. A         *
      *                    SURVIVOR WITH ITS OWN ROW KEEPS IT     *
      *----------------------------------------------------------*
       6400-MOVE-LIMITS.
           MOVE 'N' TO DL100-LMT-RETIRE-SW
           MOVE 'N' TO DL100-LMT-SURVIVOR-SW
           OPEN INPUT ENTITY-LIMIT-FILE
           IF DL100-LIMIT-NOT-FOUND
               GO TO 6400-MOVE-LIMITS-EXIT
           END-IF
           OPEN OUTPUT ENTITY-LIMIT-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-LIMIT-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF LMT-ENTITY-ID = DL100-SURVIVOR-ID
                           MOVE 'Y' TO DL100-LMT-SURVIVOR-SW
                       END-IF
                       IF LMT-ENTITY-ID = DL100-RETIRE-ID
                           MOVE 'Y' TO DL100-LMT-RETIRE-SW
                           MOVE ENTITY-LIMIT-RECORD TO
                               DL100-SAVED-LIMIT
                       ELSE
                           MOVE ENTITY-LIMIT-RECORD TO
                               ENTITY-LIMIT-WORK-RECORD
                           WRITE ENTITY-LIMIT-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-LIMIT-FILE
           IF DL100-LMT-RETIRE-YES AND NOT DL100-LMT-SURVIVOR-YES
               MOVE DL100-SAVED-LIMIT TO ENTITY-LIMIT-WORK-RECORD
               MOVE DL100-SURVIVOR-ID TO LMW-ENTITY-ID
               WRITE ENTITY-LIMIT-WORK-RECORD
           END-IF
           CLOSE ENTITY-LIMIT-WORK-FILE
           IF NOT DL100-LMT-RETIRE-YES
               GO TO 6400-MOVE-LIMITS-EXIT
           END-IF
           OPEN INPUT ENTITY-LIMIT-WORK-FILE
           OPEN OUTPUT ENTITY-LIMIT-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ ENTITY-LIMIT-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE ENTITY-LIMIT-WORK-RECORD TO
                           ENTITY-LIMIT-RECORD
                       WRITE ENTITY-LIMIT-RECORD
               END-READ
           END-PERFORM
           CLOSE ENTITY-LIMIT-WORK-FILE
           CLOSE ENTITY-LIMIT-FILE
           IF DL100-LMT-SURVIVOR-YES
               DISPLAY "  LIMITS OF " DL100-RETIRE-ID " DROPPED - "
                   DL100-SURVIVOR-ID " KEEPS ITS OWN"
           ELSE
               DISPLAY "  LIMITS OF " DL100-RETIRE-ID
                   " MOVED TO " DL100-SURVIVOR-ID
           END-IF.
       6400-MOVE-LIMITS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6600-MOVE-EARMARKS - EARMARK REWRITTEN THROUGH EARMRKWK,  *
      *                      THE DL100MNT WAY, WITH EVERY EARMARK *
      *                      STILL IN FORCE ON THE RETIRING       *
      *                      ENTITY MOVED TO THE SURVIVOR, WHICH  *
      *                      NOW HOLDS THE BALANCE IT RESTRICTS.  *
      *                      EACH MOVE IS LOGGED TO MNTLOG AS     *
      *                      EMKMOV. RELEASED AND EXPIRED ONES    *
      *                      STAY WHERE THEY ARE FOR THE AUDIT    *
      *                      TRAIL                                *
      *----------------------------------------------------------*
       6600-MOVE-EARMARKS.
           MOVE ZERO TO DL100-EMK-MOVED
           OPEN INPUT EARMARK-FILE
           IF DL100-EARMARK-NOT-FOUND
               GO TO 6600-MOVE-EARMARKS-EXIT
           END-IF
           OPEN OUTPUT EARMARK-WORK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ EARMARK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       IF EMK-ENTITY-ID = DL100-RETIRE-ID
                           AND EMK-STATUS-ACTIVE
                           AND (EMK-EXPIRY-DATE = ZERO
                           OR EMK-EXPIRY-DATE NOT < DL100-TODAY)
                           MOVE DL100-SURVIVOR-ID TO EMK-ENTITY-ID
                           MOVE DL100-TODAY TO EMK-MAINT-DATE
                           MOVE DL100-OPERATOR-ID TO
                               EMK-MAINT-OPERATOR
                           PERFORM 7300-LOG-EARMARK-MOVE
                               THRU 7300-LOG-EARMARK-MOVE-EXIT
                       END-IF
                       MOVE EARMARK-RECORD TO EARMARK-WORK-RECORD
                       WRITE EARMARK-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE EARMARK-FILE
           CLOSE EARMARK-WORK-FILE
           IF DL100-EMK-MOVED = 0
               GO TO 6600-MOVE-EARMARKS-EXIT
           END-IF
           OPEN INPUT EARMARK-WORK-FILE
           OPEN OUTPUT EARMARK-FILE
           MOVE 'N' TO DL100-EOF-SW
           PERFORM UNTIL DL100-EOF-YES
               READ EARMARK-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EOF-SW
                   NOT AT END
                       MOVE EARMARK-WORK-RECORD TO EARMARK-RECORD
                       WRITE EARMARK-RECORD
               END-READ
           END-PERFORM
           CLOSE EARMARK-WORK-FILE
           CLOSE EARMARK-FILE.
       6600-MOVE-EARMARKS-EXIT.
           EXIT.
      *
       7000-WRITE-LINK.
           MOVE SPACE TO MERGE-LINK-RECORD
           MOVE DL100-RETIRE-ID TO EML-OLD-ENTITY-ID
           MOVE DL100-SURVIVOR-ID TO EML-NEW-ENTITY-ID
           MOVE DL100-TODAY TO EML-MERGE-DATE
           MOVE DL100-OPERATOR-ID TO EML-OPERATOR-ID
           MOVE DL100-MERGE-SERIAL TO EML-TRANS-SERIAL
           WRITE MERGE-LINK-RECORD.
       7000-WRITE-LINK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7200-LOG-MERGE - MNTLOG RECORD FOR THE MERGE, ACTION      *
      *                  MERGE, ON THE RETIRING ENTITY WITH THE   *
      *                  SURVIVOR NAMED IN THE PARENT-ID FIELD    *
      *----------------------------------------------------------*
       7200-LOG-MERGE.
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE DL100-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO MLOG-OPERATOR-ID
           MOVE "MERGE" TO MLOG-ACTION
           MOVE DL100-RETIRE-ID TO MLOG-ENTITY-ID
           MOVE XXXENTR-STATUS-CODE TO MLOG-STATUS-CODE
           MOVE XXXENTR-FCT01-Var1 TO MLOG-FCT01-VAR1
           MOVE XXXENTR-HOME-CURRENCY TO MLOG-HOME-CURRENCY
           MOVE DL100-SURVIVOR-ID TO MLOG-PARENT-ID
           WRITE MAINT-LOG-RECORD.
       7200-LOG-MERGE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7300-LOG-EARMARK-MOVE - MNTLOG RECORD FOR ONE EARMARK     *
      *                         MOVED BY THE MERGE, ACTION        *
      *                         EMKMOV, ON THE RETIRING ENTITY    *
      *                         WITH THE SURVIVOR IN PARENT-ID    *
      *                         AND THE EARMARK'S CURRENCY IN THE *
      *                         HOME-CURRENCY FIELD, AS DL100MNT  *
      *                         LOGS AN EARMARK                   *
      *----------------------------------------------------------*
       7300-LOG-EARMARK-MOVE.
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE DL100-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO MLOG-OPERATOR-ID
           MOVE "EMKMOV" TO MLOG-ACTION
           MOVE DL100-RETIRE-ID TO MLOG-ENTITY-ID
           MOVE EMK-CURRENCY-CODE TO MLOG-HOME-CURRENCY
           MOVE DL100-SURVIVOR-ID TO MLOG-PARENT-ID
           MOVE EMK-EARMARK-ID TO MLOG-EARMARK-ID
           MOVE EMK-AMOUNT TO MLOG-EARMARK-AMOUNT
           WRITE MAINT-LOG-RECORD
           ADD 1 TO DL100-EMK-MOVED.
       7300-LOG-EARMARK-MOVE-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * 1500-LOAD-OPERATORS - LOAD OPERMAST INTO THE OPERATOR     *
      *                       TABLE, EXACTLY AS PERFORM0 DOES. A  *
      *                       MISSING OPERMAST (NEVER SET UP)     *
      *                       LEAVES THE TABLE EMPTY AND THE ID   *
      *                       CHECK IS WAIVED WITH A WARNING;     *
      *                       RECORDS PAST THE 50-SLOT TABLE      *
      *                       ABORT THE JOB - DROPPING THEM       *
      *                       WOULD LOCK VALID OPERATORS OUT      *
      *----------------------------------------------------------*
       1500-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF DL100-OPERMAST-NOT-FOUND
               GO TO 1500-LOAD-OPERATORS-EXIT
           END-IF
           PERFORM UNTIL DL100-OPER-EOF-YES
               READ OPERATOR-MASTER-FILE
                   AT END
                       MOVE 'Y' TO DL100-OPER-EOF-SW
                   NOT AT END
                       IF DL100-OPER-COUNT >= 50
                           ADD 1 TO DL100-OPER-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO DL100-OPER-COUNT
                           MOVE OPR-OPERATOR-ID TO
                               DL100-OPER-ID (DL100-OPER-COUNT)
                           MOVE OPR-AUTH-LEVEL TO
                               DL100-OPER-LEVEL (DL100-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
       1500-LOAD-OPERATORS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1600-VERIFY-OPERATOR - PROMPT FOR THE OPERATOR ID AND     *
      *                        CHECK IT AGAINST THE OPERATOR      *
      *                        TABLE BEFORE THE TOOL IS ALLOWED   *
      *                        TO START; THREE UNKNOWN IDS LOCK   *
      *                        THE JOB OUT, THE PERFORM0 RULE     *
      *----------------------------------------------------------*
       1600-VERIFY-OPERATOR.
           DISPLAY "OPERATOR ID = " NO ADVANCING
           ACCEPT DL100-OPERATOR-ID
           IF DL100-OPER-COUNT = 0
               DISPLAY "OPERMAST NOT SET UP - ID NOT VERIFIED"
               MOVE 9 TO DL100-OPER-AUTH-LEVEL
               MOVE 'Y' TO DL100-OPER-VERIFY-SW
               GO TO 1600-VERIFY-OPERATOR-EXIT
           END-IF
           MOVE 'N' TO DL100-OPER-FOUND-SW
           PERFORM 1650-MATCH-OPERATOR THRU 1650-MATCH-OPERATOR-EXIT
               VARYING DL100-OPER-IDX FROM 1 BY 1
               UNTIL DL100-OPER-IDX > DL100-OPER-COUNT
           IF DL100-OPER-FOUND-YES
               MOVE 'Y' TO DL100-OPER-VERIFY-SW
           ELSE
               ADD 1 TO DL100-OPER-TRY-COUNT
               DISPLAY "OPERATOR " DL100-OPERATOR-ID " NOT ON FILE"
               IF DL100-OPER-TRY-COUNT >= DL100-OPER-TRY-LIMIT
                   MOVE 'Y' TO DL100-OPER-ABORT-SW
               END-IF
           END-IF.
       1600-VERIFY-OPERATOR-EXIT.
           EXIT.
      *
       1650-MATCH-OPERATOR.
           IF DL100-OPER-ID (DL100-OPER-IDX) = DL100-OPERATOR-ID
               MOVE DL100-OPER-LEVEL (DL100-OPER-IDX) TO
                   DL100-OPER-AUTH-LEVEL
               MOVE 'Y' TO DL100-OPER-FOUND-SW
               MOVE DL100-OPER-COUNT TO DL100-OPER-IDX
           END-IF.
       1650-MATCH-OPERATOR-EXIT.
           EXIT.
      *
       END PROGRAM DL100MRG.
