      *   change is logged to MNTLOG with the operator ID and      *
      *   timestamp, the way PERFORM0 logs to ACCEPTLG, and is     *
      *   journalled to ENTJRNL with before/after images like any  *
      *   other master change. A CLOSE or an FCT01-VAR1 change is  *
      *   not applied here: it waits on PENDAPPR for a second      *
      *   operator to approve it in DL100APR.                      *
      *----------------------------------------------------------*
      *
      * MODIFICATION HISTORY
      *               requires level 3) - the tools that can change
      *               the book no longer have weaker sign-on than
      *               the tool that picks an action code.
      *   2026-10-14  Added the G action: place an entity under its
      *               parent in the ENTGROUP customer-group
      *               hierarchy, or remove it (blank parent). Both
      *               entities must be on the master and a parent
      *               that would put the entity above itself is
      *               refused. ENTGROUP is rewritten in entity-ID
      *               order through the ENTGRPWK work file and the
      *               change logged to MNTLOG as GRPSET or GRPDEL,
      *               with the parent named on the log record.
      *   2026-10-14  Four-eyes control: a CLOSE (the X action, or a
      *               C action to status CL) and any change of
      *               FCT01-VAR1 no longer take effect when keyed.
      *               They are written to the PENDAPPR pending-
      *               approval file and logged to MNTLOG as PENDNG
      *               with the request ID; DL100APR applies them
      *               once a second, higher-level operator approves,
      *               logging both IDs. MNTLOG gains the approver ID
      *               and request ID at the end of the record.
      *   2026-10-14  Added the S action: record or deactivate a
      *               source-system account alias on ACCTALIA (an
      *               upstream system's own account number for one
      *               of our entities). The source must be an
      *               upstream code on SRCSYST, not LCL, and the
      *               entity must be on the master. ACCTALIA is
      *               rewritten in source/account order through the
      *               ACCTALWK work file and the change logged to
      *               MNTLOG as ALSSET or ALSINA; MNTLOG gains the
      *               alias source and account at the end of the
      *               record.
      *   2026-10-14  Added the E action: place, amend or release a
      *               balance earmark on EARMARK - an amount of one
      *               currency held back from an entity's balance
      *               under a legal order or collateral agreement,
      *               with a reason and an optional expiry date. A
      *               new earmark takes the next earmark ID; an
      *               amend or release rewrites the earmark through
      *               the EARMRKWK work file, a released earmark
      *               staying on file with status R. Logged to
      *               MNTLOG as EMKPLC, EMKAMD or EMKREL; MNTLOG
      *               gains the earmark ID and amount at the end of
      *               the record.
      *   2026-10-14  An N action that records a new entity name, or
      *               changes the name or short name already on
      *               ENTREF, has the entity screened against the
      *               sanctions watch list at once: the entity ID is
      *               written to SCNREQ and DL100SCN called. A
      *               possible match is reported to the operator as
      *               referred for compliance review.
      *   2026-10-14  MNTLOG layout extended with the reason text
      *               DL100APR logs a refused decision with.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS DL100-LIMIT-STATUS.
           SELECT ENTITY-LIMIT-WORK-FILE ASSIGN TO "ENTLIMWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-GROUP-FILE ASSIGN TO "ENTGROUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ENTGROUP-STATUS.
           SELECT ENTITY-GROUP-WORK-FILE ASSIGN TO "ENTGRPWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PENDAPPR-STATUS.
           SELECT ACCOUNT-ALIAS-FILE ASSIGN TO "ACCTALIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ACCTALIA-STATUS.
           SELECT ACCOUNT-ALIAS-WORK-FILE ASSIGN TO "ACCTALWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EARMARK-FILE ASSIGN TO "EARMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-EARMARK-STATUS.
           SELECT EARMARK-WORK-FILE ASSIGN TO "EARMRKWK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCREEN-REQUEST-FILE ASSIGN TO "SCNREQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-OPERMAST-STATUS.
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
       FD  ENTITY-JOURNAL-FILE.
       01  ENTITY-JOURNAL-RECORD.
           COPY ENTJRNL.
       FD  ENTITY-LIMIT-WORK-FILE.
       01  ENTITY-LIMIT-WORK-RECORD.
           COPY ENTLIMIT REPLACING LEADING ==LMT== BY ==LMW==.
       FD  ENTITY-GROUP-FILE.
       01  ENTITY-GROUP-RECORD.
           COPY ENTGROUP.
       FD  ENTITY-GROUP-WORK-FILE.
       01  ENTITY-GROUP-WORK-RECORD.
           COPY ENTGROUP REPLACING LEADING ==GRP== BY ==GRW==.
       FD  PENDING-APPROVAL-FILE.
       01  PENDING-APPROVAL-RECORD.
           COPY PENDAPPR.
       FD  ACCOUNT-ALIAS-FILE.
       01  ACCOUNT-ALIAS-RECORD.
           COPY ACCTALIA.
       FD  ACCOUNT-ALIAS-WORK-FILE.
       01  ACCOUNT-ALIAS-WORK-RECORD.
           COPY ACCTALIA REPLACING LEADING ==ALS== BY ==ALW==.
       FD  EARMARK-FILE.
       01  EARMARK-RECORD.
           COPY EARMARK.
       FD  EARMARK-WORK-FILE.
       01  EARMARK-WORK-RECORD.
           COPY EARMARK REPLACING LEADING ==EMK== BY ==EMW==.
       FD  SCREEN-REQUEST-FILE.
       01  SCREEN-REQUEST-RECORD.
           COPY SCNREQ.
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-MASTER-RECORD.
           05  OPR-OPERATOR-ID              PIC X(08).
       77  DL100-INPUT-SHORT-NAME           PIC X(10) VALUE SPACE.
       77  DL100-INPUT-CLASS                PIC X(02) VALUE SPACE.
       77  DL100-INPUT-CONTACT              PIC X(10) VALUE SPACE.
       77  DL100-PRIOR-REF-SW               PIC X(01) VALUE 'N'.
           88  DL100-PRIOR-REF-YES              VALUE 'Y'.
       77  DL100-PRIOR-NAME                 PIC X(30) VALUE SPACE.
       77  DL100-PRIOR-SHORT-NAME           PIC X(10) VALUE SPACE.
       77  DL100-ENTGROUP-STATUS            PIC X(02) VALUE "00".
           88  DL100-ENTGROUP-NOT-FOUND         VALUE "35".
       77  DL100-INPUT-PARENT               PIC X(10) VALUE SPACE.
       77  DL100-GRP-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  DL100-GRP-IDX                    PIC 9(03) COMP.
       77  DL100-GRP-OVERFLOW-SW            PIC X(01) VALUE 'N'.
           88  DL100-GRP-OVERFLOW-YES           VALUE 'Y'.
       77  DL100-GRP-MEMBER-SW              PIC X(01) VALUE 'N'.
           88  DL100-GRP-MEMBER-YES             VALUE 'Y'.
       77  DL100-GRP-BELOW-COUNT            PIC 9(03) COMP VALUE ZERO.
       77  DL100-GRP-WALK-ID                PIC X(10) VALUE SPACE.
       77  DL100-GRP-WALK-COUNT             PIC 9(03) COMP VALUE ZERO.
       77  DL100-GRP-WALK-LIMIT             PIC 9(03) COMP VALUE 20.
       77  DL100-GRP-WALK-END-SW            PIC X(01) VALUE 'N'.
           88  DL100-GRP-WALK-END-YES           VALUE 'Y'.
       77  DL100-GRP-LOOP-SW                PIC X(01) VALUE 'N'.
           88  DL100-GRP-LOOP-YES               VALUE 'Y'.
       77  DL100-GRP-NEXT-ID                PIC X(10) VALUE SPACE.
       77  DL100-GRP-INSERTED-SW            PIC X(01) VALUE 'N'.
           88  DL100-GRP-INSERTED-YES           VALUE 'Y'.
       77  DL100-PENDAPPR-STATUS            PIC X(02) VALUE "00".
           88  DL100-PENDAPPR-NOT-FOUND         VALUE "35".
       77  DL100-PEND-EOF-SW                PIC X(01) VALUE 'N'.
           88  DL100-PEND-EOF-YES               VALUE 'Y'.
       77  DL100-HIGH-REQUEST               PIC 9(06) VALUE ZERO.
       77  DL100-REQUEST-ID                 PIC 9(06) VALUE ZERO.
       77  DL100-PENDING-COUNT              PIC 9(07) COMP VALUE ZERO.
       77  DL100-ACCTALIA-STATUS            PIC X(02) VALUE "00".
           88  DL100-ACCTALIA-NOT-FOUND         VALUE "35".
       77  DL100-INPUT-SOURCE               PIC X(03) VALUE SPACE.
       77  DL100-INPUT-ACCOUNT              PIC X(12) VALUE SPACE.
       77  DL100-INPUT-ALIAS-STATUS         PIC X(01) VALUE SPACE.
       77  DL100-SRC-IDX                    PIC 9(02) COMP.
       77  DL100-SRC-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-SRC-FOUND-YES              VALUE 'Y'.
       77  DL100-ALS-INSERTED-SW            PIC X(01) VALUE 'N'.
           88  DL100-ALS-INSERTED-YES           VALUE 'Y'.
       77  DL100-EARMARK-STATUS             PIC X(02) VALUE "00".
           88  DL100-EARMARK-NOT-FOUND          VALUE "35".
       77  DL100-EMK-FUNCTION               PIC X(01) VALUE SPACE.
       77  DL100-EMK-HIGH-ID                PIC 9(06) VALUE ZERO.
       77  DL100-EMK-FOUND-SW               PIC X(01) VALUE 'N'.
           88  DL100-EMK-FOUND-YES              VALUE 'Y'.
       77  DL100-INPUT-EARMARK-ID           PIC X(06) VALUE SPACE.
       77  DL100-INPUT-REASON               PIC X(30) VALUE SPACE.
       77  DL100-EXPIRY-BAD-SW              PIC X(01) VALUE 'N'.
           88  DL100-EXPIRY-BAD-YES             VALUE 'Y'.
       77  DL100-EXPIRY-MONTH               PIC 9(02) VALUE ZERO.
       77  DL100-EXPIRY-DAY                 PIC 9(02) VALUE ZERO.
       01  DL100-INPUT-EXPIRY               PIC X(08) VALUE SPACE.
       01  DL100-INPUT-EXPIRY-DATE REDEFINES DL100-INPUT-EXPIRY
                                            PIC 9(08).
      *
      *  THE EARMARK BEING AMENDED OR RELEASED, AS FOUND ON FILE
      *  AND THEN AS IT WILL BE WRITTEN BACK
      *
       01  DL100-SAVED-EARMARK.
           COPY EARMARK REPLACING LEADING ==EMK== BY ==EMS==.
      *
      *  ENTGROUP AS IT STANDS, MEMBER AND PARENT, LOADED FOR THE
      *  LOOP AND DEPTH CHECK ON A G ACTION
      *
       01  DL100-GROUP-TABLE.
           05  DL100-GRP-ENTRY              OCCURS 500 TIMES.
               10  DL100-GRP-MEMBER-ID          PIC X(10).
               10  DL100-GRP-PARENT-ID          PIC X(10).
       COPY ISOCURR.
       COPY SRCSYST.
      *
      *  MASTER RECORD AS IT STOOD BEFORE THE CHANGE, FOR THE
      *  JOURNAL'S BEFORE-IMAGE
           CLOSE MAINT-LOG-FILE
           CLOSE ENTITY-JOURNAL-FILE
           DISPLAY "CHANGES APPLIED = " DL100-CHANGE-COUNT
           DISPLAY "CHANGES PENDING APPROVAL = " DL100-PENDING-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *
      *
       2000-GET-ACTION.
           DISPLAY "ACTION (A=ADD C=CHANGE X=CLOSE N=NAME/REF "
               "L=LIMITS G=GROUP S=SOURCE ALIAS E=EARMARK "
               "Q=QUIT) = " NO ADVANCING
           ACCEPT DL100-ACTION-INPUT
           EVALUATE DL100-ACTION-INPUT
               WHEN "A"
               WHEN "L"
                   PERFORM 6500-MAINTAIN-LIMITS
                       THRU 6500-MAINTAIN-LIMITS-EXIT
               WHEN "G"
                   PERFORM 6900-MAINTAIN-GROUP
                       THRU 6900-MAINTAIN-GROUP-EXIT
               WHEN "S"
                   PERFORM 7100-MAINTAIN-ALIAS
                       THRU 7100-MAINTAIN-ALIAS-EXIT
               WHEN "E"
                   PERFORM 7200-MAINTAIN-EARMARK
                       THRU 7200-MAINTAIN-EARMARK-EXIT
               WHEN "Q"
                   MOVE 'N' TO DL100-MORE-SW
               WHEN OTHER
                   DISPLAY "ACTION NOT A, C, X, N, L, G, S, E OR Q"
           END-EVALUATE.
       2000-GET-ACTION-EXIT.
           EXIT.
           IF DL100-INPUT-VAR1 NOT = SPACE
               MOVE DL100-INPUT-VAR1 TO XXXENTM-FCT01-Var1
           END-IF
           IF (XXXENTM-STATUS-CLOSED AND NOT XXXENTB-STATUS-CLOSED)
               OR XXXENTM-FCT01-Var1 NOT = XXXENTB-FCT01-Var1
               PERFORM 7700-REQUEST-APPROVAL
                   THRU 7700-REQUEST-APPROVAL-EXIT
               GO TO 4000-CHANGE-ENTITY-EXIT
           END-IF
           REWRITE ENTITY-MASTER-RECORD
           PERFORM 7000-LOG-CHANGE THRU 7000-LOG-CHANGE-EXIT
           PERFORM 7500-JOURNAL-CHANGE THRU 7500-JOURNAL-CHANGE-EXIT
           EXIT.
      *
      *----------------------------------------------------------*
      * 5000-CLOSE-ENTITY - REQUEST AN EXISTING ENTITY'S CLOSE;   *
      *                     IT TAKES EFFECT WHEN A SECOND         *
      *                     OPERATOR APPROVES IT IN DL100APR      *
      *----------------------------------------------------------*
       5000-CLOSE-ENTITY.
           DISPLAY "ENTITY ID = " NO ADVANCING
               GO TO 5000-CLOSE-ENTITY-EXIT
           END-IF
           SET XXXENTM-STATUS-CLOSED TO TRUE
           MOVE "CLOSE" TO DL100-LOG-ACTION
           MOVE "CL" TO DL100-INPUT-STATUS
           MOVE SPACE TO DL100-INPUT-VAR1
           PERFORM 7700-REQUEST-APPROVAL
               THRU 7700-REQUEST-APPROVAL-EXIT.
       5000-CLOSE-ENTITY-EXIT.
           EXIT.
      *
           MOVE DL100-MAINT-ID TO MLOG-ENTITY-ID
           WRITE MAINT-LOG-RECORD
           ADD 1 TO DL100-CHANGE-COUNT
           DISPLAY "REFERENCE FOR " DL100-MAINT-ID " RECORDED"
           IF NOT DL100-PRIOR-REF-YES
               OR DL100-PRIOR-NAME NOT = DL100-INPUT-NAME
               OR DL100-PRIOR-SHORT-NAME NOT = DL100-INPUT-SHORT-NAME
               PERFORM 6200-SCREEN-ENTITY
                   THRU 6200-SCREEN-ENTITY-EXIT
           END-IF.
       6000-MAINTAIN-REFERENCE-EXIT.
           EXIT.
      *
       6100-REWRITE-REFERENCE.
           MOVE 'N' TO DL100-PRIOR-REF-SW
           OPEN OUTPUT ENTITY-REF-WORK-FILE
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF NOT DL100-ENTREF-NOT-FOUND
                               MOVE ENTITY-REFERENCE-RECORD TO
                                   ENTITY-REF-WORK-RECORD
                               WRITE ENTITY-REF-WORK-RECORD
                           ELSE
                               MOVE 'Y' TO DL100-PRIOR-REF-SW
                               MOVE ERF-NAME TO DL100-PRIOR-NAME
                               MOVE ERF-SHORT-NAME TO
                                   DL100-PRIOR-SHORT-NAME
                           END-IF
                   END-READ
               END-PERFORM
           EXIT.
      *
      *----------------------------------------------------------*
      * 6200-SCREEN-ENTITY - SCREEN A NEW OR CHANGED NAME AGAINST *
      *                      THE SANCTIONS WATCH LIST BEFORE THE  *
      *                      OPERATOR MOVES ON: NAME THE ENTITY   *
      *                      ON SCNREQ AND CALL DL100SCN, WHICH   *
      *                      ENDS 4 WHEN IT REFERRED A POSSIBLE   *
      *                      MATCH TO SANCREVW                    *
      *----------------------------------------------------------*
       6200-SCREEN-ENTITY.
           OPEN OUTPUT SCREEN-REQUEST-FILE
           MOVE SPACE TO SCREEN-REQUEST-RECORD
           MOVE DL100-MAINT-ID TO SRQ-ENTITY-ID
           WRITE SCREEN-REQUEST-RECORD
           CLOSE SCREEN-REQUEST-FILE
           CANCEL "DL100SCN"
           CALL "DL100SCN"
           EVALUATE RETURN-CODE
               WHEN 0
                   DISPLAY "SANCTIONS SCREENING - NO MATCH"
               WHEN 4
                   DISPLAY "POSSIBLE SANCTIONS MATCH FOR "
                       DL100-MAINT-ID " - REFERRED FOR COMPLIANCE "
                       "REVIEW"
               WHEN OTHER
                   DISPLAY "SANCTIONS SCREENING FAILED, RC = "
                       RETURN-CODE " - RUN DL100SCN BEFORE THE NEXT "
                       "POSTING RUN"
           END-EVALUATE
           MOVE 0 TO RETURN-CODE.
       6200-SCREEN-ENTITY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6500-MAINTAIN-LIMITS - ADD OR REPLACE THE KEYED ENTITY'S  *
      *                        ENTLIMIT ROW (*DEFAULT FOR THE     *
      *                        SYSTEM-WIDE LIMITS). AMOUNTS ARE   *
           CLOSE ENTITY-LIMIT-FILE.
       6800-REWRITE-LIMITS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6900-MAINTAIN-GROUP - PLACE THE KEYED ENTITY UNDER ITS    *
      *                       PARENT IN ENTGROUP, OR TAKE IT OUT  *
      *                       OF ITS GROUP (BLANK PARENT). BOTH   *
      *                       MUST BE ON THE MASTER; A PARENT     *
      *                       THAT IS THE ENTITY ITSELF OR SITS   *
      *                       BELOW IT IS REFUSED, AS IS A CHAIN  *
      *                       DEEPER THAN THE REPORT'S 20 LEVELS  *
      *----------------------------------------------------------*
       6900-MAINTAIN-GROUP.
           DISPLAY "ENTITY ID = " NO ADVANCING
           ACCEPT DL100-MAINT-ID
           IF DL100-MAINT-ID = SPACE
               DISPLAY "ENTITY ID REQUIRED"
               GO TO 6900-MAINTAIN-GROUP-EXIT
           END-IF
           MOVE DL100-MAINT-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   DISPLAY "ENTITY " DL100-MAINT-ID " NOT ON FILE"
                   GO TO 6900-MAINTAIN-GROUP-EXIT
           END-READ
           PERFORM 6910-LOAD-GROUPS THRU 6910-LOAD-GROUPS-EXIT
           IF DL100-GRP-OVERFLOW-YES
               DISPLAY "ENTGROUP HOLDS MORE THAN 500 ENTITIES - "
                   "GROUP NOT CHANGED"
               GO TO 6900-MAINTAIN-GROUP-EXIT
           END-IF
           DISPLAY "PARENT ENTITY ID (BLANK=REMOVE FROM GROUP) = "
               NO ADVANCING
           ACCEPT DL100-INPUT-PARENT
           IF DL100-INPUT-PARENT = SPACE
               IF NOT DL100-GRP-MEMBER-YES
                   DISPLAY "ENTITY " DL100-MAINT-ID
                       " IS NOT UNDER A PARENT"
                   GO TO 6900-MAINTAIN-GROUP-EXIT
               END-IF
               MOVE "GRPDEL" TO DL100-LOG-ACTION
           ELSE
               IF DL100-INPUT-PARENT = DL100-MAINT-ID
                   DISPLAY "AN ENTITY CANNOT BE ITS OWN PARENT"
                   GO TO 6900-MAINTAIN-GROUP-EXIT
               END-IF
               MOVE DL100-INPUT-PARENT TO XXXENTM-ENTITY-ID
               READ ENTITY-MASTER-FILE
                   INVALID KEY
                       DISPLAY "PARENT " DL100-INPUT-PARENT
                           " NOT ON FILE"
                       GO TO 6900-MAINTAIN-GROUP-EXIT
               END-READ
               PERFORM 6920-CHECK-PARENT-CHAIN
                   THRU 6920-CHECK-PARENT-CHAIN-EXIT
               IF DL100-GRP-LOOP-YES
                   DISPLAY "PARENT " DL100-INPUT-PARENT
                       " IS BELOW " DL100-MAINT-ID
                       " IN ITS GROUP - REFUSED"
                   GO TO 6900-MAINTAIN-GROUP-EXIT
               END-IF
               IF DL100-GRP-WALK-COUNT >= DL100-GRP-WALK-LIMIT
                   DISPLAY "GROUP WOULD BE DEEPER THAN "
                       DL100-GRP-WALK-LIMIT " LEVELS - REFUSED"
                   GO TO 6900-MAINTAIN-GROUP-EXIT
               END-IF
               MOVE "GRPSET" TO DL100-LOG-ACTION
           END-IF
           PERFORM 6950-REWRITE-GROUPS THRU 6950-REWRITE-GROUPS-EXIT
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE DL100-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO MLOG-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO MLOG-ACTION
           MOVE DL100-MAINT-ID TO MLOG-ENTITY-ID
           MOVE DL100-INPUT-PARENT TO MLOG-PARENT-ID
           WRITE MAINT-LOG-RECORD
           ADD 1 TO DL100-CHANGE-COUNT
           IF DL100-INPUT-PARENT = SPACE
               DISPLAY "ENTITY " DL100-MAINT-ID
                   " REMOVED FROM ITS GROUP"
           ELSE
               DISPLAY "ENTITY " DL100-MAINT-ID " PLACED UNDER "
                   DL100-INPUT-PARENT
           END-IF
           IF DL100-GRP-BELOW-COUNT > 0
               DISPLAY DL100-GRP-BELOW-COUNT
                   " ENTITIES UNDER " DL100-MAINT-ID
                   " MOVE WITH IT"
           END-IF.
       6900-MAINTAIN-GROUP-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6910-LOAD-GROUPS - ENTGROUP INTO THE GROUP TABLE, NOTING  *
      *                    WHETHER THE KEYED ENTITY ALREADY HAS A *
      *                    PARENT AND HOW MANY ENTITIES SIT       *
      *                    DIRECTLY UNDER IT                      *
      *----------------------------------------------------------*
       6910-LOAD-GROUPS.
           MOVE ZERO TO DL100-GRP-COUNT
           MOVE ZERO TO DL100-GRP-BELOW-COUNT
           MOVE 'N' TO DL100-GRP-OVERFLOW-SW
           MOVE 'N' TO DL100-GRP-MEMBER-SW
           OPEN INPUT ENTITY-GROUP-FILE
           IF DL100-ENTGROUP-NOT-FOUND
               GO TO 6910-LOAD-GROUPS-EXIT
           END-IF
           MOVE 'N' TO DL100-REF-EOF-SW
           PERFORM UNTIL DL100-REF-EOF-YES
               READ ENTITY-GROUP-FILE
                   AT END
                       MOVE 'Y' TO DL100-REF-EOF-SW
                   NOT AT END
                       IF GRP-ENTITY-ID = DL100-MAINT-ID
                           MOVE 'Y' TO DL100-GRP-MEMBER-SW
                       END-IF
                       IF GRP-PARENT-ID = DL100-MAINT-ID
                           ADD 1 TO DL100-GRP-BELOW-COUNT
                       END-IF
                       IF DL100-GRP-COUNT >= 500
                           MOVE 'Y' TO DL100-GRP-OVERFLOW-SW
                       ELSE
                           ADD 1 TO DL100-GRP-COUNT
                           MOVE GRP-ENTITY-ID TO
                               DL100-GRP-MEMBER-ID (DL100-GRP-COUNT)
                           MOVE GRP-PARENT-ID TO
                               DL100-GRP-PARENT-ID (DL100-GRP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-GROUP-FILE.
       6910-LOAD-GROUPS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6920-CHECK-PARENT-CHAIN - WALK UP FROM THE NEW PARENT TO  *
      *                           THE TOP OF ITS GROUP: MEETING   *
      *                           THE KEYED ENTITY ON THE WAY     *
      *                           WOULD CLOSE A LOOP. THE WALK    *
      *                           COUNT IS THE NEW DEPTH          *
      *----------------------------------------------------------*
       6920-CHECK-PARENT-CHAIN.
           MOVE 'N' TO DL100-GRP-LOOP-SW
           MOVE 'N' TO DL100-GRP-WALK-END-SW
           MOVE 1 TO DL100-GRP-WALK-COUNT
           MOVE DL100-INPUT-PARENT TO DL100-GRP-WALK-ID
           PERFORM 6930-WALK-ONE-LEVEL THRU 6930-WALK-ONE-LEVEL-EXIT
               UNTIL DL100-GRP-WALK-END-YES
               OR DL100-GRP-LOOP-YES
               OR DL100-GRP-WALK-COUNT >= DL100-GRP-WALK-LIMIT.
       6920-CHECK-PARENT-CHAIN-EXIT.
           EXIT.
      *
       6930-WALK-ONE-LEVEL.
           MOVE SPACE TO DL100-GRP-NEXT-ID
           PERFORM 6940-MATCH-GROUP-MEMBER
               THRU 6940-MATCH-GROUP-MEMBER-EXIT
               VARYING DL100-GRP-IDX FROM 1 BY 1
               UNTIL DL100-GRP-IDX > DL100-GRP-COUNT
           IF DL100-GRP-NEXT-ID = SPACE
               MOVE 'Y' TO DL100-GRP-WALK-END-SW
               GO TO 6930-WALK-ONE-LEVEL-EXIT
           END-IF
           IF DL100-GRP-NEXT-ID = DL100-MAINT-ID
               MOVE 'Y' TO DL100-GRP-LOOP-SW
               GO TO 6930-WALK-ONE-LEVEL-EXIT
           END-IF
           MOVE DL100-GRP-NEXT-ID TO DL100-GRP-WALK-ID
           ADD 1 TO DL100-GRP-WALK-COUNT.
       6930-WALK-ONE-LEVEL-EXIT.
           EXIT.
      *
       6940-MATCH-GROUP-MEMBER.
           IF DL100-GRP-MEMBER-ID (DL100-GRP-IDX) = DL100-GRP-WALK-ID
               MOVE DL100-GRP-PARENT-ID (DL100-GRP-IDX) TO
                   DL100-GRP-NEXT-ID
               MOVE DL100-GRP-COUNT TO DL100-GRP-IDX
           END-IF.
       6940-MATCH-GROUP-MEMBER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 6950-REWRITE-GROUPS - ENTGROUP REWRITTEN THROUGH THE      *
      *                       ENTGRPWK WORK FILE WITHOUT ANY      *
      *                       PRIOR RECORD FOR THE ID; THE NEW    *
      *                       RECORD (NONE ON A REMOVE) GOES IN   *
      *                       AT ITS PLACE IN ENTITY-ID ORDER     *
      *----------------------------------------------------------*
       6950-REWRITE-GROUPS.
           MOVE 'N' TO DL100-GRP-INSERTED-SW
           IF DL100-INPUT-PARENT = SPACE
               MOVE 'Y' TO DL100-GRP-INSERTED-SW
           END-IF
           OPEN OUTPUT ENTITY-GROUP-WORK-FILE
           OPEN INPUT ENTITY-GROUP-FILE
           IF NOT DL100-ENTGROUP-NOT-FOUND
               MOVE 'N' TO DL100-REF-EOF-SW
               PERFORM UNTIL DL100-REF-EOF-YES
                   READ ENTITY-GROUP-FILE
                       AT END
                           MOVE 'Y' TO DL100-REF-EOF-SW
                       NOT AT END
                           IF GRP-ENTITY-ID > DL100-MAINT-ID
                               AND NOT DL100-GRP-INSERTED-YES
                               PERFORM 6960-WRITE-NEW-GROUP
                                   THRU 6960-WRITE-NEW-GROUP-EXIT
                           END-IF
                           IF GRP-ENTITY-ID NOT = DL100-MAINT-ID
                               MOVE ENTITY-GROUP-RECORD TO
                                   ENTITY-GROUP-WORK-RECORD
                               WRITE ENTITY-GROUP-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTITY-GROUP-FILE
           END-IF
           IF NOT DL100-GRP-INSERTED-YES
               PERFORM 6960-WRITE-NEW-GROUP
                   THRU 6960-WRITE-NEW-GROUP-EXIT
           END-IF
           CLOSE ENTITY-GROUP-WORK-FILE
           OPEN INPUT ENTITY-GROUP-WORK-FILE
           OPEN OUTPUT ENTITY-GROUP-FILE
           MOVE 'N' TO DL100-REF-EOF-SW
           PERFORM UNTIL DL100-REF-EOF-YES
               READ ENTITY-GROUP-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-REF-EOF-SW
                   NOT AT END
                       MOVE ENTITY-GROUP-WORK-RECORD TO
                           ENTITY-GROUP-RECORD
                       WRITE ENTITY-GROUP-RECORD
               END-READ
           END-PERFORM
           CLOSE ENTITY-GROUP-WORK-FILE
           CLOSE ENTITY-GROUP-FILE.
       6950-REWRITE-GROUPS-EXIT.
           EXIT.
      *
       6960-WRITE-NEW-GROUP.
           MOVE SPACE TO ENTITY-GROUP-WORK-RECORD
           MOVE DL100-MAINT-ID TO GRW-ENTITY-ID
           MOVE DL100-INPUT-PARENT TO GRW-PARENT-ID
           MOVE DL100-TODAY TO GRW-MAINT-DATE
           MOVE DL100-OPERATOR-ID TO GRW-OPERATOR-ID
           WRITE ENTITY-GROUP-WORK-RECORD
           MOVE 'Y' TO DL100-GRP-INSERTED-SW.
       6960-WRITE-NEW-GROUP-EXIT.
           EXIT.
      *
       7000-LOG-CHANGE.
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE XXXENTM-STATUS-CODE TO MLOG-STATUS-CODE
           MOVE XXXENTM-FCT01-Var1 TO MLOG-FCT01-VAR1
           MOVE XXXENTM-HOME-CURRENCY TO MLOG-HOME-CURRENCY
           IF DL100-REQUEST-ID NOT = ZERO
               MOVE DL100-REQUEST-ID TO MLOG-REQUEST-ID
           END-IF
           WRITE MAINT-LOG-RECORD.
       7000-LOG-CHANGE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7100-MAINTAIN-ALIAS - RECORD AN UPSTREAM SYSTEM'S ACCOUNT *
      *                       NUMBER AS AN ALIAS FOR ONE OF OUR   *
      *                       ENTITIES, OR DEACTIVATE ONE. THE    *
      *                       SOURCE MUST BE AN UPSTREAM CODE ON  *
      *                       SRCSYST (NOT LCL) AND THE ENTITY    *
      *                       MUST BE ON THE MASTER. AN INACTIVE  *
      *                       ALIAS STAYS ON FILE BUT NO LONGER   *
      *                       RESOLVES IN DL100EDT                *
      *----------------------------------------------------------*
       7100-MAINTAIN-ALIAS.
           DISPLAY "SOURCE SYSTEM = " NO ADVANCING
           ACCEPT DL100-INPUT-SOURCE
           MOVE 'N' TO DL100-SRC-FOUND-SW
           PERFORM 7120-MATCH-SOURCE THRU 7120-MATCH-SOURCE-EXIT
               VARYING DL100-SRC-IDX FROM 1 BY 1
               UNTIL DL100-SRC-IDX > 4
           IF NOT DL100-SRC-FOUND-YES
               OR DL100-INPUT-SOURCE = "LCL"
               DISPLAY "SOURCE " DL100-INPUT-SOURCE
                   " NOT AN UPSTREAM SYSTEM ON SRCSYST"
               GO TO 7100-MAINTAIN-ALIAS-EXIT
           END-IF
           DISPLAY "EXTERNAL ACCOUNT NUMBER = " NO ADVANCING
           ACCEPT DL100-INPUT-ACCOUNT
           IF DL100-INPUT-ACCOUNT = SPACE
               DISPLAY "EXTERNAL ACCOUNT NUMBER REQUIRED"
               GO TO 7100-MAINTAIN-ALIAS-EXIT
           END-IF
           DISPLAY "ENTITY ID = " NO ADVANCING
           ACCEPT DL100-MAINT-ID
           IF DL100-MAINT-ID = SPACE
               DISPLAY "ENTITY ID REQUIRED"
               GO TO 7100-MAINTAIN-ALIAS-EXIT
           END-IF
           MOVE DL100-MAINT-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   DISPLAY "ENTITY " DL100-MAINT-ID " NOT ON FILE"
                   GO TO 7100-MAINTAIN-ALIAS-EXIT
           END-READ
           DISPLAY "ALIAS STATUS (A=ACTIVE I=INACTIVE) = "
               NO ADVANCING
           ACCEPT DL100-INPUT-ALIAS-STATUS
           IF DL100-INPUT-ALIAS-STATUS = SPACE
               MOVE "A" TO DL100-INPUT-ALIAS-STATUS
           END-IF
           EVALUATE DL100-INPUT-ALIAS-STATUS
               WHEN "A"
                   MOVE "ALSSET" TO DL100-LOG-ACTION
               WHEN "I"
                   MOVE "ALSINA" TO DL100-LOG-ACTION
               WHEN OTHER
                   DISPLAY "ALIAS STATUS NOT A OR I"
                   GO TO 7100-MAINTAIN-ALIAS-EXIT
           END-EVALUATE
           PERFORM 7150-REWRITE-ALIASES THRU 7150-REWRITE-ALIASES-EXIT
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE DL100-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO MLOG-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO MLOG-ACTION
           MOVE DL100-MAINT-ID TO MLOG-ENTITY-ID
           MOVE DL100-INPUT-SOURCE TO MLOG-ALIAS-SOURCE
           MOVE DL100-INPUT-ACCOUNT TO MLOG-ALIAS-ACCOUNT
           WRITE MAINT-LOG-RECORD
           ADD 1 TO DL100-CHANGE-COUNT
           IF DL100-INPUT-ALIAS-STATUS = "A"
               DISPLAY DL100-INPUT-SOURCE " ACCOUNT "
                   DL100-INPUT-ACCOUNT " NOW RESOLVES TO "
                   DL100-MAINT-ID
           ELSE
               DISPLAY DL100-INPUT-SOURCE " ACCOUNT "
                   DL100-INPUT-ACCOUNT " DEACTIVATED"
           END-IF.
       7100-MAINTAIN-ALIAS-EXIT.
           EXIT.
      *
       7120-MATCH-SOURCE.
           IF DL100-INPUT-SOURCE = DL100-SOURCE-CODE (DL100-SRC-IDX)
               MOVE 'Y' TO DL100-SRC-FOUND-SW
           END-IF.
       7120-MATCH-SOURCE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7150-REWRITE-ALIASES - ACCTALIA REWRITTEN THROUGH THE     *
      *                        ACCTALWK WORK FILE WITHOUT ANY     *
      *                        PRIOR RECORD FOR THE SOURCE AND    *
      *                        ACCOUNT; THE NEW RECORD GOES IN AT *
      *                        ITS PLACE IN SOURCE/ACCOUNT ORDER  *
      *----------------------------------------------------------*
       7150-REWRITE-ALIASES.
           MOVE 'N' TO DL100-ALS-INSERTED-SW
           OPEN OUTPUT ACCOUNT-ALIAS-WORK-FILE
           OPEN INPUT ACCOUNT-ALIAS-FILE
           IF NOT DL100-ACCTALIA-NOT-FOUND
               MOVE 'N' TO DL100-REF-EOF-SW
               PERFORM UNTIL DL100-REF-EOF-YES
                   READ ACCOUNT-ALIAS-FILE
                       AT END
                           MOVE 'Y' TO DL100-REF-EOF-SW
                       NOT AT END
                           IF (ALS-SOURCE-SYSTEM > DL100-INPUT-SOURCE
                               OR (ALS-SOURCE-SYSTEM =
                                   DL100-INPUT-SOURCE
                               AND ALS-EXTERNAL-ACCOUNT >
                                   DL100-INPUT-ACCOUNT))
                               AND NOT DL100-ALS-INSERTED-YES
                               PERFORM 7160-WRITE-NEW-ALIAS
                                   THRU 7160-WRITE-NEW-ALIAS-EXIT
                           END-IF
                           IF ALS-SOURCE-SYSTEM NOT = DL100-INPUT-SOURCE
                               OR ALS-EXTERNAL-ACCOUNT NOT =
                                   DL100-INPUT-ACCOUNT
                               MOVE ACCOUNT-ALIAS-RECORD TO
                                   ACCOUNT-ALIAS-WORK-RECORD
                               WRITE ACCOUNT-ALIAS-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-ALIAS-FILE
           END-IF
           IF NOT DL100-ALS-INSERTED-YES
               PERFORM 7160-WRITE-NEW-ALIAS
                   THRU 7160-WRITE-NEW-ALIAS-EXIT
           END-IF
           CLOSE ACCOUNT-ALIAS-WORK-FILE
           OPEN INPUT ACCOUNT-ALIAS-WORK-FILE
           OPEN OUTPUT ACCOUNT-ALIAS-FILE
           MOVE 'N' TO DL100-REF-EOF-SW
           PERFORM UNTIL DL100-REF-EOF-YES
               READ ACCOUNT-ALIAS-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-REF-EOF-SW
                   NOT AT END
                       MOVE ACCOUNT-ALIAS-WORK-RECORD TO
                           ACCOUNT-ALIAS-RECORD
                       WRITE ACCOUNT-ALIAS-RECORD
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-ALIAS-WORK-FILE
           CLOSE ACCOUNT-ALIAS-FILE.
       7150-REWRITE-ALIASES-EXIT.
           EXIT.
      *
       7160-WRITE-NEW-ALIAS.
           MOVE SPACE TO ACCOUNT-ALIAS-WORK-RECORD
           MOVE DL100-INPUT-SOURCE TO ALW-SOURCE-SYSTEM
           MOVE DL100-INPUT-ACCOUNT TO ALW-EXTERNAL-ACCOUNT
           MOVE DL100-MAINT-ID TO ALW-ENTITY-ID
           MOVE DL100-INPUT-ALIAS-STATUS TO ALW-STATUS
           MOVE DL100-TODAY TO ALW-MAINT-DATE
           MOVE DL100-OPERATOR-ID TO ALW-OPERATOR-ID
           WRITE ACCOUNT-ALIAS-WORK-RECORD
           MOVE 'Y' TO DL100-ALS-INSERTED-SW.
       7160-WRITE-NEW-ALIAS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7200-MAINTAIN-EARMARK - PLACE A NEW BALANCE EARMARK, OR   *
      *                         AMEND OR RELEASE ONE ALREADY IN   *
      *                         FORCE, BY EARMARK ID              *
      *----------------------------------------------------------*
       7200-MAINTAIN-EARMARK.
           DISPLAY "EARMARK (P=PLACE A=AMEND R=RELEASE) = "
               NO ADVANCING
           ACCEPT DL100-EMK-FUNCTION
           EVALUATE DL100-EMK-FUNCTION
               WHEN "P"
                   PERFORM 7210-PLACE-EARMARK
                       THRU 7210-PLACE-EARMARK-EXIT
               WHEN "A"
                   PERFORM 7220-AMEND-EARMARK
                       THRU 7220-AMEND-EARMARK-EXIT
               WHEN "R"
                   PERFORM 7230-RELEASE-EARMARK
                       THRU 7230-RELEASE-EARMARK-EXIT
               WHEN OTHER
                   DISPLAY "EARMARK FUNCTION NOT P, A OR R"
           END-EVALUATE.
       7200-MAINTAIN-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7210-PLACE-EARMARK - A NEW EARMARK ON AN ENTITY ON THE    *
      *                      MASTER: CURRENCY ON THE ISO LIST,    *
      *                      AMOUNT IN WHOLE UNITS GREATER THAN   *
      *                      ZERO, A REASON, AND AN EXPIRY DATE   *
      *                      NOT BEFORE THE BUSINESS DATE (BLANK  *
      *                      FOR NONE). APPENDED UNDER THE NEXT   *
      *                      EARMARK ID, SO THE FILE STAYS IN ID  *
      *                      ORDER                                *
      *----------------------------------------------------------*
       7210-PLACE-EARMARK.
           DISPLAY "ENTITY ID = " NO ADVANCING
           ACCEPT DL100-MAINT-ID
           IF DL100-MAINT-ID = SPACE
               DISPLAY "ENTITY ID REQUIRED"
               GO TO 7210-PLACE-EARMARK-EXIT
           END-IF
           MOVE DL100-MAINT-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   DISPLAY "ENTITY " DL100-MAINT-ID " NOT ON FILE"
                   GO TO 7210-PLACE-EARMARK-EXIT
           END-READ
           DISPLAY "CURRENCY = " NO ADVANCING
           ACCEPT DL100-INPUT-CURRENCY
           MOVE 'N' TO DL100-ISO-FOUND-SW
           PERFORM 3500-MATCH-ISO-CODE THRU 3500-MATCH-ISO-CODE-EXIT
               VARYING DL100-ISO-IDX FROM 1 BY 1
               UNTIL DL100-ISO-IDX > 20
           IF NOT DL100-ISO-FOUND-YES
               DISPLAY "CURRENCY NOT A RECOGNIZED ISO CODE"
               GO TO 7210-PLACE-EARMARK-EXIT
           END-IF
           DISPLAY "EARMARKED AMOUNT (WHOLE UNITS) = " NO ADVANCING
           ACCEPT DL100-INPUT-MAX
           PERFORM 6600-PARSE-AMOUNT THRU 6600-PARSE-AMOUNT-EXIT
           IF DL100-PARSE-BAD-YES OR DL100-PARSE-VALUE = ZERO
               DISPLAY "AMOUNT NOT A USABLE NUMBER ABOVE ZERO"
               GO TO 7210-PLACE-EARMARK-EXIT
           END-IF
           DISPLAY "REASON = " NO ADVANCING
           ACCEPT DL100-INPUT-REASON
           IF DL100-INPUT-REASON = SPACE
               DISPLAY "REASON REQUIRED"
               GO TO 7210-PLACE-EARMARK-EXIT
           END-IF
           DISPLAY "EXPIRY DATE (YYYYMMDD, BLANK=NONE) = "
               NO ADVANCING
           ACCEPT DL100-INPUT-EXPIRY
           PERFORM 7250-EDIT-EXPIRY THRU 7250-EDIT-EXPIRY-EXIT
           IF DL100-EXPIRY-BAD-YES
               GO TO 7210-PLACE-EARMARK-EXIT
           END-IF
           MOVE SPACE TO DL100-INPUT-EARMARK-ID
           PERFORM 7240-FIND-EARMARK THRU 7240-FIND-EARMARK-EXIT
           OPEN EXTEND EARMARK-FILE
           IF DL100-EARMARK-NOT-FOUND
               OPEN OUTPUT EARMARK-FILE
               CLOSE EARMARK-FILE
               OPEN EXTEND EARMARK-FILE
           END-IF
           MOVE SPACE TO EARMARK-RECORD
           COMPUTE EMK-EARMARK-ID = DL100-EMK-HIGH-ID + 1
           MOVE DL100-MAINT-ID TO EMK-ENTITY-ID
           MOVE DL100-INPUT-CURRENCY TO EMK-CURRENCY-CODE
           MOVE DL100-PARSE-VALUE TO EMK-AMOUNT
           MOVE DL100-INPUT-REASON TO EMK-REASON
           IF DL100-INPUT-EXPIRY = SPACE
               MOVE ZERO TO EMK-EXPIRY-DATE
           ELSE
               MOVE DL100-INPUT-EXPIRY-DATE TO EMK-EXPIRY-DATE
           END-IF
           SET EMK-STATUS-ACTIVE TO TRUE
           MOVE DL100-TODAY TO EMK-PLACED-DATE
           MOVE DL100-OPERATOR-ID TO EMK-PLACED-OPERATOR
           MOVE DL100-TODAY TO EMK-MAINT-DATE
           MOVE DL100-OPERATOR-ID TO EMK-MAINT-OPERATOR
           WRITE EARMARK-RECORD
           CLOSE EARMARK-FILE
           MOVE EARMARK-RECORD TO DL100-SAVED-EARMARK
           MOVE "EMKPLC" TO DL100-LOG-ACTION
           PERFORM 7270-LOG-EARMARK THRU 7270-LOG-EARMARK-EXIT
           DISPLAY "EARMARK " EMS-EARMARK-ID " PLACED ON "
               DL100-MAINT-ID " " EMS-CURRENCY-CODE " "
               EMS-AMOUNT.
       7210-PLACE-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7220-AMEND-EARMARK - CHANGE THE AMOUNT, REASON OR EXPIRY  *
      *                      OF AN EARMARK STILL ACTIVE; A BLANK  *
      *                      ANSWER KEEPS WHAT IS ON FILE, AN     *
      *                      EXPIRY OF 00000000 REMOVES IT        *
      *----------------------------------------------------------*
       7220-AMEND-EARMARK.
           PERFORM 7235-GET-ACTIVE-EARMARK
               THRU 7235-GET-ACTIVE-EARMARK-EXIT
           IF NOT DL100-EMK-FOUND-YES
               GO TO 7220-AMEND-EARMARK-EXIT
           END-IF
           DISPLAY "NEW AMOUNT (WHOLE UNITS, BLANK=KEEP) = "
               NO ADVANCING
           ACCEPT DL100-INPUT-MAX
           IF DL100-INPUT-MAX NOT = SPACE
               PERFORM 6600-PARSE-AMOUNT THRU 6600-PARSE-AMOUNT-EXIT
               IF DL100-PARSE-BAD-YES OR DL100-PARSE-VALUE = ZERO
                   DISPLAY "AMOUNT NOT A USABLE NUMBER ABOVE ZERO"
                   GO TO 7220-AMEND-EARMARK-EXIT
               END-IF
           END-IF
           DISPLAY "NEW REASON (BLANK=KEEP) = " NO ADVANCING
           ACCEPT DL100-INPUT-REASON
           DISPLAY "NEW EXPIRY DATE (YYYYMMDD, 00000000=NONE, "
               "BLANK=KEEP) = " NO ADVANCING
           ACCEPT DL100-INPUT-EXPIRY
           IF DL100-INPUT-EXPIRY NOT = SPACE
               AND DL100-INPUT-EXPIRY NOT = "00000000"
               PERFORM 7250-EDIT-EXPIRY THRU 7250-EDIT-EXPIRY-EXIT
               IF DL100-EXPIRY-BAD-YES
                   GO TO 7220-AMEND-EARMARK-EXIT
               END-IF
           END-IF
           IF DL100-INPUT-MAX NOT = SPACE
               MOVE DL100-PARSE-VALUE TO EMS-AMOUNT
           END-IF
           IF DL100-INPUT-REASON NOT = SPACE
               MOVE DL100-INPUT-REASON TO EMS-REASON
           END-IF
           IF DL100-INPUT-EXPIRY NOT = SPACE
               MOVE DL100-INPUT-EXPIRY-DATE TO EMS-EXPIRY-DATE
           END-IF
           MOVE DL100-TODAY TO EMS-MAINT-DATE
           MOVE DL100-OPERATOR-ID TO EMS-MAINT-OPERATOR
           PERFORM 7260-REWRITE-EARMARKS
               THRU 7260-REWRITE-EARMARKS-EXIT
           MOVE "EMKAMD" TO DL100-LOG-ACTION
           PERFORM 7270-LOG-EARMARK THRU 7270-LOG-EARMARK-EXIT
           DISPLAY "EARMARK " EMS-EARMARK-ID " AMENDED - "
               EMS-CURRENCY-CODE " " EMS-AMOUNT " EXPIRES "
               EMS-EXPIRY-DATE.
       7220-AMEND-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7230-RELEASE-EARMARK - LIFT AN ACTIVE EARMARK. IT STAYS   *
      *                        ON FILE, STATUS R, FOR THE AUDIT   *
      *                        TRAIL                              *
      *----------------------------------------------------------*
       7230-RELEASE-EARMARK.
           PERFORM 7235-GET-ACTIVE-EARMARK
               THRU 7235-GET-ACTIVE-EARMARK-EXIT
           IF NOT DL100-EMK-FOUND-YES
               GO TO 7230-RELEASE-EARMARK-EXIT
           END-IF
           SET EMS-STATUS-RELEASED TO TRUE
           MOVE DL100-TODAY TO EMS-MAINT-DATE
           MOVE DL100-OPERATOR-ID TO EMS-MAINT-OPERATOR
           PERFORM 7260-REWRITE-EARMARKS
               THRU 7260-REWRITE-EARMARKS-EXIT
           MOVE "EMKREL" TO DL100-LOG-ACTION
           PERFORM 7270-LOG-EARMARK THRU 7270-LOG-EARMARK-EXIT
           DISPLAY "EARMARK " EMS-EARMARK-ID " RELEASED".
       7230-RELEASE-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7235-GET-ACTIVE-EARMARK - PROMPT FOR AN EARMARK ID AND    *
      *                           FIND IT ON FILE; ONE ALREADY    *
      *                           RELEASED CANNOT BE CHANGED      *
      *----------------------------------------------------------*
       7235-GET-ACTIVE-EARMARK.
           MOVE 'N' TO DL100-EMK-FOUND-SW
           DISPLAY "EARMARK ID = " NO ADVANCING
           ACCEPT DL100-INPUT-EARMARK-ID
           IF DL100-INPUT-EARMARK-ID NOT NUMERIC
               DISPLAY "EARMARK ID MUST BE SIX DIGITS"
               GO TO 7235-GET-ACTIVE-EARMARK-EXIT
           END-IF
           PERFORM 7240-FIND-EARMARK THRU 7240-FIND-EARMARK-EXIT
           IF NOT DL100-EMK-FOUND-YES
               DISPLAY "EARMARK " DL100-INPUT-EARMARK-ID
                   " NOT ON FILE"
               GO TO 7235-GET-ACTIVE-EARMARK-EXIT
           END-IF
           IF NOT EMS-STATUS-ACTIVE
               DISPLAY "EARMARK " DL100-INPUT-EARMARK-ID
                   " ALREADY RELEASED"
               MOVE 'N' TO DL100-EMK-FOUND-SW
               GO TO 7235-GET-ACTIVE-EARMARK-EXIT
           END-IF
           MOVE EMS-ENTITY-ID TO DL100-MAINT-ID
           DISPLAY "EARMARK " EMS-EARMARK-ID " ON " EMS-ENTITY-ID
               " " EMS-CURRENCY-CODE " " EMS-AMOUNT " - "
               EMS-REASON.
       7235-GET-ACTIVE-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7240-FIND-EARMARK - ONE PASS OF EARMARK: THE HIGHEST ID   *
      *                     IN USE, AND THE RECORD FOR THE KEYED  *
      *                     ID WHEN THERE IS ONE                  *
      *----------------------------------------------------------*
       7240-FIND-EARMARK.
           MOVE ZERO TO DL100-EMK-HIGH-ID
           MOVE 'N' TO DL100-EMK-FOUND-SW
           OPEN INPUT EARMARK-FILE
           IF DL100-EARMARK-NOT-FOUND
               GO TO 7240-FIND-EARMARK-EXIT
           END-IF
           MOVE 'N' TO DL100-REF-EOF-SW
           PERFORM UNTIL DL100-REF-EOF-YES
               READ EARMARK-FILE
                   AT END
                       MOVE 'Y' TO DL100-REF-EOF-SW
                   NOT AT END
                       IF EMK-EARMARK-ID NUMERIC
                           IF EMK-EARMARK-ID > DL100-EMK-HIGH-ID
                               MOVE EMK-EARMARK-ID TO
                                   DL100-EMK-HIGH-ID
                           END-IF
                           IF EMK-EARMARK-ID = DL100-INPUT-EARMARK-ID
                               MOVE EARMARK-RECORD TO
                                   DL100-SAVED-EARMARK
                               MOVE 'Y' TO DL100-EMK-FOUND-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EARMARK-FILE.
       7240-FIND-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7250-EDIT-EXPIRY - A KEYED EXPIRY DATE: BLANK IS NONE;    *
      *                    OTHERWISE EIGHT DIGITS, A REAL MONTH   *
      *                    AND DAY, AND NOT BEFORE THE BUSINESS   *
      *                    DATE                                   *
      *----------------------------------------------------------*
       7250-EDIT-EXPIRY.
           MOVE 'N' TO DL100-EXPIRY-BAD-SW
           IF DL100-INPUT-EXPIRY = SPACE
               GO TO 7250-EDIT-EXPIRY-EXIT
           END-IF
           IF DL100-INPUT-EXPIRY NOT NUMERIC
               DISPLAY "EXPIRY DATE MUST BE YYYYMMDD"
               MOVE 'Y' TO DL100-EXPIRY-BAD-SW
               GO TO 7250-EDIT-EXPIRY-EXIT
           END-IF
           MOVE DL100-INPUT-EXPIRY (5:2) TO DL100-EXPIRY-MONTH
           MOVE DL100-INPUT-EXPIRY (7:2) TO DL100-EXPIRY-DAY
           IF DL100-EXPIRY-MONTH < 1 OR DL100-EXPIRY-MONTH > 12
               OR DL100-EXPIRY-DAY < 1 OR DL100-EXPIRY-DAY > 31
               DISPLAY "EXPIRY DATE NOT A CALENDAR DATE"
               MOVE 'Y' TO DL100-EXPIRY-BAD-SW
               GO TO 7250-EDIT-EXPIRY-EXIT
           END-IF
           IF DL100-INPUT-EXPIRY-DATE < DL100-TODAY
               DISPLAY "EXPIRY DATE IS BEFORE THE BUSINESS DATE "
                   DL100-TODAY
               MOVE 'Y' TO DL100-EXPIRY-BAD-SW
           END-IF.
       7250-EDIT-EXPIRY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7260-REWRITE-EARMARKS - EARMARK REWRITTEN THROUGH THE     *
      *                         EARMRKWK WORK FILE WITH THE SAVED *
      *                         EARMARK IN PLACE OF ITS OLD       *
      *                         RECORD                            *
      *----------------------------------------------------------*
       7260-REWRITE-EARMARKS.
           OPEN OUTPUT EARMARK-WORK-FILE
           OPEN INPUT EARMARK-FILE
           MOVE 'N' TO DL100-REF-EOF-SW
           PERFORM UNTIL DL100-REF-EOF-YES
               READ EARMARK-FILE
                   AT END
                       MOVE 'Y' TO DL100-REF-EOF-SW
                   NOT AT END
                       IF EMK-EARMARK-ID = EMS-EARMARK-ID
                           MOVE DL100-SAVED-EARMARK TO
                               EARMARK-WORK-RECORD
                       ELSE
                           MOVE EARMARK-RECORD TO
                               EARMARK-WORK-RECORD
                       END-IF
                       WRITE EARMARK-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE EARMARK-FILE
           CLOSE EARMARK-WORK-FILE
           OPEN INPUT EARMARK-WORK-FILE
           OPEN OUTPUT EARMARK-FILE
           MOVE 'N' TO DL100-REF-EOF-SW
           PERFORM UNTIL DL100-REF-EOF-YES
               READ EARMARK-WORK-FILE
                   AT END
                       MOVE 'Y' TO DL100-REF-EOF-SW
                   NOT AT END
                       MOVE EARMARK-WORK-RECORD TO EARMARK-RECORD
                       WRITE EARMARK-RECORD
               END-READ
           END-PERFORM
           CLOSE EARMARK-WORK-FILE
           CLOSE EARMARK-FILE.
       7260-REWRITE-EARMARKS-EXIT.
           EXIT.
      *
       7270-LOG-EARMARK.
           MOVE SPACE TO MAINT-LOG-RECORD
           MOVE DL100-TODAY TO MLOG-DATE
           ACCEPT MLOG-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO MLOG-OPERATOR-ID
           MOVE DL100-LOG-ACTION TO MLOG-ACTION
           MOVE EMS-ENTITY-ID TO MLOG-ENTITY-ID
           MOVE EMS-CURRENCY-CODE TO MLOG-HOME-CURRENCY
           MOVE EMS-EARMARK-ID TO MLOG-EARMARK-ID
           MOVE EMS-AMOUNT TO MLOG-EARMARK-AMOUNT
           WRITE MAINT-LOG-RECORD
           ADD 1 TO DL100-CHANGE-COUNT.
       7270-LOG-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7700-REQUEST-APPROVAL - PARK A CLOSE OR FCT01-VAR1 CHANGE *
      *                         ON PENDAPPR FOR A SECOND OPERATOR *
      *                         INSTEAD OF REWRITING THE MASTER:  *
      *                         THE REQUESTED STATUS AND VAR1     *
      *                         (BLANK = KEEP), THE ORIGINATOR    *
      *                         AND THE ORIGINATOR'S LEVEL.       *
      *                         MNTLOG GETS A PENDNG RECORD       *
      *                         CARRYING THE REQUEST ID           *
      *----------------------------------------------------------*
       7700-REQUEST-APPROVAL.
           PERFORM 7750-FIND-HIGH-REQUEST
               THRU 7750-FIND-HIGH-REQUEST-EXIT
           OPEN EXTEND PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN EXTEND PENDING-APPROVAL-FILE
           END-IF
           MOVE SPACE TO PENDING-APPROVAL-RECORD
           COMPUTE PND-REQUEST-ID = DL100-HIGH-REQUEST + 1
           SET PND-SOURCE-MNT TO TRUE
           MOVE DL100-LOG-ACTION TO PND-ACTION
           SET PND-STATUS-PENDING TO TRUE
           MOVE DL100-TODAY TO PND-REQ-DATE
           ACCEPT PND-REQ-TIME FROM TIME
           MOVE DL100-OPERATOR-ID TO PND-ORIG-OPERATOR
           MOVE DL100-OPER-AUTH-LEVEL TO PND-ORIG-LEVEL
           MOVE ZERO TO PND-APPR-DATE
           MOVE ZERO TO PND-APPR-TIME
           MOVE XXXENTM-ENTITY-ID TO PND-ENTITY-ID
           MOVE DL100-INPUT-STATUS TO PND-NEW-STATUS-CODE
           MOVE DL100-INPUT-VAR1 TO PND-NEW-FCT01-VAR1
           MOVE ZERO TO PND-EFFECTIVE-DATE
           MOVE ZERO TO PND-AMOUNT
           MOVE ZERO TO PND-TRANS-SERIAL
           MOVE ZERO TO PND-REVERSES-SERIAL
           WRITE PENDING-APPROVAL-RECORD
           CLOSE PENDING-APPROVAL-FILE
           MOVE PND-REQUEST-ID TO DL100-REQUEST-ID
           MOVE "PENDNG" TO DL100-LOG-ACTION
           PERFORM 7000-LOG-CHANGE THRU 7000-LOG-CHANGE-EXIT
           MOVE ZERO TO DL100-REQUEST-ID
           ADD 1 TO DL100-PENDING-COUNT
           DISPLAY "ENTITY " DL100-MAINT-ID " CHANGE HELD FOR "
               "APPROVAL - REQUEST " PND-REQUEST-ID.
       7700-REQUEST-APPROVAL-EXIT.
           EXIT.
      *
       7750-FIND-HIGH-REQUEST.
           MOVE ZERO TO DL100-HIGH-REQUEST
           OPEN INPUT PENDING-APPROVAL-FILE
           IF DL100-PENDAPPR-NOT-FOUND
               GO TO 7750-FIND-HIGH-REQUEST-EXIT
           END-IF
           MOVE 'N' TO DL100-PEND-EOF-SW
           PERFORM UNTIL DL100-PEND-EOF-YES
               READ PENDING-APPROVAL-FILE
                   AT END
                       MOVE 'Y' TO DL100-PEND-EOF-SW
                   NOT AT END
                       IF PND-REQUEST-ID NUMERIC
                           AND PND-REQUEST-ID > DL100-HIGH-REQUEST
                           MOVE PND-REQUEST-ID TO DL100-HIGH-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-APPROVAL-FILE.
       7750-FIND-HIGH-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 7500-JOURNAL-CHANGE - SAME ENTJRNL ENTRY EVERY OTHER      *
      *                       MASTER WRITER APPENDS: ADD FOR A    *
      *                       NEW ENTITY, UPD FOR A CHANGE OR     *
