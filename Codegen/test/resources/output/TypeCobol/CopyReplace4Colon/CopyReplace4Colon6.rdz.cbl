      *               supposedly suspended whole - with no journal
      *               entry behind the WRITE. The checkpoint at the
      *               boundary still stands.
      *   2026-10-14  RV reversals post like any other transaction -
      *               DL100EDT has already filled one in as the
      *               exact inverse of the journal entry it backs
      *               out - and the original's serial
      *               (ETR-REVERSES-SERIAL) now rides onto the
      *               journal entry and the extract record as the
      *               cross-reference, and through HELDTRNS. An RV
      *               may set a closed entity's status back to what
      *               the reversed transaction found it at, the way
      *               an RA reactivation may; every other lifecycle
      *               and limit rule applies to it unchanged. The
      *               suspense image and the group buffers are
      *               widened for the longer transaction, extract
      *               and journal records.
      *   2026-10-14  XF inter-entity transfers (and the RV of one)
      *               post as one balanced pair. The debit leg runs
      *               against the group's entity and the credit leg
      *               against the counterparty, read from ENTMAST
      *               and held in storage with the group, rewritten
      *               at the group's boundary ahead of the
      *               checkpoint. Both legs must pass the lifecycle
      *               check, the limits and a currency-slot check
      *               (home currency, an existing slot or a free
      *               one - a transfer leg never goes to CURRBOV);
      *               if either fails, or the counterparty is not
      *               on ENTMAST, both legs go to SUSPTRNS together
      *               and nothing of the transfer is applied. Each
      *               leg writes its own journal entry and extract
      *               record naming the other entity, and POSTTOTS
      *               now carries the transfer-out and transfer-in
      *               parts of each currency's posted amount for
      *               DL100PRF to prove net to zero.
      *   2026-10-14  Partitioned posting: when DL100DRV (or the
      *               scheduler) names a stream on PARTSTRM, this
      *               run posts that stream only - its input, sort,
      *               checkpoint, totals and output files are the
      *               stream's own (S01CLEAN, S01RSTRT, S01JRNL and
      *               so on) and RESTART comes from PARTSTRM, so
      *               each stream can run alongside the others and
      *               resume from its own checkpoint. DL100PSP has
      *               already re-fed HELDTRNS into the streams, so a
      *               stream does not; the stream's journal, reject
      *               and suspense files start empty each clean run
      *               and DL100PMG appends them to the cycle's
      *               files. No PARTSTRM (or stream 00) is the one
      *               pass over ENTCLEAN exactly as before.
      *   2026-10-14  Permitted-currency profiles: a foreign-currency
      *               transaction for an entity with a CURRPROF
      *               profile (its own, else its ENTREF class's) in
      *               a currency the profile does not list is either
      *               rejected whole to CURRREJ (CCY NOT IN PROFILE)
      *               or converted to the home currency at the
      *               business date's EXCHRATE rate (the DL100RVL
      *               rule) and posted to XXXENTM-BALANCE, ENTJRNL
      *               keeping the original currency, amount and
      *               rate. No rate rejects it (NO RATE TO HOME). A
      *               transfer leg outside its profile is never
      *               converted - the pair is suspended. Rejects
      *               are buffered to the entity boundary with the
      *               group's other output.
      *   2026-10-14  ENTEXTR also carries the applied transaction's
      *               type, currency and signed amount, so ENTHIST
      *               holds what was posted and not only the
      *               resulting balance.
      *   2026-10-14  The sending system's account number
      *               (ETR-EXTERNAL-REF, filled in when DL100EDT
      *               resolved an alias) is carried onto HELDTRNS,
      *               ENTJRNL and ENTEXTR, and back off HELDTRNS on
      *               the re-feed. The transaction images held for
      *               the suspense file and the group buffers are
      *               widened to the longer record.
      *   2026-10-14  Balance earmarks: the earmarks in force on
      *               EARMARK (status A, expiry date not passed) are
      *               loaded at start of job, and a debit that would
      *               leave the balance less the amount earmarked in
      *               that currency below the overdraft floor (zero
      *               when the entity has no floor) is suspended as
      *               EARMARK BREACH - AVAILABLE and counted with the
      *               limit breaches. Earmarks are checked whether or
      *               not ENTLIMIT is on disk.
      *   2026-10-14  Sanctions hold: an entity with a match
      *               confirmed on SANCREVW (status C) is loaded to
      *               a hold table at start of job, and every
      *               transaction for it - either leg of a transfer
      *               included - is suspended as SANCTIONS HOLD
      *               ahead of the lifecycle rules until compliance
      *               releases the match in DL100SRV.
      *   2026-10-14  Prior-period adjustments: the months closed on
      *               PERIODST are loaded at start of job, and an
      *               applied transaction effective in one of them -
      *               one DL100EDT let through under a DL100PPA
      *               authorization - carries that month on its
      *               ENTEXTR row (EXT-PPA-PERIOD, zero otherwise)
      *               for DL100STM, DL100GLX and DL100PPR, and is
      *               counted at end of job.
      *   2026-10-14  A held transaction whose month DL100MEC has
      *               closed since it was held is no longer re-fed:
      *               it goes to PPAREVW pending authorization
      *               (status P), its serial assigned as DL100EDT
      *               assigns one, and is counted.
      *   2026-10-14  The stream to post now comes from the command
      *               line (STREAM nn, then RESTART to resume it)
      *               instead of PARTSTRM, which is no longer used:
      *               DL100DRV starts the range streams as separate
      *               runs at the same time, and each must be told
      *               its own stream.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-TRANS-FILE ASSIGN TO DL100-TRANS-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-TRANS-STATUS.
           SELECT SORTED-TRANS-FILE ASSIGN TO DL100-SORTED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".
           SELECT ENTITY-BACKUP-FILE ASSIGN TO "ENTBACKP"
           SELECT ACCEPT-RUN-FILE ASSIGN TO "ACCEPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ACCEPTRN-STATUS.
           SELECT POSTED-VALUE-FILE ASSIGN TO DL100-POSTED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESTART-REQUEST-FILE ASSIGN TO "RSTRTREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RSTRTREQ-STATUS.
           SELECT SUSPENSE-TRANS-FILE ASSIGN TO DL100-SUSPENSE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SUSPENSE-STATUS.
           SELECT ENTITY-MASTER-FILE ASSIGN TO "ENTMAST"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XXXENTM-ENTITY-ID
               FILE STATUS IS DL100-MASTER-STATUS.
           SELECT RESTART-FILE ASSIGN TO DL100-RESTART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RESTART-STATUS.
           SELECT CONTROL-TOTALS-FILE ASSIGN TO DL100-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENTITY-EXTRACT-FILE ASSIGN TO DL100-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-EXTRACT-STATUS.
           SELECT HELD-TRANS-FILE ASSIGN TO DL100-HELD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-HELD-STATUS.
           SELECT CURRENCY-REJECT-FILE ASSIGN TO DL100-CURRREJ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CURRREJ-STATUS.
           SELECT ENTITY-JOURNAL-FILE ASSIGN TO DL100-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-JOURNAL-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
           SELECT ENTITY-LIMIT-FILE ASSIGN TO "ENTLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-LIMIT-STATUS.
           SELECT EARMARK-FILE ASSIGN TO "EARMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-EARMARK-STATUS.
           SELECT SANCTIONS-REVIEW-FILE ASSIGN TO "SANCREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SANCREVW-STATUS.
           SELECT PERIOD-STATUS-FILE ASSIGN TO "PERIODST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PERIODST-STATUS.
           SELECT CURRENCY-PROFILE-FILE ASSIGN TO "CURRPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PROFILE-STATUS.
           SELECT ENTITY-REFERENCE-FILE ASSIGN TO "ENTREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-REF-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RATE-STATUS.
           SELECT PPA-REVIEW-FILE ASSIGN TO "PPAREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-PPAREVW-STATUS.
           SELECT SERIAL-CONTROL-FILE ASSIGN TO "SERLCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-SERLCTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTITY-TRANS-FILE.
               10  RST-PVAL-CURRENCY        PIC X(03).
               10  FILLER                   PIC X(01).
               10  RST-PVAL-AMOUNT          PIC S9(13)V99.
           05  RST-XFR-ENTRY                OCCURS 30 TIMES.
               10  FILLER                   PIC X(01).
               10  RST-XFR-OUT              PIC S9(13)V99.
               10  FILLER                   PIC X(01).
               10  RST-XFR-IN               PIC S9(13)V99.
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD.
           COPY CTLTOTS.
       FD  ENTITY-LIMIT-FILE.
       01  ENTITY-LIMIT-RECORD.
           COPY ENTLIMIT.
       FD  EARMARK-FILE.
       01  EARMARK-RECORD.
           COPY EARMARK.
       FD  SANCTIONS-REVIEW-FILE.
       01  SANCTIONS-REVIEW-RECORD.
           COPY SANCREVW.
       FD  PERIOD-STATUS-FILE.
       01  PERIOD-STATUS-RECORD.
           COPY PERIODST.
       FD  CURRENCY-PROFILE-FILE.
       01  CURRENCY-PROFILE-RECORD.
           COPY CURRPROF.
       FD  ENTITY-REFERENCE-FILE.
       01  ENTITY-REFERENCE-RECORD.
           COPY ENTREF.
       FD  EXCHANGE-RATE-FILE.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-RATE-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  XRT-FROM-CURRENCY            PIC X(03).
           05  FILLER                       PIC X(01).
           05  XRT-TO-CURRENCY              PIC X(03).
           05  FILLER                       PIC X(01).
           05  XRT-RATE                     PIC 9(03)V9(06).
       FD  PPA-REVIEW-FILE.
       01  PPA-REVIEW-RECORD.
           COPY PPAREVW.
       FD  SERIAL-CONTROL-FILE.
       01  SERIAL-CONTROL-RECORD.
           05  SER-LAST-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SER-LAST-SEQ                 PIC 9(05).
       FD  ENTITY-BACKUP-FILE.
       01  ENTITY-BACKUP-RECORD.
           COPY ENTBACKP.
       01  SUSPENSE-TRANS-RECORD.
           05  SUS-RUN-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SUS-TRANS-IMAGE              PIC X(90).
           05  FILLER                       PIC X(01).
           05  SUS-REASON                   PIC X(30).
       WORKING-STORAGE SECTION.
           88  DL100-ACCEPTRN-NOT-FOUND              VALUE "35".
       77  DL100-RSTRTREQ-STATUS                 PIC X(02) VALUE "00".
           88  DL100-RSTRTREQ-NOT-FOUND              VALUE "35".
       77  DL100-COMMAND-PARM                    PIC X(30) VALUE SPACE.
       77  DL100-STREAM-PARM                     PIC X(02) VALUE SPACE.
       77  DL100-STREAM-MODE-PARM                PIC X(10) VALUE SPACE.
       77  DL100-STREAM-SW                       PIC X(01) VALUE 'N'.
           88  DL100-STREAM-YES                      VALUE 'Y'.
      *
      *  THE FILES THIS RUN POSTS FROM AND TO - THE CHAIN'S OWN,
      *  OR A STREAM'S: S, THE STREAM NUMBER AND THE FILE'S
      *  SUFFIX (S01CLEAN, S01JRNL ...)
      *
       01  DL100-FILE-NAMES.
           05  DL100-TRANS-FILE-NAME        PIC X(08) VALUE "ENTCLEAN".
           05  DL100-SORTED-FILE-NAME       PIC X(08) VALUE "ENTSORTD".
           05  DL100-POSTED-FILE-NAME       PIC X(08) VALUE "POSTTOTS".
           05  DL100-SUSPENSE-FILE-NAME     PIC X(08) VALUE "SUSPTRNS".
           05  DL100-RESTART-FILE-NAME      PIC X(08) VALUE "RESTARTF".
           05  DL100-CONTROL-FILE-NAME      PIC X(08) VALUE "CTLTOTS".
           05  DL100-EXTRACT-FILE-NAME      PIC X(08) VALUE "ENTEXTR".
           05  DL100-HELD-FILE-NAME         PIC X(08) VALUE "HELDTRNS".
           05  DL100-CURRREJ-FILE-NAME      PIC X(08) VALUE "CURRREJ".
           05  DL100-JOURNAL-FILE-NAME      PIC X(08) VALUE "ENTJRNL".
       01  DL100-STREAM-FILE-NAME.
           05  FILLER                       PIC X(01) VALUE "S".
           05  DL100-SFN-STREAM             PIC 9(02).
           05  DL100-SFN-SUFFIX             PIC X(05).
       77  DL100-TRIAL-SW                        PIC X(01) VALUE 'N'.
           88  DL100-TRIAL-YES                       VALUE 'Y'.
       77  DL100-TRIAL-HOLD-COUNT                PIC 9(07) COMP
           05  DL100-PVAL-ENTRY             OCCURS 30 TIMES.
               10  DL100-PVAL-CURRENCY          PIC X(03).
               10  DL100-PVAL-AMOUNT            PIC S9(13)V99 COMP-3.
               10  DL100-PVAL-XFR-OUT           PIC S9(13)V99 COMP-3.
               10  DL100-PVAL-XFR-IN            PIC S9(13)V99 COMP-3.
       77  DL100-JRN-IDX                         PIC 9(02) COMP.
       77  DL100-OVERFLOW-STATUS                 PIC X(02) VALUE "00".
           88  DL100-OVERFLOW-OK                     VALUE "00".
                                                  VALUE ZERO.
       77  DL100-WORK-NEW-BALANCE                PIC S9(13)V99 COMP-3
                                                  VALUE ZERO.
       77  DL100-EARMARK-STATUS                  PIC X(02) VALUE "00".
           88  DL100-EARMARK-NOT-FOUND               VALUE "35".
       77  DL100-EARMARK-EOF-SW                  PIC X(01) VALUE 'N'.
           88  DL100-EARMARK-EOF-YES                 VALUE 'Y'.
       77  DL100-EARMARK-COUNT                   PIC 9(04) COMP
                                                  VALUE ZERO.
       77  DL100-EARMARK-IDX                     PIC 9(04) COMP.
       77  DL100-WORK-EARMARKED                  PIC 9(13)V99
                                                  VALUE ZERO.
       77  DL100-WORK-AVAIL-FLOOR                PIC S9(11)V99
                                                  VALUE ZERO.
       77  DL100-SANCREVW-STATUS                 PIC X(02) VALUE "00".
           88  DL100-SANCREVW-NOT-FOUND              VALUE "35".
       77  DL100-SANCREVW-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-SANCREVW-EOF-YES                VALUE 'Y'.
       77  DL100-HOLD-COUNT                      PIC 9(04) COMP
                                                  VALUE ZERO.
       77  DL100-HOLD-IDX                        PIC 9(04) COMP.
       77  DL100-HOLD-FOUND-SW                   PIC X(01) VALUE 'N'.
           88  DL100-HOLD-FOUND-YES                  VALUE 'Y'.
       77  DL100-HOLD-SUSPEND-COUNT              PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-PERIODST-STATUS                 PIC X(02) VALUE "00".
           88  DL100-PERIODST-NOT-FOUND              VALUE "35".
       77  DL100-PERIODST-EOF-SW                 PIC X(01) VALUE 'N'.
           88  DL100-PERIODST-EOF-YES                VALUE 'Y'.
       77  DL100-PDS-COUNT                       PIC 9(04) COMP
                                                  VALUE ZERO.
       77  DL100-PDS-IDX                         PIC 9(04) COMP.
       77  DL100-PDS-FOUND-SW                    PIC X(01) VALUE 'N'.
           88  DL100-PDS-FOUND-YES                   VALUE 'Y'.
       77  DL100-EFF-PERIOD                      PIC 9(06) VALUE ZERO.
       77  DL100-PPA-POST-COUNT                  PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-PPA-HELD-COUNT                  PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-PPAREVW-STATUS                  PIC X(02) VALUE "00".
           88  DL100-PPAREVW-NOT-FOUND               VALUE "35".
       77  DL100-SERLCTRL-STATUS                 PIC X(02) VALUE "00".
           88  DL100-SERLCTRL-NOT-FOUND              VALUE "35".
       77  DL100-SERIAL-SEQ                      PIC 9(05) COMP
                                                  VALUE ZERO.
       77  DL100-LIMIT-BREACH-COUNT              PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-REVERSAL-COUNT                  PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-TRANSFER-COUNT                  PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-XFR-AMOUNT                      PIC S9(11)V99
                                                  VALUE ZERO.
       77  DL100-XFR-COUNTER-ID                  PIC X(10)
                                                  VALUE SPACE.
       77  DL100-XFR-DEBIT-REASON                PIC X(30)
                                                  VALUE SPACE.
       77  DL100-XFR-CREDIT-REASON               PIC X(30)
                                                  VALUE SPACE.
       77  DL100-XFR-NEW-SW                      PIC X(01) VALUE 'N'.
       77  DL100-XCP-COUNT                       PIC 9(02) COMP
                                                  VALUE ZERO.
       77  DL100-XCP-IDX                         PIC 9(02) COMP.
       77  DL100-XCP-HIT-IDX                     PIC 9(02) COMP
                                                  VALUE ZERO.
       77  DL100-PROFILE-STATUS                  PIC X(02) VALUE "00".
           88  DL100-PROFILE-NOT-FOUND               VALUE "35".
       77  DL100-REF-STATUS                      PIC X(02) VALUE "00".
           88  DL100-REF-NOT-FOUND                   VALUE "35".
       77  DL100-RATE-STATUS                     PIC X(02) VALUE "00".
           88  DL100-RATE-NOT-FOUND                  VALUE "35".
       77  DL100-LOAD-EOF-SW                     PIC X(01) VALUE 'N'.
           88  DL100-LOAD-EOF-YES                    VALUE 'Y'.
       77  DL100-PROFILE-COUNT                   PIC 9(03) COMP
                                                  VALUE ZERO.
       77  DL100-PROFILE-IDX                     PIC 9(03) COMP.
       77  DL100-PROFILE-HIT-IDX                 PIC 9(03) COMP
                                                  VALUE ZERO.
       77  DL100-PROFILE-ENTITY-ID               PIC X(10)
                                                  VALUE SPACE.
       77  DL100-PROFILE-CLASS-SW                PIC X(01) VALUE 'N'.
           88  DL100-PROFILE-CLASS-YES               VALUE 'Y'.
       77  DL100-PROFILE-CONVERT-SW              PIC X(01) VALUE 'N'.
           88  DL100-PROFILE-CONVERT-YES             VALUE 'Y'.
       77  DL100-PERMIT-IDX                      PIC 9(02) COMP.
       77  DL100-PERMITTED-SW                    PIC X(01) VALUE 'N'.
           88  DL100-PERMITTED-YES                   VALUE 'Y'.
       77  DL100-CLASS-COUNT                     PIC 9(04) COMP
                                                  VALUE ZERO.
       77  DL100-CLASS-IDX                       PIC 9(04) COMP.
       77  DL100-ENTITY-CLASS                    PIC X(02)
                                                  VALUE SPACE.
       77  DL100-RATE-COUNT                      PIC 9(03) COMP
                                                  VALUE ZERO.
       77  DL100-RATE-IDX                        PIC 9(03) COMP.
       77  DL100-RATE-FOUND-SW                   PIC X(01) VALUE 'N'.
           88  DL100-RATE-FOUND-YES                  VALUE 'Y'.
       77  DL100-CCY-REJECT-SW                   PIC X(01) VALUE 'N'.
           88  DL100-CCY-REJECT-YES                  VALUE 'Y'.
       77  DL100-CCY-REJECT-REASON               PIC X(20)
                                                  VALUE SPACE.
       77  DL100-CONVERTED-SW                    PIC X(01) VALUE 'N'.
           88  DL100-CONVERTED-YES                   VALUE 'Y'.
       77  DL100-CNV-ORIG-CURRENCY               PIC X(03)
                                                  VALUE SPACE.
       77  DL100-CNV-ORIG-AMOUNT                 PIC S9(11)V99
                                                  VALUE ZERO.
       77  DL100-CNV-RATE                        PIC 9(03)V9(06)
                                                  VALUE ZERO.
       77  DL100-CONVERT-COUNT                   PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-PROFILE-REJECT-COUNT            PIC 9(07) COMP
                                                  VALUE ZERO.
       77  DL100-RBUF-COUNT                      PIC 9(03) COMP
                                                  VALUE ZERO.
      *
      *  THE ENTLIMIT POSTING LIMITS, LOADED AT START OF JOB; THE
      *  *DEFAULT ROW COVERS ENTITIES WITH NO ROW OF THEIR OWN
               10  DL100-LMT-FLOOR              PIC S9(11)V99.
               10  DL100-LMT-FLOOR-ON-SW        PIC X(01).
      *
      *  THE EARMARKS IN FORCE ON THE BUSINESS DATE, LOADED AT
      *  START OF JOB
      *
       01  DL100-EARMARK-TABLE.
           05  DL100-EMK-ENTRY              OCCURS 2000 TIMES.
               10  DL100-EMK-ENTITY-ID          PIC X(10).
               10  DL100-EMK-CURRENCY-CODE      PIC X(03).
               10  DL100-EMK-AMOUNT             PIC 9(11)V99.
      *
      *  THE ENTITIES ON SANCTIONS HOLD (A CONFIRMED WATCH-LIST
      *  MATCH ON SANCREVW), LOADED AT START OF JOB
      *
       01  DL100-HOLD-TABLE.
           05  DL100-HOLD-ENTITY-ID         PIC X(10)
                                            OCCURS 500 TIMES.
      *
      *  THE MONTHS CLOSED ON PERIODST, LOADED AT START OF JOB
      *
       01  DL100-CLOSED-PERIOD-TABLE.
           05  DL100-PDS-PERIOD             PIC 9(06)
                                            OCCURS 600 TIMES.
      *
      *  THE CURRPROF PERMITTED-CURRENCY PROFILES, LOADED AT START
      *  OF JOB: E ROWS KEYED BY ENTITY ID, C ROWS BY ENTREF CLASS
      *
       01  DL100-PROFILE-TABLE.
           05  DL100-PRF-ENTRY              OCCURS 500 TIMES.
               10  DL100-PRF-TYPE               PIC X(01).
               10  DL100-PRF-KEY                PIC X(10).
               10  DL100-PRF-ACTION             PIC X(01).
               10  DL100-PRF-CURRENCY           PIC X(03)
                                                 OCCURS 10 TIMES.
      *
      *  EACH CLASSIFIED ENTITY'S ENTREF CLASS CODE - LOADED ONLY
      *  WHEN A CLASS PROFILE EXISTS TO APPLY
      *
       01  DL100-CLASS-TABLE.
           05  DL100-CLS-ENTRY              OCCURS 5000 TIMES.
               10  DL100-CLS-ENTITY-ID          PIC X(10).
               10  DL100-CLS-CODE               PIC X(02).
      *
      *  THIS RUN'S EXCHANGE RATES: PER PAIR, THE MOST RECENT
      *  RATE ON OR BEFORE THE BUSINESS DATE (THE DL100RVL RULE) -
      *  LOADED ONLY WHEN A PROFILE CONVERTS
      *
       01  DL100-RATE-TABLE.
           05  DL100-RATE-ENTRY             OCCURS 200 TIMES.
               10  DL100-RATE-FROM              PIC X(03).
               10  DL100-RATE-TO                PIC X(03).
               10  DL100-RATE-VALUE             PIC 9(03)V9(06).
               10  DL100-RATE-ASOF              PIC 9(08).
      *
      *  THE CURRENT GROUP'S OVERFLOW POSTINGS, HELD WITH THE
      *  OTHER GROUP OUTPUTS UNTIL THE ENTITY BOUNDARY SO A
      *  MID-GROUP ABEND LEAVES CURRBOV UNTOUCHED FOR THE RESUME
               10  DL100-OBUF-SERIAL            PIC 9(13).
               10  DL100-OBUF-SOURCE            PIC X(03).
      *
      *  THE CURRENT GROUP'S EXTRACT, JOURNAL, SUSPENSE AND
      *  CURRENCY-PROFILE REJECT ROWS,
      *  HELD IN STORAGE UNTIL THE ENTITY BOUNDARY AND WRITTEN
      *  THERE, IMMEDIATELY AHEAD OF THE CHECKPOINT - WRITTEN PER
      *  TRANSACTION, THE CUMULATIVE FILES ALREADY CARRIED AN
      *
       01  DL100-EXTRACT-BUFFER.
           05  DL100-XBUF-ENTRY             OCCURS 200 TIMES
                                             PIC X(130).
       01  DL100-JOURNAL-BUFFER.
           05  DL100-JBUF-ENTRY             OCCURS 200 TIMES
                                             PIC X(398).
       01  DL100-SUSPENSE-BUFFER.
           05  DL100-SBUF-ENTRY             OCCURS 200 TIMES
                                             PIC X(130).
       01  DL100-REJECT-BUFFER.
           05  DL100-RBUF-ENTRY             OCCURS 200 TIMES
                                             PIC X(76).
      *
      *  THE TRANSFER IN HAND: THE RECORD AS SORTED, AND EACH LEG
      *  AS IT WOULD POST (DEBIT ON THE GROUP'S ENTITY, CREDIT ON
      *  THE COUNTERPARTY), KEPT FOR THE APPLY OR THE SUSPENSE
      *
       01  DL100-XFR-TRANS-IMAGE            PIC X(90).
       01  DL100-XFR-DEBIT-IMAGE            PIC X(90).
       01  DL100-XFR-CREDIT-IMAGE           PIC X(90).
      *
      *  THE GROUP'S OWN MASTER RECORD, SET ASIDE WHILE A
      *  COUNTERPARTY'S RECORD OCCUPIES THE ENTMAST RECORD AREA
      *
       01  DL100-XFR-SAVE-MASTER.
           COPY YxxxENT REPLACING ==::== BY ==X==.
      *
      *  THE GROUP'S TRANSFER COUNTERPARTIES: ONE ENTMAST RECORD
      *  IMAGE EACH, READ ONCE AND CARRIED THROUGH THE GROUP SO A
      *  SECOND TRANSFER TO THE SAME ENTITY SEES THE FIRST. THE
      *  POSTED ONES ARE REWRITTEN AT THE ENTITY BOUNDARY WITH THE
      *  GROUP'S OWN RECORD
      *
       01  DL100-COUNTERPARTY-TABLE.
           05  DL100-XCP-ENTRY              OCCURS 20 TIMES.
               10  DL100-XCP-ID                 PIC X(10).
               10  DL100-XCP-POSTED-SW          PIC X(01).
               10  DL100-XCP-IMAGE              PIC X(83).
      *
      *  A CONVERTED TRANSACTION AS RECEIVED, PUT BACK IF IT IS
      *  SUSPENDED SO SUSPTRNS SHOWS WHAT THE FEED SENT
      *
       01  DL100-CNV-ORIG-IMAGE             PIC X(90).
      *
      *  MASTER RECORD AS IT STOOD BEFORE THIS TRANSACTION, SAVED
      *  AHEAD OF THE UPDATE SO THE JOURNAL CAN CARRY BOTH IMAGES
           COPY YxxxENT REPLACING ==::== BY ==B==.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT DL100-COMMAND-PARM FROM COMMAND-LINE
           UNSTRING DL100-COMMAND-PARM DELIMITED BY ALL SPACE
               INTO DL100-RESTART-PARM
                    DL100-STREAM-PARM
                    DL100-STREAM-MODE-PARM
           IF DL100-RESTART-PARM = "RESTART"
               MOVE 'Y' TO DL100-RESTART-SW
           END-IF
           PERFORM 1470-GET-STREAM-REQUEST
               THRU 1470-GET-STREAM-REQUEST-EXIT
           IF NOT DL100-STREAM-YES
               PERFORM 1450-GET-RESTART-REQUEST
                   THRU 1450-GET-RESTART-REQUEST-EXIT
           END-IF
           PERFORM 1100-GET-BUS-DATE THRU 1100-GET-BUS-DATE-EXIT
           PERFORM 1150-GET-CYCLE-NUMBER
               THRU 1150-GET-CYCLE-NUMBER-EXIT
           PERFORM 1400-GET-RUN-MODE THRU 1400-GET-RUN-MODE-EXIT
           PERFORM 1500-LOAD-LIMITS THRU 1500-LOAD-LIMITS-EXIT
           PERFORM 1700-LOAD-EARMARKS THRU 1700-LOAD-EARMARKS-EXIT
           PERFORM 1720-LOAD-SANCTION-HOLDS
               THRU 1720-LOAD-SANCTION-HOLDS-EXIT
           PERFORM 1750-LOAD-CLOSED-PERIODS
               THRU 1750-LOAD-CLOSED-PERIODS-EXIT
           PERFORM 1600-LOAD-PROFILES THRU 1600-LOAD-PROFILES-EXIT
           IF DL100-PROFILE-CLASS-YES
               PERFORM 1680-LOAD-CLASSES THRU 1680-LOAD-CLASSES-EXIT
           END-IF
           IF DL100-PROFILE-CONVERT-YES
               PERFORM 1650-LOAD-RATES THRU 1650-LOAD-RATES-EXIT
           END-IF
           IF NOT DL100-RESTART-YES AND NOT DL100-TRIAL-YES
               AND NOT DL100-STREAM-YES
               PERFORM 1200-REFEED-HELD-TRANS
                   THRU 1200-REFEED-HELD-TRANS-EXIT
           END-IF
           IF NOT DL100-TRIAL-YES
               OPEN OUTPUT HELD-TRANS-FILE
           END-IF
           IF DL100-STREAM-YES AND NOT DL100-RESTART-YES
               PERFORM 1480-CLEAR-STREAM-OUTPUTS
                   THRU 1480-CLEAR-STREAM-OUTPUTS-EXIT
           END-IF
           OPEN EXTEND CURRENCY-REJECT-FILE
           IF DL100-CURRREJ-NOT-FOUND
               OPEN OUTPUT CURRENCY-REJECT-FILE
                   CLOSE ENTITY-TRANS-FILE
                   OPEN EXTEND ENTITY-TRANS-FILE
               END-IF
               IF DL100-PDS-COUNT > 0
                   PERFORM 1260-GET-SERIAL-SEQ
                       THRU 1260-GET-SERIAL-SEQ-EXIT
                   OPEN EXTEND PPA-REVIEW-FILE
                   IF DL100-PPAREVW-NOT-FOUND
                       OPEN OUTPUT PPA-REVIEW-FILE
                       CLOSE PPA-REVIEW-FILE
                       OPEN EXTEND PPA-REVIEW-FILE
                   END-IF
               END-IF
               PERFORM UNTIL DL100-HELD-EOF-YES
                   READ HELD-TRANS-FILE
                       AT END
                           MOVE 'Y' TO DL100-HELD-EOF-SW
                       NOT AT END
                           PERFORM 1210-REFEED-ONE-HELD
                               THRU 1210-REFEED-ONE-HELD-EXIT
                   END-READ
               END-PERFORM
               CLOSE ENTITY-TRANS-FILE
               CLOSE HELD-TRANS-FILE
               IF DL100-PDS-COUNT > 0
                   CLOSE PPA-REVIEW-FILE
                   PERFORM 1270-SAVE-SERIAL-SEQ
                       THRU 1270-SAVE-SERIAL-SEQ-EXIT
               END-IF
               MOVE 'N' TO DL100-HELD-EOF-SW
               DISPLAY "HELD TRANSACTIONS RE-FED = "
                   DL100-HELD-REFED-COUNT
               IF DL100-PPA-HELD-COUNT > 0
                   DISPLAY "HELD ITEMS NOW IN A CLOSED PERIOD = "
                       DL100-PPA-HELD-COUNT " - SEE PPAREVW"
               END-IF
           END-IF.
       1200-REFEED-HELD-TRANS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1210-REFEED-ONE-HELD - RE-QUEUE ONE HELD TRANSACTION. ONE *
      *                        WHOSE MONTH DL100MEC HAS CLOSED    *
      *                        SINCE IT WAS HELD HAS NOT BEEN     *
      *                        THROUGH DL100EDT'S CLOSED-PERIOD   *
      *                        CHECK, SO IT GOES TO PPAREVW FOR   *
      *                        AUTHORIZATION INSTEAD OF POSTING   *
      *----------------------------------------------------------*
       1210-REFEED-ONE-HELD.
           MOVE HTR-ENTITY-ID TO ETI-ENTITY-ID
           MOVE HTR-NEW-FCT01-VAR1 TO ETI-NEW-FCT01-VAR1
           MOVE HTR-EFFECTIVE-DATE TO ETI-EFFECTIVE-DATE
           MOVE HTR-NEW-STATUS-CODE TO ETI-NEW-STATUS-CODE
           MOVE HTR-CURRENCY-CODE TO ETI-CURRENCY-CODE
           MOVE HTR-AMOUNT TO ETI-AMOUNT
           MOVE HTR-TRANS-SERIAL TO ETI-TRANS-SERIAL
           MOVE HTR-TRANS-TYPE TO ETI-TRANS-TYPE
           MOVE HTR-SOURCE-SYSTEM TO ETI-SOURCE-SYSTEM
           MOVE HTR-REVERSES-SERIAL TO ETI-REVERSES-SERIAL
           MOVE HTR-COUNTER-ENTITY-ID TO ETI-COUNTER-ENTITY-ID
           MOVE HTR-EXTERNAL-REF TO ETI-EXTERNAL-REF
           IF DL100-PDS-COUNT > 0
               MOVE ETI-EFFECTIVE-DATE (1:6) TO DL100-EFF-PERIOD
               MOVE 'N' TO DL100-PDS-FOUND-SW
               PERFORM 3956-MATCH-CLOSED-PERIOD
                   THRU 3956-MATCH-CLOSED-PERIOD-EXIT
                   VARYING DL100-PDS-IDX FROM 1 BY 1
                   UNTIL DL100-PDS-FOUND-YES
                   OR DL100-PDS-IDX > DL100-PDS-COUNT
               IF DL100-PDS-FOUND-YES
                   PERFORM 1250-DIVERT-PRIOR-PERIOD
                       THRU 1250-DIVERT-PRIOR-PERIOD-EXIT
                   GO TO 1210-REFEED-ONE-HELD-EXIT
               END-IF
           END-IF
           WRITE ENTITY-TRANS-RECORD
           ADD 1 TO DL100-HELD-REFED-COUNT.
       1210-REFEED-ONE-HELD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1250-DIVERT-PRIOR-PERIOD - DL100EDT'S RULE FOR A BACK-    *
      *                            DATED RECORD: SERIAL ASSIGNED  *
      *                            IF IT HAS NONE, THEN ONTO      *
      *                            PPAREVW PENDING AUTHORIZATION  *
      *                            (STATUS P) AND COUNTED         *
      *----------------------------------------------------------*
       1250-DIVERT-PRIOR-PERIOD.
           ADD 1 TO DL100-PPA-HELD-COUNT
           IF ETI-TRANS-SERIAL NOT NUMERIC
               OR ETI-TRANS-SERIAL = ZERO
               ADD 1 TO DL100-SERIAL-SEQ
               COMPUTE ETI-TRANS-SERIAL =
                   DL100-TODAY * 100000 + DL100-SERIAL-SEQ
           END-IF
           IF ETI-TRANS-TYPE NOT = "RV"
               MOVE ZERO TO ETI-REVERSES-SERIAL
           END-IF
           MOVE SPACE TO PPA-REVIEW-RECORD
           MOVE DL100-TODAY TO PPA-FLAGGED-DATE
           MOVE DL100-EFF-PERIOD TO PPA-PERIOD
           MOVE "P" TO PPA-STATUS
           MOVE ENTITY-TRANS-RECORD TO PPA-TRANS-IMAGE
           MOVE ZERO TO PPA-DISP-DATE
           MOVE ZERO TO PPA-DISP-TIME
           WRITE PPA-REVIEW-RECORD.
       1250-DIVERT-PRIOR-PERIOD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1260-GET-SERIAL-SEQ - DL100EDT'S SERIAL SEQUENCE FOR THIS *
      *                       BUSINESS DATE, OFF SERLCTRL, SO A   *
      *                       SERIAL ASSIGNED HERE CANNOT REPEAT  *
      *                       ONE DL100EDT HAS ALREADY GIVEN OUT  *
      *----------------------------------------------------------*
       1260-GET-SERIAL-SEQ.
           OPEN INPUT SERIAL-CONTROL-FILE
           IF DL100-SERLCTRL-NOT-FOUND
               GO TO 1260-GET-SERIAL-SEQ-EXIT
           END-IF
           READ SERIAL-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SER-LAST-DATE = DL100-TODAY
                       AND SER-LAST-SEQ NUMERIC
                       MOVE SER-LAST-SEQ TO DL100-SERIAL-SEQ
                   END-IF
           END-READ
           CLOSE SERIAL-CONTROL-FILE.
       1260-GET-SERIAL-SEQ-EXIT.
           EXIT.
      *
       1270-SAVE-SERIAL-SEQ.
           OPEN OUTPUT SERIAL-CONTROL-FILE
           MOVE SPACE TO SERIAL-CONTROL-RECORD
           MOVE DL100-TODAY TO SER-LAST-DATE
           MOVE DL100-SERIAL-SEQ TO SER-LAST-SEQ
           WRITE SERIAL-CONTROL-RECORD
           CLOSE SERIAL-CONTROL-FILE.
       1270-SAVE-SERIAL-SEQ-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1000-RESTART-SETUP - WHEN RESTART WAS REQUESTED, READ THE *
      *                      RESTART FILE FOR THE LAST CHECKPOINT *
      *                      RECORD COUNT AND ARM THE SKIP-FORWARD*
           MOVE RST-PVAL-CURRENCY (DL100-PVAL-IDX) TO
               DL100-PVAL-CURRENCY (DL100-PVAL-IDX)
           MOVE RST-PVAL-AMOUNT (DL100-PVAL-IDX) TO
               DL100-PVAL-AMOUNT (DL100-PVAL-IDX)
           IF RST-XFR-OUT (DL100-PVAL-IDX) NUMERIC
               AND RST-XFR-IN (DL100-PVAL-IDX) NUMERIC
               MOVE RST-XFR-OUT (DL100-PVAL-IDX) TO
                   DL100-PVAL-XFR-OUT (DL100-PVAL-IDX)
               MOVE RST-XFR-IN (DL100-PVAL-IDX) TO
                   DL100-PVAL-XFR-IN (DL100-PVAL-IDX)
           ELSE
               MOVE ZERO TO DL100-PVAL-XFR-OUT (DL100-PVAL-IDX)
               MOVE ZERO TO DL100-PVAL-XFR-IN (DL100-PVAL-IDX)
           END-IF.
       1060-RELOAD-PVAL-SLOT-EXIT.
           EXIT.
      *
           EXIT.
      *
      *----------------------------------------------------------*
      * 1470-GET-STREAM-REQUEST - THE PARTITIONED POSTING STREAM  *
      *                           THIS RUN POSTS, IF ANY, FROM    *
      *                           THE COMMAND LINE - STREAM, THE  *
      *                           TWO-DIGIT STREAM NUMBER AND,    *
      *                           RESUMING IT FROM ITS OWN        *
      *                           CHECKPOINT, RESTART (E.G.       *
      *                           "STREAM 01 RESTART"). EVERY     *
      *                           FILE NAME BELOW IS SWITCHED TO  *
      *                           THE STREAM'S OWN (THE CHAIN'S   *
      *                           RSTRTREQ BELONGS TO THE         *
      *                           UNPARTITIONED PASS). NO STREAM  *
      *                           PARAMETER IS THE UNPARTITIONED  *
      *                           PASS.                           *
      *----------------------------------------------------------*
       1470-GET-STREAM-REQUEST.
           IF DL100-RESTART-PARM NOT = "STREAM"
               GO TO 1470-GET-STREAM-REQUEST-EXIT
           END-IF
           IF DL100-STREAM-PARM NOT NUMERIC
               OR DL100-STREAM-PARM = "00"
               DISPLAY "STREAM PARAMETER " DL100-STREAM-PARM
                   " IS NOT A TWO-DIGIT STREAM NUMBER - JOB ABORTED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'Y' TO DL100-STREAM-SW
           MOVE DL100-STREAM-PARM TO DL100-SFN-STREAM
           IF DL100-STREAM-MODE-PARM = "RESTART"
               MOVE 'Y' TO DL100-RESTART-SW
           END-IF
           DISPLAY "POSTING STREAM " DL100-SFN-STREAM
           MOVE "CLEAN" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-TRANS-FILE-NAME
           MOVE "SORTD" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-SORTED-FILE-NAME
           MOVE "POSTT" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-POSTED-FILE-NAME
           MOVE "SUSP" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-SUSPENSE-FILE-NAME
           MOVE "RSTRT" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-RESTART-FILE-NAME
           MOVE "CTLT" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-CONTROL-FILE-NAME
           MOVE "EXTR" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-EXTRACT-FILE-NAME
           MOVE "HELD" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-HELD-FILE-NAME
           MOVE "CREJ" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-CURRREJ-FILE-NAME
           MOVE "JRNL" TO DL100-SFN-SUFFIX
           MOVE DL100-STREAM-FILE-NAME TO DL100-JOURNAL-FILE-NAME.
       1470-GET-STREAM-REQUEST-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1480-CLEAR-STREAM-OUTPUTS - A STREAM'S JOURNAL, REJECT    *
      *                             AND SUSPENSE FILES HOLD THIS  *
      *                             CYCLE'S ROWS ONLY - DL100PMG  *
      *                             APPENDS THEM TO THE CHAIN'S   *
      *                             CUMULATIVE FILES - SO A CLEAN *
      *                             STREAM RUN STARTS THEM EMPTY; *
      *                             A RESUMED ONE EXTENDS THEM    *
      *----------------------------------------------------------*
       1480-CLEAR-STREAM-OUTPUTS.
           OPEN OUTPUT CURRENCY-REJECT-FILE
           CLOSE CURRENCY-REJECT-FILE
           OPEN OUTPUT ENTITY-JOURNAL-FILE
           CLOSE ENTITY-JOURNAL-FILE
           OPEN OUTPUT SUSPENSE-TRANS-FILE
           CLOSE SUSPENSE-TRANS-FILE.
       1480-CLEAR-STREAM-OUTPUTS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1500-LOAD-LIMITS - LOAD ENTLIMIT INTO THE LIMIT TABLE.    *
      *                    NO ENTLIMIT ON DISK (NEVER SET UP)     *
      *                    LEAVES LIMIT CHECKING OFF; MORE ROWS   *
           EXIT.
      *
      *----------------------------------------------------------*
      * 1600-LOAD-PROFILES - LOAD CURRPROF INTO THE PROFILE       *
      *                      TABLE. NO CURRPROF ON DISK LEAVES    *
      *                      EVERY CURRENCY POSTABLE, AS BEFORE;  *
      *                      MORE ROWS THAN THE TABLE HOLDS       *
      *                      ABORTS - A DROPPED ROW WOULD WAIVE   *
      *                      A REAL PROFILE                       *
      *----------------------------------------------------------*
       1600-LOAD-PROFILES.
           OPEN INPUT CURRENCY-PROFILE-FILE
           IF DL100-PROFILE-NOT-FOUND
               GO TO 1600-LOAD-PROFILES-EXIT
           END-IF
           MOVE 'N' TO DL100-LOAD-EOF-SW
           PERFORM UNTIL DL100-LOAD-EOF-YES
               READ CURRENCY-PROFILE-FILE
                   AT END
                       MOVE 'Y' TO DL100-LOAD-EOF-SW
                   NOT AT END
                       PERFORM 1610-STORE-ONE-PROFILE
                           THRU 1610-STORE-ONE-PROFILE-EXIT
               END-READ
           END-PERFORM
           CLOSE CURRENCY-PROFILE-FILE.
       1600-LOAD-PROFILES-EXIT.
           EXIT.
      *
       1610-STORE-ONE-PROFILE.
           IF NOT CPF-PROFILE-ENTITY AND NOT CPF-PROFILE-CLASS
               DISPLAY "CURRPROF ROW " CPF-PROFILE-KEY
                   " IGNORED - TYPE NOT E OR C"
               GO TO 1610-STORE-ONE-PROFILE-EXIT
           END-IF
           IF DL100-PROFILE-COUNT >= 500
               DISPLAY "MORE THAN 500 CURRPROF ROWS - PROFILE TABLE "
                   "FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-PROFILE-COUNT
           MOVE CPF-PROFILE-TYPE TO
               DL100-PRF-TYPE (DL100-PROFILE-COUNT)
           MOVE CPF-PROFILE-KEY TO DL100-PRF-KEY (DL100-PROFILE-COUNT)
           IF CPF-ACTION-CONVERT
               MOVE "C" TO DL100-PRF-ACTION (DL100-PROFILE-COUNT)
               MOVE 'Y' TO DL100-PROFILE-CONVERT-SW
           ELSE
               MOVE "R" TO DL100-PRF-ACTION (DL100-PROFILE-COUNT)
           END-IF
           IF CPF-PROFILE-CLASS
               MOVE 'Y' TO DL100-PROFILE-CLASS-SW
           END-IF
           PERFORM 1615-STORE-ONE-PERMITTED
               THRU 1615-STORE-ONE-PERMITTED-EXIT
               VARYING DL100-PERMIT-IDX FROM 1 BY 1
               UNTIL DL100-PERMIT-IDX > 10.
       1610-STORE-ONE-PROFILE-EXIT.
           EXIT.
      *
       1615-STORE-ONE-PERMITTED.
           MOVE CPF-PERMITTED-CURRENCY (DL100-PERMIT-IDX) TO
               DL100-PRF-CURRENCY (DL100-PROFILE-COUNT,
                   DL100-PERMIT-IDX).
       1615-STORE-ONE-PERMITTED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1650-LOAD-RATES - LOAD THE RATE TABLE FROM THE CUMULATIVE *
      *                   EXCHRATE: PER PAIR, THE MOST RECENT     *
      *                   RATE DATED ON OR BEFORE THE BUSINESS    *
      *                   DATE. NO EXCHRATE LEAVES NOTHING TO     *
      *                   CONVERT AT, AND A CONVERTING PROFILE    *
      *                   REJECTS INSTEAD                         *
      *----------------------------------------------------------*
       1650-LOAD-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF DL100-RATE-NOT-FOUND
               GO TO 1650-LOAD-RATES-EXIT
           END-IF
           MOVE 'N' TO DL100-LOAD-EOF-SW
           PERFORM UNTIL DL100-LOAD-EOF-YES
               READ EXCHANGE-RATE-FILE
                   AT END
                       MOVE 'Y' TO DL100-LOAD-EOF-SW
                   NOT AT END
                       IF XRT-RATE-DATE <= DL100-TODAY
                           PERFORM 1660-TAKE-ONE-RATE
                               THRU 1660-TAKE-ONE-RATE-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCHANGE-RATE-FILE.
       1650-LOAD-RATES-EXIT.
           EXIT.
      *
       1660-TAKE-ONE-RATE.
           MOVE 'N' TO DL100-RATE-FOUND-SW
           PERFORM 1665-MATCH-RATE-SLOT
               THRU 1665-MATCH-RATE-SLOT-EXIT
               VARYING DL100-RATE-IDX FROM 1 BY 1
               UNTIL DL100-RATE-FOUND-YES
               OR DL100-RATE-IDX > DL100-RATE-COUNT
           IF DL100-RATE-FOUND-YES
               IF XRT-RATE-DATE >= DL100-RATE-ASOF (DL100-RATE-IDX)
                   MOVE XRT-RATE TO DL100-RATE-VALUE (DL100-RATE-IDX)
                   MOVE XRT-RATE-DATE TO
                       DL100-RATE-ASOF (DL100-RATE-IDX)
               END-IF
               GO TO 1660-TAKE-ONE-RATE-EXIT
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
       1660-TAKE-ONE-RATE-EXIT.
           EXIT.
      *
       1665-MATCH-RATE-SLOT.
           IF DL100-RATE-FROM (DL100-RATE-IDX) = XRT-FROM-CURRENCY
               AND DL100-RATE-TO (DL100-RATE-IDX) = XRT-TO-CURRENCY
               SUBTRACT 1 FROM DL100-RATE-IDX
               MOVE 'Y' TO DL100-RATE-FOUND-SW
           END-IF.
       1665-MATCH-RATE-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1680-LOAD-CLASSES - EVERY CLASSIFIED ENTITY'S ENTREF      *
      *                     CLASS CODE, FOR THE CLASS PROFILES.   *
      *                     MORE THAN THE TABLE HOLDS ABORTS - A  *
      *                     DROPPED ENTITY WOULD ESCAPE ITS       *
      *                     CLASS PROFILE                         *
      *----------------------------------------------------------*
       1680-LOAD-CLASSES.
           OPEN INPUT ENTITY-REFERENCE-FILE
           IF DL100-REF-NOT-FOUND
               GO TO 1680-LOAD-CLASSES-EXIT
           END-IF
           MOVE 'N' TO DL100-LOAD-EOF-SW
           PERFORM UNTIL DL100-LOAD-EOF-YES
               READ ENTITY-REFERENCE-FILE
                   AT END
                       MOVE 'Y' TO DL100-LOAD-EOF-SW
                   NOT AT END
                       IF ERF-CLASS-CODE NOT = SPACE
                           PERFORM 1690-STORE-ONE-CLASS
                               THRU 1690-STORE-ONE-CLASS-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENTITY-REFERENCE-FILE.
       1680-LOAD-CLASSES-EXIT.
           EXIT.
      *
       1690-STORE-ONE-CLASS.
           IF DL100-CLASS-COUNT >= 5000
               DISPLAY "MORE THAN 5000 CLASSIFIED ENTREF ROWS - "
                   "CLASS TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-CLASS-COUNT
           MOVE ERF-ENTITY-ID TO DL100-CLS-ENTITY-ID (DL100-CLASS-COUNT)
           MOVE ERF-CLASS-CODE TO DL100-CLS-CODE (DL100-CLASS-COUNT).
       1690-STORE-ONE-CLASS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1700-LOAD-EARMARKS - LOAD THE EARMARKS IN FORCE ON THE    *
      *                      BUSINESS DATE: STATUS A AND NO       *
      *                      EXPIRY DATE, OR ONE NOT YET PASSED.  *
      *                      NO EARMARK FILE ON DISK MEANS NONE;  *
      *                      MORE THAN THE TABLE HOLDS ABORTS - A *
      *                      DROPPED EARMARK WOULD RELEASE FUNDS  *
      *                      UNDER A LEGAL HOLD                   *
      *----------------------------------------------------------*
       1700-LOAD-EARMARKS.
           OPEN INPUT EARMARK-FILE
           IF DL100-EARMARK-NOT-FOUND
               GO TO 1700-LOAD-EARMARKS-EXIT
           END-IF
           PERFORM UNTIL DL100-EARMARK-EOF-YES
               READ EARMARK-FILE
                   AT END
                       MOVE 'Y' TO DL100-EARMARK-EOF-SW
                   NOT AT END
                       PERFORM 1710-STORE-ONE-EARMARK
                           THRU 1710-STORE-ONE-EARMARK-EXIT
               END-READ
           END-PERFORM
           CLOSE EARMARK-FILE.
       1700-LOAD-EARMARKS-EXIT.
           EXIT.
      *
       1710-STORE-ONE-EARMARK.
           IF NOT EMK-STATUS-ACTIVE
               OR EMK-AMOUNT NOT NUMERIC
               GO TO 1710-STORE-ONE-EARMARK-EXIT
           END-IF
           IF EMK-EXPIRY-DATE NUMERIC
               AND EMK-EXPIRY-DATE NOT = ZERO
               AND EMK-EXPIRY-DATE < DL100-TODAY
               GO TO 1710-STORE-ONE-EARMARK-EXIT
           END-IF
           IF DL100-EARMARK-COUNT >= 2000
               DISPLAY "MORE THAN 2000 EARMARKS IN FORCE - EARMARK "
                   "TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-EARMARK-COUNT
           MOVE EMK-ENTITY-ID TO
               DL100-EMK-ENTITY-ID (DL100-EARMARK-COUNT)
           MOVE EMK-CURRENCY-CODE TO
               DL100-EMK-CURRENCY-CODE (DL100-EARMARK-COUNT)
           MOVE EMK-AMOUNT TO DL100-EMK-AMOUNT (DL100-EARMARK-COUNT).
       1710-STORE-ONE-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1720-LOAD-SANCTION-HOLDS - LOAD THE ENTITIES WITH A       *
      *                            CONFIRMED SANCTIONS MATCH. NO  *
      *                            SANCREVW ON DISK MEANS NONE;   *
      *                            MORE THAN THE TABLE HOLDS      *
      *                            ABORTS - A DROPPED HOLD WOULD  *
      *                            LET A SANCTIONED PARTY POST    *
      *----------------------------------------------------------*
       1720-LOAD-SANCTION-HOLDS.
           OPEN INPUT SANCTIONS-REVIEW-FILE
           IF DL100-SANCREVW-NOT-FOUND
               GO TO 1720-LOAD-SANCTION-HOLDS-EXIT
           END-IF
           PERFORM UNTIL DL100-SANCREVW-EOF-YES
               READ SANCTIONS-REVIEW-FILE
                   AT END
                       MOVE 'Y' TO DL100-SANCREVW-EOF-SW
                   NOT AT END
                       PERFORM 1730-STORE-ONE-HOLD
                           THRU 1730-STORE-ONE-HOLD-EXIT
               END-READ
           END-PERFORM
           CLOSE SANCTIONS-REVIEW-FILE.
       1720-LOAD-SANCTION-HOLDS-EXIT.
           EXIT.
      *
       1730-STORE-ONE-HOLD.
           IF NOT SRV-STATUS-CONFIRMED
               GO TO 1730-STORE-ONE-HOLD-EXIT
           END-IF
           MOVE 'N' TO DL100-HOLD-FOUND-SW
           PERFORM 1740-MATCH-HOLD THRU 1740-MATCH-HOLD-EXIT
               VARYING DL100-HOLD-IDX FROM 1 BY 1
               UNTIL DL100-HOLD-IDX > DL100-HOLD-COUNT
           IF DL100-HOLD-FOUND-YES
               GO TO 1730-STORE-ONE-HOLD-EXIT
           END-IF
           IF DL100-HOLD-COUNT >= 500
               DISPLAY "MORE THAN 500 ENTITIES ON SANCTIONS HOLD - "
                   "HOLD TABLE FULL, JOB ABORTED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO DL100-HOLD-COUNT
           MOVE SRV-ENTITY-ID TO
               DL100-HOLD-ENTITY-ID (DL100-HOLD-COUNT).
       1730-STORE-ONE-HOLD-EXIT.
           EXIT.
      *
       1740-MATCH-HOLD.
           IF DL100-HOLD-ENTITY-ID (DL100-HOLD-IDX) = SRV-ENTITY-ID
               MOVE 'Y' TO DL100-HOLD-FOUND-SW
               MOVE DL100-HOLD-COUNT TO DL100-HOLD-IDX
           END-IF.
       1740-MATCH-HOLD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1750-LOAD-CLOSED-PERIODS - LOAD THE MONTHS DL100MEC HAS   *
      *                            CLOSED. NO PERIODST ON DISK    *
      *                            MEANS NONE; MORE THAN THE      *
      *                            TABLE HOLDS ABORTS - A DROPPED *
      *                            MONTH WOULD LET AN ADJUSTMENT  *
      *                            POST UNMARKED                  *
      *----------------------------------------------------------*
       1750-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-STATUS-FILE
           IF DL100-PERIODST-NOT-FOUND
               GO TO 1750-LOAD-CLOSED-PERIODS-EXIT
           END-IF
           PERFORM UNTIL DL100-PERIODST-EOF-YES
               READ PERIOD-STATUS-FILE
                   AT END
                       MOVE 'Y' TO DL100-PERIODST-EOF-SW
                   NOT AT END
                       IF PDS-STATUS-CLOSED AND PDS-PERIOD NUMERIC
                           IF DL100-PDS-COUNT >= 600
                               DISPLAY "MORE THAN 600 CLOSED "
                                   "PERIODS ON PERIODST - TABLE "
                                   "FULL, JOB ABORTED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO DL100-PDS-COUNT
                           MOVE PDS-PERIOD TO
                               DL100-PDS-PERIOD (DL100-PDS-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-STATUS-FILE.
       1750-LOAD-CLOSED-PERIODS-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 1400-GET-RUN-MODE - THE OPERATOR'S ACCEPTED ACTION FOR    *
      *                     THIS RUN: 1 POSTS, 2 IS A TRIAL PASS  *
      *                     THAT UPDATES NOTHING. ACCEPTRN        *
      *                       OTHERWISE APPLY IT TO THE IN-       *
      *                       STORAGE MASTER RECORD OF ITS        *
      *                       ENTITY'S GROUP, FINISHING THE       *
      *                       PREVIOUS GROUP AT AN ENTITY BREAK.  *
      *                       A RECORD NAMING A COUNTERPARTY IS A *
      *                       TRANSFER AND GOES TO 3200 WHOLE     *
      *----------------------------------------------------------*
       2050-PROCESS-DETAIL.
           MOVE 'N' TO DL100-CONVERTED-SW
           IF DL100-SKIPPING-YES
               IF DL100-READ-COUNT <= DL100-CHECKPOINT-COUNT
                   GO TO 2050-PROCESS-DETAIL-EXIT
               PERFORM 3100-START-ENTITY
                   THRU 3100-START-ENTITY-EXIT
           END-IF
           IF ETR-COUNTER-ENTITY-ID NOT = SPACE
               PERFORM 3200-PROCESS-TRANSFER
                   THRU 3200-PROCESS-TRANSFER-EXIT
               GO TO 2050-PROCESS-DETAIL-EXIT
           END-IF
           PERFORM 3600-CHECK-LIFECYCLE
               THRU 3600-CHECK-LIFECYCLE-EXIT
           IF NOT DL100-SUSPEND-YES
               PERFORM 3610-CHECK-CURRENCY-PROFILE
                   THRU 3610-CHECK-CURRENCY-PROFILE-EXIT
               IF DL100-CCY-REJECT-YES
                   PERFORM 3690-REJECT-TO-CURRREJ
                       THRU 3690-REJECT-TO-CURRREJ-EXIT
                   GO TO 2050-PROCESS-DETAIL-EXIT
               END-IF
           END-IF
           IF NOT DL100-SUSPEND-YES
               PERFORM 3620-CHECK-LIMITS THRU 3620-CHECK-LIMITS-EXIT
           END-IF
           IF DL100-SUSPEND-YES
               IF DL100-CONVERTED-YES
                   MOVE DL100-CNV-ORIG-IMAGE TO SORTED-TRANS-RECORD
               END-IF
               PERFORM 3680-SUSPEND-TRANS
                   THRU 3680-SUSPEND-TRANS-EXIT
               GO TO 2050-PROCESS-DETAIL-EXIT
           PERFORM 3000-APPLY-TRANS THRU 3000-APPLY-TRANS-EXIT
           ADD 1 TO DL100-ENTITY-COUNT
           ADD 1 TO DL100-GROUP-TRANS-COUNT
           IF DL100-CONVERTED-YES
               ADD 1 TO DL100-CONVERT-COUNT
           END-IF
           IF ETR-TRANS-TYPE = "RV"
               ADD 1 TO DL100-REVERSAL-COUNT
           END-IF
           EVALUATE ETR-NEW-FCT01-VAR1
               WHEN "A"
                   ADD 1 TO DL100-COUNT-A
           EXIT.
      *
      *----------------------------------------------------------*
      * 3200-PROCESS-TRANSFER - AN XF (OR THE RV OF ONE): THE     *
      *                         DEBIT LEG (ETR-AMOUNT OUT OF THE  *
      *                         GROUP'S ENTITY) AND THE CREDIT    *
      *                         LEG (INTO THE COUNTERPARTY) ARE   *
      *                         BOTH CHECKED BEFORE EITHER IS     *
      *                         APPLIED. BOTH PASS AND BOTH       *
      *                         POST; EITHER FAILS AND BOTH GO TO *
      *                         SUSPENSE TOGETHER                 *
      *----------------------------------------------------------*
       3200-PROCESS-TRANSFER.
           MOVE SORTED-TRANS-RECORD TO DL100-XFR-TRANS-IMAGE
           MOVE ETR-AMOUNT TO DL100-XFR-AMOUNT
           MOVE ETR-COUNTER-ENTITY-ID TO DL100-XFR-COUNTER-ID
           MOVE SPACE TO DL100-XFR-DEBIT-REASON
           MOVE SPACE TO DL100-XFR-CREDIT-REASON
           COMPUTE ETR-AMOUNT = 0 - DL100-XFR-AMOUNT
           MOVE SORTED-TRANS-RECORD TO DL100-XFR-DEBIT-IMAGE
           MOVE DL100-XFR-COUNTER-ID TO ETR-ENTITY-ID
           MOVE DL100-GROUP-ENTITY-ID TO ETR-COUNTER-ENTITY-ID
           MOVE DL100-XFR-AMOUNT TO ETR-AMOUNT
           MOVE SORTED-TRANS-RECORD TO DL100-XFR-CREDIT-IMAGE
           IF DL100-XFR-COUNTER-ID = DL100-GROUP-ENTITY-ID
               MOVE "TRANSFER TO SAME ENTITY" TO
                   DL100-XFR-DEBIT-REASON
               PERFORM 3260-SUSPEND-TRANSFER
                   THRU 3260-SUSPEND-TRANSFER-EXIT
               GO TO 3200-PROCESS-TRANSFER-EXIT
           END-IF
           MOVE DL100-XFR-DEBIT-IMAGE TO SORTED-TRANS-RECORD
           PERFORM 3220-CHECK-XFR-LEG THRU 3220-CHECK-XFR-LEG-EXIT
           IF DL100-SUSPEND-YES
               MOVE DL100-SUSPEND-REASON TO DL100-XFR-DEBIT-REASON
               PERFORM 3260-SUSPEND-TRANSFER
                   THRU 3260-SUSPEND-TRANSFER-EXIT
               GO TO 3200-PROCESS-TRANSFER-EXIT
           END-IF
           MOVE ENTITY-MASTER-RECORD TO DL100-XFR-SAVE-MASTER
           MOVE DL100-XFR-CREDIT-IMAGE TO SORTED-TRANS-RECORD
           PERFORM 3240-LOAD-COUNTERPARTY
               THRU 3240-LOAD-COUNTERPARTY-EXIT
           IF NOT DL100-SUSPEND-YES
               PERFORM 3220-CHECK-XFR-LEG THRU 3220-CHECK-XFR-LEG-EXIT
           END-IF
           MOVE DL100-XFR-SAVE-MASTER TO ENTITY-MASTER-RECORD
           IF DL100-SUSPEND-YES
               MOVE DL100-SUSPEND-REASON TO DL100-XFR-CREDIT-REASON
               PERFORM 3260-SUSPEND-TRANSFER
                   THRU 3260-SUSPEND-TRANSFER-EXIT
               GO TO 3200-PROCESS-TRANSFER-EXIT
           END-IF
           MOVE DL100-XFR-DEBIT-IMAGE TO SORTED-TRANS-RECORD
           MOVE ETR-ENTITY-ID TO xxxENT-ENTITY-ID
           MOVE ETR-ENTITY-ID TO xxxENTS-ENTITY-ID
           MOVE ETR-NEW-FCT01-VAR1 TO xxxENT-FCT01-Var1
           MOVE ETR-NEW-FCT01-VAR1 TO xxxENTS-FCT01-Var1
           PERFORM 3000-APPLY-TRANS THRU 3000-APPLY-TRANS-EXIT
           MOVE ENTITY-MASTER-RECORD TO DL100-XFR-SAVE-MASTER
           MOVE DL100-XFR-CREDIT-IMAGE TO SORTED-TRANS-RECORD
           MOVE DL100-XCP-IMAGE (DL100-XCP-HIT-IDX) TO
               ENTITY-MASTER-RECORD
           MOVE DL100-GROUP-NEW-SW TO DL100-XFR-NEW-SW
           MOVE 'N' TO DL100-GROUP-NEW-SW
           PERFORM 3000-APPLY-TRANS THRU 3000-APPLY-TRANS-EXIT
           MOVE DL100-XFR-NEW-SW TO DL100-GROUP-NEW-SW
           MOVE ENTITY-MASTER-RECORD TO
               DL100-XCP-IMAGE (DL100-XCP-HIT-IDX)
           MOVE 'Y' TO DL100-XCP-POSTED-SW (DL100-XCP-HIT-IDX)
           MOVE DL100-XFR-SAVE-MASTER TO ENTITY-MASTER-RECORD
           MOVE DL100-XFR-TRANS-IMAGE TO SORTED-TRANS-RECORD
           ADD 2 TO DL100-ENTITY-COUNT
           ADD 2 TO DL100-COUNT-OTHER
           ADD 1 TO DL100-GROUP-TRANS-COUNT
           ADD 1 TO DL100-TRANSFER-COUNT
           IF ETR-TRANS-TYPE = "RV"
               ADD 1 TO DL100-REVERSAL-COUNT
           END-IF.
       3200-PROCESS-TRANSFER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3220-CHECK-XFR-LEG - ONE LEG AGAINST THE RECORD NOW IN    *
      *                      THE ENTMAST RECORD AREA: THE SAME    *
      *                      LIFECYCLE, CURRENCY-PROFILE AND      *
      *                      LIMIT RULES AS ANY POSTING, PLUS THE *
      *                      CURRENCY-SLOT CHECK                  *
      *----------------------------------------------------------*
       3220-CHECK-XFR-LEG.
           PERFORM 3600-CHECK-LIFECYCLE
               THRU 3600-CHECK-LIFECYCLE-EXIT
           IF NOT DL100-SUSPEND-YES
               PERFORM 3610-CHECK-CURRENCY-PROFILE
                   THRU 3610-CHECK-CURRENCY-PROFILE-EXIT
               IF DL100-CCY-REJECT-YES
                   MOVE "CURRENCY NOT IN PROFILE" TO
                       DL100-SUSPEND-REASON
                   MOVE 'Y' TO DL100-SUSPEND-SW
               END-IF
           END-IF
           IF NOT DL100-SUSPEND-YES
               PERFORM 3230-CHECK-XFR-SLOT
                   THRU 3230-CHECK-XFR-SLOT-EXIT
           END-IF
           IF NOT DL100-SUSPEND-YES
               PERFORM 3620-CHECK-LIMITS THRU 3620-CHECK-LIMITS-EXIT
           END-IF.
       3220-CHECK-XFR-LEG-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3230-CHECK-XFR-SLOT - A TRANSFER LEG MUST LAND ON THE     *
      *                       HOME BALANCE, AN EXISTING CURR-BAL  *
      *                       SLOT OR A FREE ONE. THE CURRBOV     *
      *                       OVERFLOW IS APPLIED ONLY AT THE     *
      *                       GROUP'S OWN BOUNDARY, SO A LEG THAT *
      *                       WOULD NEED IT IS SUSPENDED          *
      *----------------------------------------------------------*
       3230-CHECK-XFR-SLOT.
           IF ETR-CURRENCY-CODE = XXXENTM-HOME-CURRENCY
               GO TO 3230-CHECK-XFR-SLOT-EXIT
           END-IF
           MOVE 'N' TO DL100-CURR-FOUND-SW
           PERFORM 3645-PROJECT-ONE-SLOT
               THRU 3645-PROJECT-ONE-SLOT-EXIT
               VARYING DL100-CURR-IDX FROM 1 BY 1
               UNTIL DL100-CURR-FOUND-YES
               OR DL100-CURR-IDX > XXXENTM-CURR-BAL-COUNT
           IF DL100-CURR-FOUND-YES
               OR XXXENTM-CURR-BAL-COUNT < 5
               GO TO 3230-CHECK-XFR-SLOT-EXIT
           END-IF
           MOVE "TRANSFER LEG NEEDS CURRBOV ROW" TO
               DL100-SUSPEND-REASON
           MOVE 'Y' TO DL100-SUSPEND-SW.
       3230-CHECK-XFR-SLOT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3240-LOAD-COUNTERPARTY - BRING THE COUNTERPARTY'S RECORD  *
      *                          INTO THE ENTMAST RECORD AREA:    *
      *                          FROM THE GROUP'S COUNTERPARTY    *
      *                          TABLE WHEN AN EARLIER TRANSFER   *
      *                          IN THE GROUP ALREADY READ IT,    *
      *                          ELSE BY KEY. A TRANSFER NEVER    *
      *                          CREATES AN ENTITY - ONE NOT ON   *
      *                          ENTMAST SUSPENDS THE PAIR        *
      *----------------------------------------------------------*
       3240-LOAD-COUNTERPARTY.
           MOVE 'N' TO DL100-SUSPEND-SW
           MOVE SPACE TO DL100-SUSPEND-REASON
           MOVE ZERO TO DL100-XCP-HIT-IDX
           PERFORM 3245-MATCH-COUNTERPARTY
               THRU 3245-MATCH-COUNTERPARTY-EXIT
               VARYING DL100-XCP-IDX FROM 1 BY 1
               UNTIL DL100-XCP-HIT-IDX > 0
               OR DL100-XCP-IDX > DL100-XCP-COUNT
           IF DL100-XCP-HIT-IDX > 0
               MOVE DL100-XCP-IMAGE (DL100-XCP-HIT-IDX) TO
                   ENTITY-MASTER-RECORD
               GO TO 3240-LOAD-COUNTERPARTY-EXIT
           END-IF
           IF DL100-XCP-COUNT >= 20
               MOVE "TRANSFER COUNTERPARTIES FULL" TO
                   DL100-SUSPEND-REASON
               MOVE 'Y' TO DL100-SUSPEND-SW
               GO TO 3240-LOAD-COUNTERPARTY-EXIT
           END-IF
           MOVE ETR-ENTITY-ID TO XXXENTM-ENTITY-ID
           READ ENTITY-MASTER-FILE
               INVALID KEY
                   MOVE "COUNTERPARTY NOT ON ENTMAST" TO
                       DL100-SUSPEND-REASON
                   MOVE 'Y' TO DL100-SUSPEND-SW
               NOT INVALID KEY
                   ADD 1 TO DL100-XCP-COUNT
                   MOVE DL100-XCP-COUNT TO DL100-XCP-HIT-IDX
                   MOVE ETR-ENTITY-ID TO
                       DL100-XCP-ID (DL100-XCP-HIT-IDX)
                   MOVE 'N' TO DL100-XCP-POSTED-SW (DL100-XCP-HIT-IDX)
                   MOVE ENTITY-MASTER-RECORD TO
                       DL100-XCP-IMAGE (DL100-XCP-HIT-IDX)
           END-READ.
       3240-LOAD-COUNTERPARTY-EXIT.
           EXIT.
      *
       3245-MATCH-COUNTERPARTY.
           IF DL100-XCP-ID (DL100-XCP-IDX) = ETR-ENTITY-ID
               MOVE DL100-XCP-IDX TO DL100-XCP-HIT-IDX
           END-IF.
       3245-MATCH-COUNTERPARTY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3260-SUSPEND-TRANSFER - BOTH LEGS TO SUSPENSE, EACH AS IT *
      *                         WOULD HAVE POSTED: THE FAILING    *
      *                         LEG WITH THE RULE IT BROKE, THE   *
      *                         OTHER MARKED AS HELD BACK WITH IT *
      *----------------------------------------------------------*
       3260-SUSPEND-TRANSFER.
           MOVE DL100-XFR-DEBIT-IMAGE TO SORTED-TRANS-RECORD
           IF DL100-XFR-DEBIT-REASON = SPACE
               MOVE "TRANSFER OTHER LEG SUSPENDED" TO
                   DL100-SUSPEND-REASON
           ELSE
               MOVE DL100-XFR-DEBIT-REASON TO DL100-SUSPEND-REASON
           END-IF
           PERFORM 3680-SUSPEND-TRANS THRU 3680-SUSPEND-TRANS-EXIT
           MOVE DL100-XFR-CREDIT-IMAGE TO SORTED-TRANS-RECORD
           IF DL100-XFR-CREDIT-REASON = SPACE
               MOVE "TRANSFER OTHER LEG SUSPENDED" TO
                   DL100-SUSPEND-REASON
           ELSE
               MOVE DL100-XFR-CREDIT-REASON TO DL100-SUSPEND-REASON
           END-IF
           PERFORM 3680-SUSPEND-TRANS THRU 3680-SUSPEND-TRANS-EXIT
           MOVE DL100-XFR-TRANS-IMAGE TO SORTED-TRANS-RECORD.
       3260-SUSPEND-TRANSFER-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3270-REWRITE-COUNTERPARTY - AT THE ENTITY BOUNDARY, ONE   *
      *                             REWRITE PER COUNTERPARTY THE  *
      *                             GROUP'S TRANSFERS POSTED TO   *
      *----------------------------------------------------------*
       3270-REWRITE-COUNTERPARTY.
           IF DL100-XCP-POSTED-SW (DL100-XCP-IDX) NOT = 'Y'
               GO TO 3270-REWRITE-COUNTERPARTY-EXIT
           END-IF
           MOVE DL100-XCP-IMAGE (DL100-XCP-IDX) TO ENTITY-MASTER-RECORD
           REWRITE ENTITY-MASTER-RECORD.
       3270-REWRITE-COUNTERPARTY-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3500-FINISH-ENTITY - ENTITY BREAK (OR END OF FILE): ONE   *
      *                      WRITE OR REWRITE OF THE GROUP'S      *
      *                      MASTER RECORD (AND OF ANY TRANSFER   *
      *                      COUNTERPARTY IT POSTED TO), THEN A   *
      *                      CHECKPOINT -                         *
      *                      THE NATURALLY SAFE RESTART POINT,    *
      *                      SINCE AN ABEND MID-GROUP HAS WRITTEN *
      *                      NOTHING FOR THAT GROUP YET           *
               ELSE
                   REWRITE ENTITY-MASTER-RECORD
               END-IF
               PERFORM 3270-REWRITE-COUNTERPARTY
                   THRU 3270-REWRITE-COUNTERPARTY-EXIT
                   VARYING DL100-XCP-IDX FROM 1 BY 1
                   UNTIL DL100-XCP-IDX > DL100-XCP-COUNT
           END-IF
           MOVE ZERO TO DL100-XCP-COUNT
           PERFORM 3550-FLUSH-GROUP-FILES
               THRU 3550-FLUSH-GROUP-FILES-EXIT
           IF NOT DL100-TRIAL-YES
      *
      *----------------------------------------------------------*
      * 3550-FLUSH-GROUP-FILES - WRITE THE GROUP'S BUFFERED       *
      *                          EXTRACT, JOURNAL, SUSPENSE AND   *
      *                          CURRENCY-PROFILE REJECT ROWS,    *
      *                          THEN CLEAR THE BUFFERS.          *
      *                          RUNS IMMEDIATELY                 *
      *                          AHEAD OF THE CHECKPOINT SO A     *
      *                          MID-GROUP ABEND LEAVES NOTHING   *
               THRU 3580-FLUSH-ONE-SUSPENSE-EXIT
               VARYING DL100-BUF-IDX FROM 1 BY 1
               UNTIL DL100-BUF-IDX > DL100-SBUF-COUNT
           PERFORM 3585-FLUSH-ONE-REJECT
               THRU 3585-FLUSH-ONE-REJECT-EXIT
               VARYING DL100-BUF-IDX FROM 1 BY 1
               UNTIL DL100-BUF-IDX > DL100-RBUF-COUNT
           MOVE ZERO TO DL100-XBUF-COUNT
           MOVE ZERO TO DL100-JBUF-COUNT
           MOVE ZERO TO DL100-SBUF-COUNT
           MOVE ZERO TO DL100-RBUF-COUNT.
       3550-FLUSH-GROUP-FILES-EXIT.
           EXIT.
      *
           WRITE SUSPENSE-TRANS-RECORD.
       3580-FLUSH-ONE-SUSPENSE-EXIT.
           EXIT.
      *
       3585-FLUSH-ONE-REJECT.
           MOVE DL100-RBUF-ENTRY (DL100-BUF-IDX) TO
               CURRENCY-REJECT-RECORD
           WRITE CURRENCY-REJECT-RECORD.
       3585-FLUSH-ONE-REJECT-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3595-GROUP-BUFFER-FULL - A GROUP OF MORE THAN 200         *
           MOVE ETR-TRANS-SERIAL TO HTR-TRANS-SERIAL
           MOVE ETR-TRANS-TYPE TO HTR-TRANS-TYPE
           MOVE ETR-SOURCE-SYSTEM TO HTR-SOURCE-SYSTEM
           MOVE ETR-REVERSES-SERIAL TO HTR-REVERSES-SERIAL
           MOVE ETR-COUNTER-ENTITY-ID TO HTR-COUNTER-ENTITY-ID
           MOVE ETR-EXTERNAL-REF TO HTR-EXTERNAL-REF
           WRITE HELD-TRANS-RECORD.
       3800-HOLD-TRANS-EXIT.
           EXIT.
      *                        AN EXPLICIT RA REACTIVATION, AND   *
      *                        CLOSURE ONLY AT ZERO BALANCES      *
      *                        (AFTER THIS TRANSACTION'S OWN      *
      *                        AMOUNT). AN ENTITY ON SANCTIONS    *
      *                        HOLD TAKES NOTHING AT ALL, AHEAD   *
      *                        OF EVERY OTHER RULE                *
      *----------------------------------------------------------*
       3600-CHECK-LIFECYCLE.
           MOVE 'N' TO DL100-SUSPEND-SW
           MOVE SPACE TO DL100-SUSPEND-REASON
           IF DL100-HOLD-COUNT > 0
               MOVE 'N' TO DL100-HOLD-FOUND-SW
               PERFORM 3605-MATCH-SANCTION-HOLD
                   THRU 3605-MATCH-SANCTION-HOLD-EXIT
                   VARYING DL100-HOLD-IDX FROM 1 BY 1
                   UNTIL DL100-HOLD-IDX > DL100-HOLD-COUNT
               IF DL100-HOLD-FOUND-YES
                   MOVE "SANCTIONS HOLD" TO DL100-SUSPEND-REASON
                   MOVE 'Y' TO DL100-SUSPEND-SW
                   ADD 1 TO DL100-HOLD-SUSPEND-COUNT
                   GO TO 3600-CHECK-LIFECYCLE-EXIT
               END-IF
           END-IF
           IF XXXENTM-STATUS-CLOSED
               IF ETR-NEW-STATUS-CODE = "AC"
                   AND ETR-TRANS-TYPE = "RA"
                   GO TO 3600-CHECK-LIFECYCLE-EXIT
               END-IF
               IF ETR-NEW-STATUS-CODE NOT = SPACE
                   AND ETR-NEW-STATUS-CODE NOT = "CL"
                   AND ETR-TRANS-TYPE = "RV"
                   GO TO 3600-CHECK-LIFECYCLE-EXIT
               END-IF
               IF ETR-NEW-STATUS-CODE NOT = SPACE
                   MOVE "STATUS CHANGE ON CLOSED ENTITY" TO
                       DL100-SUSPEND-REASON
           END-IF.
       3600-CHECK-LIFECYCLE-EXIT.
           EXIT.
      *
       3605-MATCH-SANCTION-HOLD.
           IF DL100-HOLD-ENTITY-ID (DL100-HOLD-IDX) = ETR-ENTITY-ID
               MOVE 'Y' TO DL100-HOLD-FOUND-SW
               MOVE DL100-HOLD-COUNT TO DL100-HOLD-IDX
           END-IF.
       3605-MATCH-SANCTION-HOLD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3620-CHECK-LIMITS - THE ENTLIMIT POSTING LIMITS AND THE   *
      *                     EARMARKS IN FORCE, TESTED AGAINST THE *
      *                     GROUP'S IN-STORAGE RECORD: THE        *
      *                     TRANSACTION AMOUNT MAY NOT EXCEED THE *
      *                     PER-TRANSACTION MAXIMUM, THE BALANCE  *
      *                     IT LANDS ON (HOME, TABLE SLOT OR      *
      *                     OVERFLOW ROW) MAY NOT FALL BELOW THE  *
      *                     OVERDRAFT FLOOR, AND A DEBIT MAY NOT  *
      *                     TAKE THAT BALANCE LESS THE AMOUNT     *
      *                     EARMARKED IN THE CURRENCY BELOW THE   *
      *                     FLOOR (ZERO WHEN THERE IS NO FLOOR)   *
      *----------------------------------------------------------*
       3620-CHECK-LIMITS.
           IF ETR-CURRENCY-CODE = SPACE
               OR ETR-AMOUNT = ZERO
               GO TO 3620-CHECK-LIMITS-EXIT
           END-IF
           IF NOT DL100-LIMIT-ACTIVE-YES
               AND DL100-EARMARK-COUNT = ZERO
               GO TO 3620-CHECK-LIMITS-EXIT
           END-IF
           MOVE 'N' TO DL100-LIMIT-FOUND-SW
           MOVE 'N' TO DL100-WORK-FLOOR-ON-SW
           IF DL100-LIMIT-ACTIVE-YES
               PERFORM 3630-RESOLVE-LIMIT THRU 3630-RESOLVE-LIMIT-EXIT
           END-IF
           IF ETR-AMOUNT < ZERO
               COMPUTE DL100-WORK-ABS-AMOUNT = 0 - ETR-AMOUNT
           ELSE
               MOVE ETR-AMOUNT TO DL100-WORK-ABS-AMOUNT
           END-IF
           IF DL100-LIMIT-FOUND-YES
               AND DL100-WORK-TRANS-MAX > ZERO
               AND DL100-WORK-ABS-AMOUNT > DL100-WORK-TRANS-MAX
               MOVE "LIMIT BREACH - TRANS MAX" TO
                   DL100-SUSPEND-REASON
               ADD 1 TO DL100-LIMIT-BREACH-COUNT
               GO TO 3620-CHECK-LIMITS-EXIT
           END-IF
           MOVE ZERO TO DL100-WORK-EARMARKED
           IF ETR-AMOUNT < ZERO
               PERFORM 3625-ADD-EARMARK THRU 3625-ADD-EARMARK-EXIT
                   VARYING DL100-EARMARK-IDX FROM 1 BY 1
                   UNTIL DL100-EARMARK-IDX > DL100-EARMARK-COUNT
           END-IF
           IF NOT DL100-WORK-FLOOR-ON-YES
               AND DL100-WORK-EARMARKED = ZERO
               GO TO 3620-CHECK-LIMITS-EXIT
           END-IF
           PERFORM 3640-PROJECT-BALANCE
               THRU 3640-PROJECT-BALANCE-EXIT
           IF DL100-WORK-FLOOR-ON-YES
               AND DL100-WORK-NEW-BALANCE < DL100-WORK-FLOOR
               MOVE "LIMIT BREACH - OVERDRAFT" TO
                   DL100-SUSPEND-REASON
               MOVE 'Y' TO DL100-SUSPEND-SW
               ADD 1 TO DL100-LIMIT-BREACH-COUNT
               GO TO 3620-CHECK-LIMITS-EXIT
           END-IF
           IF DL100-WORK-EARMARKED = ZERO
               GO TO 3620-CHECK-LIMITS-EXIT
           END-IF
           IF DL100-WORK-FLOOR-ON-YES
               MOVE DL100-WORK-FLOOR TO DL100-WORK-AVAIL-FLOOR
           ELSE
               MOVE ZERO TO DL100-WORK-AVAIL-FLOOR
           END-IF
           IF DL100-WORK-NEW-BALANCE - DL100-WORK-EARMARKED <
               DL100-WORK-AVAIL-FLOOR
               MOVE "EARMARK BREACH - AVAILABLE" TO
                   DL100-SUSPEND-REASON
               MOVE 'Y' TO DL100-SUSPEND-SW
               ADD 1 TO DL100-LIMIT-BREACH-COUNT
           END-IF.
       3620-CHECK-LIMITS-EXIT.
           EXIT.
      *
       3625-ADD-EARMARK.
           IF DL100-EMK-ENTITY-ID (DL100-EARMARK-IDX) = ETR-ENTITY-ID
               AND DL100-EMK-CURRENCY-CODE (DL100-EARMARK-IDX) =
                   ETR-CURRENCY-CODE
               ADD DL100-EMK-AMOUNT (DL100-EARMARK-IDX) TO
                   DL100-WORK-EARMARKED
           END-IF.
       3625-ADD-EARMARK-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3630-RESOLVE-LIMIT - THE ENTITY'S OWN ENTLIMIT ROW WHEN   *
      *                             A SECOND SAME-CURRENCY        *
      *                             TRANSACTION IN ONE GROUP      *
      *                             WOULD BE CHECKED AGAINST A    *
      *                             STALE BALANCE. THEY ARE THE   *
      *                             GROUP'S OWN - NOT A TRANSFER  *
      *                             COUNTERPARTY'S                *
      *----------------------------------------------------------*
       3648-ADD-PENDING-OVERFLOW.
           IF DL100-OBUF-CURRENCY (DL100-OBUF-IDX) =
                   ETR-CURRENCY-CODE
               AND ETR-ENTITY-ID = DL100-GROUP-ENTITY-ID
               ADD DL100-OBUF-AMOUNT (DL100-OBUF-IDX) TO
                   DL100-WORK-NEW-BALANCE
           END-IF.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3610-CHECK-CURRENCY-PROFILE - A FOREIGN-CURRENCY AMOUNT   *
      *                               AGAINST THE ENTITY'S        *
      *                               PROFILE. NO PROFILE, OR A   *
      *                               CURRENCY IT LISTS, POSTS AS *
      *                               EVER; ANY OTHER IS REJECTED *
      *                               (DL100-CCY-REJECT-SW) OR,   *
      *                               FOR A CONVERTING PROFILE,   *
      *                               CONVERTED TO HOME IN THE    *
      *                               TRANSACTION ITSELF. A       *
      *                               TRANSFER LEG IS NEVER       *
      *                               CONVERTED - ITS TWO LEGS    *
      *                               MUST STAY IN ONE CURRENCY   *
      *----------------------------------------------------------*
       3610-CHECK-CURRENCY-PROFILE.
           MOVE 'N' TO DL100-CCY-REJECT-SW
           IF DL100-PROFILE-COUNT = 0
               OR ETR-CURRENCY-CODE = SPACE
               OR ETR-CURRENCY-CODE = XXXENTM-HOME-CURRENCY
               GO TO 3610-CHECK-CURRENCY-PROFILE-EXIT
           END-IF
           PERFORM 3612-RESOLVE-PROFILE
               THRU 3612-RESOLVE-PROFILE-EXIT
           IF DL100-PROFILE-HIT-IDX = 0
               GO TO 3610-CHECK-CURRENCY-PROFILE-EXIT
           END-IF
           MOVE 'N' TO DL100-PERMITTED-SW
           PERFORM 3614-MATCH-PERMITTED
               THRU 3614-MATCH-PERMITTED-EXIT
               VARYING DL100-PERMIT-IDX FROM 1 BY 1
               UNTIL DL100-PERMITTED-YES
               OR DL100-PERMIT-IDX > 10
           IF DL100-PERMITTED-YES
               GO TO 3610-CHECK-CURRENCY-PROFILE-EXIT
           END-IF
           IF DL100-PRF-ACTION (DL100-PROFILE-HIT-IDX) NOT = "C"
               OR ETR-COUNTER-ENTITY-ID NOT = SPACE
               MOVE "CCY NOT IN PROFILE" TO DL100-CCY-REJECT-REASON
               MOVE 'Y' TO DL100-CCY-REJECT-SW
               GO TO 3610-CHECK-CURRENCY-PROFILE-EXIT
           END-IF
           PERFORM 3616-CONVERT-TO-HOME THRU 3616-CONVERT-TO-HOME-EXIT.
       3610-CHECK-CURRENCY-PROFILE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3612-RESOLVE-PROFILE - THE ENTITY'S OWN E PROFILE, ELSE   *
      *                        THE C PROFILE OF ITS ENTREF CLASS, *
      *                        ELSE NONE (HIT INDEX ZERO). KEPT   *
      *                        FOR THE ENTITY UNTIL ANOTHER ONE   *
      *                        IS ASKED ABOUT                     *
      *----------------------------------------------------------*
       3612-RESOLVE-PROFILE.
           IF ETR-ENTITY-ID = DL100-PROFILE-ENTITY-ID
               GO TO 3612-RESOLVE-PROFILE-EXIT
           END-IF
           MOVE ETR-ENTITY-ID TO DL100-PROFILE-ENTITY-ID
           MOVE ZERO TO DL100-PROFILE-HIT-IDX
           PERFORM 3613-MATCH-ENTITY-PROFILE
               THRU 3613-MATCH-ENTITY-PROFILE-EXIT
               VARYING DL100-PROFILE-IDX FROM 1 BY 1
               UNTIL DL100-PROFILE-HIT-IDX > 0
               OR DL100-PROFILE-IDX > DL100-PROFILE-COUNT
           IF DL100-PROFILE-HIT-IDX > 0
               OR NOT DL100-PROFILE-CLASS-YES
               GO TO 3612-RESOLVE-PROFILE-EXIT
           END-IF
           MOVE SPACE TO DL100-ENTITY-CLASS
           PERFORM 3617-MATCH-ENTITY-CLASS
               THRU 3617-MATCH-ENTITY-CLASS-EXIT
               VARYING DL100-CLASS-IDX FROM 1 BY 1
               UNTIL DL100-ENTITY-CLASS NOT = SPACE
               OR DL100-CLASS-IDX > DL100-CLASS-COUNT
           IF DL100-ENTITY-CLASS = SPACE
               GO TO 3612-RESOLVE-PROFILE-EXIT
           END-IF
           PERFORM 3618-MATCH-CLASS-PROFILE
               THRU 3618-MATCH-CLASS-PROFILE-EXIT
               VARYING DL100-PROFILE-IDX FROM 1 BY 1
               UNTIL DL100-PROFILE-HIT-IDX > 0
               OR DL100-PROFILE-IDX > DL100-PROFILE-COUNT.
       3612-RESOLVE-PROFILE-EXIT.
           EXIT.
      *
       3613-MATCH-ENTITY-PROFILE.
           IF DL100-PRF-TYPE (DL100-PROFILE-IDX) = "E"
               AND DL100-PRF-KEY (DL100-PROFILE-IDX) = ETR-ENTITY-ID
               MOVE DL100-PROFILE-IDX TO DL100-PROFILE-HIT-IDX
           END-IF.
       3613-MATCH-ENTITY-PROFILE-EXIT.
           EXIT.
      *
       3614-MATCH-PERMITTED.
           IF DL100-PRF-CURRENCY (DL100-PROFILE-HIT-IDX,
                   DL100-PERMIT-IDX) = ETR-CURRENCY-CODE
               MOVE 'Y' TO DL100-PERMITTED-SW
           END-IF.
       3614-MATCH-PERMITTED-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3616-CONVERT-TO-HOME - REWRITE THE TRANSACTION AS ITS     *
      *                        HOME-CURRENCY EQUIVALENT AT THE    *
      *                        RATE FROM ITS CURRENCY TO THE      *
      *                        ENTITY'S HOME, KEEPING THE         *
      *                        ORIGINAL FOR THE JOURNAL. NO RATE, *
      *                        OR A RESULT TOO BIG FOR THE        *
      *                        AMOUNT FIELD, REJECTS IT INSTEAD   *
      *----------------------------------------------------------*
       3616-CONVERT-TO-HOME.
           MOVE 'N' TO DL100-RATE-FOUND-SW
           PERFORM 3619-FIND-HOME-RATE THRU 3619-FIND-HOME-RATE-EXIT
               VARYING DL100-RATE-IDX FROM 1 BY 1
               UNTIL DL100-RATE-FOUND-YES
               OR DL100-RATE-IDX > DL100-RATE-COUNT
           IF NOT DL100-RATE-FOUND-YES
               MOVE "NO RATE TO HOME" TO DL100-CCY-REJECT-REASON
               MOVE 'Y' TO DL100-CCY-REJECT-SW
               GO TO 3616-CONVERT-TO-HOME-EXIT
           END-IF
           MOVE SORTED-TRANS-RECORD TO DL100-CNV-ORIG-IMAGE
           MOVE ETR-CURRENCY-CODE TO DL100-CNV-ORIG-CURRENCY
           MOVE ETR-AMOUNT TO DL100-CNV-ORIG-AMOUNT
           COMPUTE ETR-AMOUNT ROUNDED =
               DL100-CNV-ORIG-AMOUNT * DL100-CNV-RATE
               ON SIZE ERROR
                   MOVE "CONVERSION OVERFLOW" TO
                       DL100-CCY-REJECT-REASON
                   MOVE 'Y' TO DL100-CCY-REJECT-SW
           END-COMPUTE
           IF DL100-CCY-REJECT-YES
               GO TO 3616-CONVERT-TO-HOME-EXIT
           END-IF
           MOVE XXXENTM-HOME-CURRENCY TO ETR-CURRENCY-CODE
           MOVE 'Y' TO DL100-CONVERTED-SW.
       3616-CONVERT-TO-HOME-EXIT.
           EXIT.
      *
       3617-MATCH-ENTITY-CLASS.
           IF DL100-CLS-ENTITY-ID (DL100-CLASS-IDX) = ETR-ENTITY-ID
               MOVE DL100-CLS-CODE (DL100-CLASS-IDX) TO
                   DL100-ENTITY-CLASS
           END-IF.
       3617-MATCH-ENTITY-CLASS-EXIT.
           EXIT.
      *
       3618-MATCH-CLASS-PROFILE.
           IF DL100-PRF-TYPE (DL100-PROFILE-IDX) = "C"
               AND DL100-PRF-KEY (DL100-PROFILE-IDX) =
                   DL100-ENTITY-CLASS
               MOVE DL100-PROFILE-IDX TO DL100-PROFILE-HIT-IDX
           END-IF.
       3618-MATCH-CLASS-PROFILE-EXIT.
           EXIT.
      *
       3619-FIND-HOME-RATE.
           IF DL100-RATE-FROM (DL100-RATE-IDX) = ETR-CURRENCY-CODE
               AND DL100-RATE-TO (DL100-RATE-IDX) =
                   XXXENTM-HOME-CURRENCY
               MOVE DL100-RATE-VALUE (DL100-RATE-IDX) TO
                   DL100-CNV-RATE
               MOVE 'Y' TO DL100-RATE-FOUND-SW
           END-IF.
       3619-FIND-HOME-RATE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3690-REJECT-TO-CURRREJ - A TRANSACTION IN A CURRENCY ITS  *
      *                          ENTITY'S PROFILE DOES NOT ALLOW  *
      *                          GOES WHOLE TO CURRREJ WITH THE   *
      *                          REASON, FOR DL100RJM TO RE-FEED  *
      *                          OR WRITE OFF - NOTHING OF IT IS  *
      *                          APPLIED. BUFFERED TO THE ENTITY  *
      *                          BOUNDARY LIKE SUSPENSE; A TRIAL  *
      *                          ONLY COUNTS IT                   *
      *----------------------------------------------------------*
       3690-REJECT-TO-CURRREJ.
           ADD 1 TO DL100-PROFILE-REJECT-COUNT
           IF DL100-TRIAL-YES
               GO TO 3690-REJECT-TO-CURRREJ-EXIT
           END-IF
           IF DL100-RBUF-COUNT >= 200
               PERFORM 3595-GROUP-BUFFER-FULL
           END-IF
           MOVE SPACE TO CURRENCY-REJECT-RECORD
           MOVE DL100-TODAY TO CRJ-RUN-DATE
           MOVE ETR-ENTITY-ID TO CRJ-ENTITY-ID
           MOVE ETR-CURRENCY-CODE TO CRJ-CURRENCY-CODE
           MOVE ETR-AMOUNT TO CRJ-AMOUNT
           MOVE DL100-CCY-REJECT-REASON TO CRJ-REASON
           MOVE ETR-TRANS-SERIAL TO CRJ-TRANS-SERIAL
           MOVE ETR-SOURCE-SYSTEM TO CRJ-SOURCE-SYSTEM
           ADD 1 TO DL100-RBUF-COUNT
           MOVE CURRENCY-REJECT-RECORD TO
               DL100-RBUF-ENTRY (DL100-RBUF-COUNT).
       3690-REJECT-TO-CURRREJ-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3680-SUSPEND-TRANS - THE WHOLE VIOLATING TRANSACTION GOES *
      *                      TO THE SUSPENSE FILE WITH THE RULE   *
      *                      IT BROKE, FOR OPERATOR REVIEW -      *
           IF NOT DL100-PVAL-FOUND-YES
               IF DL100-PVAL-COUNT >= 30
                   ADD ETR-AMOUNT TO DL100-PVAL-AMOUNT (30)
                   MOVE 30 TO DL100-PVAL-IDX
               ELSE
                   ADD 1 TO DL100-PVAL-COUNT
                   MOVE ETR-CURRENCY-CODE TO
                       DL100-PVAL-CURRENCY (DL100-PVAL-COUNT)
                   MOVE ETR-AMOUNT TO
                       DL100-PVAL-AMOUNT (DL100-PVAL-COUNT)
                   MOVE ZERO TO DL100-PVAL-XFR-OUT (DL100-PVAL-COUNT)
                   MOVE ZERO TO DL100-PVAL-XFR-IN (DL100-PVAL-COUNT)
                   MOVE DL100-PVAL-COUNT TO DL100-PVAL-IDX
               END-IF
               PERFORM 3775-ADD-TRANSFER-VALUE
                   THRU 3775-ADD-TRANSFER-VALUE-EXIT
           END-IF.
       3760-ADD-POSTED-VALUE-EXIT.
           EXIT.
                   ETR-CURRENCY-CODE
               ADD ETR-AMOUNT TO DL100-PVAL-AMOUNT (DL100-PVAL-IDX)
               MOVE 'Y' TO DL100-PVAL-FOUND-SW
               PERFORM 3775-ADD-TRANSFER-VALUE
                   THRU 3775-ADD-TRANSFER-VALUE-EXIT
               MOVE DL100-PVAL-COUNT TO DL100-PVAL-IDX
           END-IF.
       3770-MATCH-POSTED-VALUE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3775-ADD-TRANSFER-VALUE - A TRANSFER LEG ALSO COUNTS INTO *
      *                           ITS SLOT'S TRANSFER-OUT (DEBIT  *
      *                           LEG) OR TRANSFER-IN (CREDIT     *
      *                           LEG) TOTAL                      *
      *----------------------------------------------------------*
       3775-ADD-TRANSFER-VALUE.
           IF ETR-COUNTER-ENTITY-ID = SPACE
               GO TO 3775-ADD-TRANSFER-VALUE-EXIT
           END-IF
           IF ETR-AMOUNT < ZERO
               ADD ETR-AMOUNT TO DL100-PVAL-XFR-OUT (DL100-PVAL-IDX)
           ELSE
               ADD ETR-AMOUNT TO DL100-PVAL-XFR-IN (DL100-PVAL-IDX)
           END-IF.
       3775-ADD-TRANSFER-VALUE-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3790-BUFFER-OVERFLOW - THE ENTITY'S FOREIGN-CURRENCY      *
      *                        TABLE IS FULL AND NO ENTRY MATCHES *
      *                        - THE AMOUNT GOES TO THE KEYED     *
           MOVE ETR-TRANS-SERIAL TO EXT-TRANS-SERIAL
           MOVE ETR-SOURCE-SYSTEM TO EXT-SOURCE-SYSTEM
           MOVE DL100-RUN-NUMBER TO EXT-RUN-NUMBER
           IF ETR-TRANS-TYPE = "RV"
               MOVE ETR-REVERSES-SERIAL TO EXT-REVERSES-SERIAL
           ELSE
               MOVE ZERO TO EXT-REVERSES-SERIAL
           END-IF
           MOVE ETR-COUNTER-ENTITY-ID TO EXT-COUNTER-ENTITY-ID
           MOVE ETR-TRANS-TYPE TO EXT-TRANS-TYPE
           MOVE ETR-CURRENCY-CODE TO EXT-TRN-CURRENCY-CODE
           MOVE ETR-AMOUNT TO EXT-TRN-AMOUNT
           MOVE ETR-EXTERNAL-REF TO EXT-EXTERNAL-REF
           MOVE ZERO TO EXT-PPA-PERIOD
           IF DL100-PDS-COUNT > 0
               PERFORM 3955-CHECK-PRIOR-PERIOD
                   THRU 3955-CHECK-PRIOR-PERIOD-EXIT
           END-IF
           ADD 1 TO DL100-XBUF-COUNT
           MOVE ENTITY-EXTRACT-RECORD TO
               DL100-XBUF-ENTRY (DL100-XBUF-COUNT).
           EXIT.
      *
      *----------------------------------------------------------*
      * 3955-CHECK-PRIOR-PERIOD - A TRANSACTION EFFECTIVE IN A    *
      *                           CLOSED MONTH IS AN AUTHORIZED   *
      *                           PRIOR-PERIOD ADJUSTMENT: MARK   *
      *                           ITS EXTRACT ROW WITH THE MONTH  *
      *----------------------------------------------------------*
       3955-CHECK-PRIOR-PERIOD.
           MOVE ETR-EFFECTIVE-DATE (1:6) TO DL100-EFF-PERIOD
           MOVE 'N' TO DL100-PDS-FOUND-SW
           PERFORM 3956-MATCH-CLOSED-PERIOD
               THRU 3956-MATCH-CLOSED-PERIOD-EXIT
               VARYING DL100-PDS-IDX FROM 1 BY 1
               UNTIL DL100-PDS-FOUND-YES
               OR DL100-PDS-IDX > DL100-PDS-COUNT
           IF DL100-PDS-FOUND-YES
               MOVE DL100-EFF-PERIOD TO EXT-PPA-PERIOD
               ADD 1 TO DL100-PPA-POST-COUNT
           END-IF.
       3955-CHECK-PRIOR-PERIOD-EXIT.
           EXIT.
      *
       3956-MATCH-CLOSED-PERIOD.
           IF DL100-PDS-PERIOD (DL100-PDS-IDX) = DL100-EFF-PERIOD
               MOVE 'Y' TO DL100-PDS-FOUND-SW
           END-IF.
       3956-MATCH-CLOSED-PERIOD-EXIT.
           EXIT.
      *
      *----------------------------------------------------------*
      * 3960-WRITE-JOURNAL - APPEND THE BEFORE-IMAGE AND AFTER-   *
      *                      IMAGE OF THE MASTER RECORD JUST      *
      *                      WRITTEN OR REWRITTEN, PLUS THE       *
           MOVE ETR-AMOUNT TO JRN-TRN-AMOUNT
           MOVE ETR-SOURCE-SYSTEM TO JRN-TRN-SOURCE-SYSTEM
           MOVE ETR-TRANS-SERIAL TO JRN-TRN-SERIAL
           IF ETR-TRANS-TYPE = "RV"
               MOVE ETR-REVERSES-SERIAL TO JRN-REVERSES-SERIAL
           ELSE
               MOVE ZERO TO JRN-REVERSES-SERIAL
           END-IF
           MOVE ETR-COUNTER-ENTITY-ID TO JRN-COUNTER-ENTITY-ID
           MOVE ETR-EXTERNAL-REF TO JRN-EXTERNAL-REF
           IF DL100-CONVERTED-YES
               MOVE DL100-CNV-ORIG-CURRENCY TO JRN-ORIG-CURRENCY-CODE
               MOVE DL100-CNV-ORIG-AMOUNT TO JRN-ORIG-AMOUNT
               MOVE DL100-CNV-RATE TO JRN-CONVERSION-RATE
           END-IF
           MOVE XXXENTB-FCT01-Var1 TO JRN-BEF-FCT01-VAR1
           MOVE XXXENTB-STATUS-CODE TO JRN-BEF-STATUS-CODE
           MOVE XXXENTB-EFFECTIVE-DATE TO JRN-BEF-EFFECTIVE-DATE
           IF DL100-PVAL-IDX > DL100-PVAL-COUNT
               MOVE SPACE TO RST-PVAL-CURRENCY (DL100-PVAL-IDX)
               MOVE ZERO TO RST-PVAL-AMOUNT (DL100-PVAL-IDX)
               MOVE ZERO TO RST-XFR-OUT (DL100-PVAL-IDX)
               MOVE ZERO TO RST-XFR-IN (DL100-PVAL-IDX)
           ELSE
               MOVE DL100-PVAL-CURRENCY (DL100-PVAL-IDX) TO
                   RST-PVAL-CURRENCY (DL100-PVAL-IDX)
               MOVE DL100-PVAL-AMOUNT (DL100-PVAL-IDX) TO
                   RST-PVAL-AMOUNT (DL100-PVAL-IDX)
               MOVE DL100-PVAL-XFR-OUT (DL100-PVAL-IDX) TO
                   RST-XFR-OUT (DL100-PVAL-IDX)
               MOVE DL100-PVAL-XFR-IN (DL100-PVAL-IDX) TO
                   RST-XFR-IN (DL100-PVAL-IDX)
           END-IF.
       3910-SAVE-PVAL-SLOT-EXIT.
           EXIT.
           END-IF
           DISPLAY "LIMIT BREACHES SUSPENDED = "
               DL100-LIMIT-BREACH-COUNT
           DISPLAY "EARMARKS IN FORCE = " DL100-EARMARK-COUNT
           IF DL100-HOLD-COUNT > 0
               DISPLAY "ENTITIES ON SANCTIONS HOLD = " DL100-HOLD-COUNT
               DISPLAY "SANCTIONS HOLD SUSPENSIONS = "
                   DL100-HOLD-SUSPEND-COUNT
           END-IF
           IF DL100-PPA-POST-COUNT > 0
               DISPLAY "PRIOR-PERIOD ADJUSTMENTS POSTED = "
                   DL100-PPA-POST-COUNT
           END-IF
           DISPLAY "TRANSACTIONS SUSPENDED = " DL100-SUSPEND-COUNT
           DISPLAY "CONVERTED TO HOME CURRENCY = " DL100-CONVERT-COUNT
           IF DL100-PROFILE-REJECT-COUNT > 0
               DISPLAY "CURRENCY PROFILE REJECTS = "
                   DL100-PROFILE-REJECT-COUNT " - SEE CURRREJ"
           END-IF
           DISPLAY "REVERSALS APPLIED = " DL100-REVERSAL-COUNT
           DISPLAY "TRANSFERS APPLIED = " DL100-TRANSFER-COUNT
           DISPLAY "  RESULTING VAR1 = A : " DL100-COUNT-A
           DISPLAY "  RESULTING VAR1 = B : " DL100-COUNT-B
           DISPLAY "  RESULTING VAR1 = OTHER : " DL100-COUNT-OTHER.
           MOVE DL100-PVAL-AMOUNT (DL100-PVAL-IDX) TO
               PTV-POSTED-AMOUNT
           MOVE DL100-RUN-NUMBER TO PTV-RUN-NUMBER
           MOVE DL100-PVAL-XFR-OUT (DL100-PVAL-IDX) TO PTV-TRANSFER-OUT
           MOVE DL100-PVAL-XFR-IN (DL100-PVAL-IDX) TO PTV-TRANSFER-IN
           WRITE POSTED-VALUE-RECORD.
       8950-WRITE-POSTED-VALUE-EXIT.
           EXIT.
