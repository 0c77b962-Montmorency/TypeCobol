      *----------------------------------------------------------*
      * SANCREVW - SANCTIONS SCREENING REVIEW RECORD LAYOUT        *
      *   One record per possible match DL100SCN found between an  *
      *   ENTREF name (or short name) and a WATCHLST entry at or   *
      *   above the SCNPARM score threshold: the entity and the    *
      *   names as screened, the list entry, the score (0-100),    *
      *   the screening date and whether it came from a full run   *
      *   or an entity screened by DL100MNT. Cumulative, numbered  *
      *   from 1; the same entity names against the same list      *
      *   entry are never referred twice. Dispositioned in         *
      *   DL100SRV: P pending review, X cleared (false match), C   *
      *   confirmed - the entity is on sanctions hold and CPYRPL4C *
      *   sends every transaction for it to suspense - and R       *
      *   released, a confirmed hold compliance has lifted.        *
      *----------------------------------------------------------*
           05  SRV-REVIEW-ID                PIC 9(06).
           05  FILLER                       PIC X(01).
           05  SRV-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  SRV-ENTITY-NAME              PIC X(30).
           05  FILLER                       PIC X(01).
           05  SRV-SHORT-NAME               PIC X(10).
           05  FILLER                       PIC X(01).
           05  SRV-MATCHED-ON               PIC X(01).
               88  SRV-MATCHED-NAME             VALUE "N".
               88  SRV-MATCHED-SHORT-NAME       VALUE "S".
           05  FILLER                       PIC X(01).
           05  SRV-WLS-ENTRY-ID             PIC X(10).
           05  FILLER                       PIC X(01).
           05  SRV-WLS-NAME                 PIC X(40).
           05  FILLER                       PIC X(01).
           05  SRV-WLS-PROGRAMME            PIC X(10).
           05  FILLER                       PIC X(01).
           05  SRV-SCORE                    PIC 9(03).
           05  FILLER                       PIC X(01).
           05  SRV-SCREEN-DATE              PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SRV-SCREEN-MODE              PIC X(01).
               88  SRV-SCREEN-FULL              VALUE "F".
               88  SRV-SCREEN-ENTITY            VALUE "E".
           05  FILLER                       PIC X(01).
           05  SRV-STATUS                   PIC X(01).
               88  SRV-STATUS-PENDING           VALUE "P".
               88  SRV-STATUS-CLEARED           VALUE "X".
               88  SRV-STATUS-CONFIRMED         VALUE "C".
               88  SRV-STATUS-RELEASED          VALUE "R".
           05  FILLER                       PIC X(01).
           05  SRV-DISP-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SRV-DISP-TIME                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  SRV-DISP-OPERATOR            PIC X(08).
           05  FILLER                       PIC X(01).
           05  SRV-DISP-NOTE                PIC X(30).
