      *----------------------------------------------------------*
      * PENDAPPR - PENDING FOUR-EYES APPROVAL RECORD LAYOUT        *
      *   One record per change an operator tool has parked for   *
      *   a second operator instead of applying: from DL100MNT     *
      *   any CLOSE and any FCT01-VAR1 change, from DL100HRL a     *
      *   force-release and from DL100RJM a re-feed whose amount   *
      *   is over the APPRPARM threshold. The record carries      *
      *   everything needed to apply the change later - the       *
      *   requested status/VAR1 for a master change, the whole    *
      *   held or rejected transaction for a release or re-feed   *
      *   (for a re-feed PND-EFFECTIVE-DATE holds the reject's    *
      *   run date and PND-REASON its reject reason, so a         *
      *   declined item goes back to CURRREJ as it was). Written  *
      *   status P; DL100APR sets A (approved and applied) or D   *
      *   (declined, or refused when applied) with the second     *
      *   operator's ID, who must not be the originator and must *
      *   hold a higher OPR-AUTH-LEVEL. Cumulative, in request-ID *
      *   order; rewritten through PENDWK by DL100APR.            *
      *   PND-EXTERNAL-REF rides with a held item the way it rides *
      *   on HELDTRNS (the sending system's account number).      *
      *----------------------------------------------------------*
           05  PND-REQUEST-ID               PIC 9(06).
           05  FILLER                       PIC X(01).
           05  PND-SOURCE                   PIC X(03).
               88  PND-SOURCE-MNT               VALUE "MNT".
               88  PND-SOURCE-HRL               VALUE "HRL".
               88  PND-SOURCE-RJM               VALUE "RJM".
           05  FILLER                       PIC X(01).
           05  PND-ACTION                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  PND-STATUS                   PIC X(01).
               88  PND-STATUS-PENDING           VALUE "P".
               88  PND-STATUS-APPROVED          VALUE "A".
               88  PND-STATUS-DECLINED          VALUE "D".
           05  FILLER                       PIC X(01).
           05  PND-REQ-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PND-REQ-TIME                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PND-ORIG-OPERATOR            PIC X(08).
           05  FILLER                       PIC X(01).
           05  PND-ORIG-LEVEL               PIC 9(01).
           05  FILLER                       PIC X(01).
           05  PND-APPR-OPERATOR            PIC X(08).
           05  FILLER                       PIC X(01).
           05  PND-APPR-DATE                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PND-APPR-TIME                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PND-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  PND-NEW-STATUS-CODE          PIC X(02).
           05  FILLER                       PIC X(01).
           05  PND-NEW-FCT01-VAR1           PIC X(01).
           05  FILLER                       PIC X(01).
           05  PND-EFFECTIVE-DATE           PIC 9(08).
           05  FILLER                       PIC X(01).
           05  PND-CURRENCY-CODE            PIC X(03).
           05  FILLER                       PIC X(01).
           05  PND-AMOUNT                   PIC S9(11)V99.
           05  FILLER                       PIC X(01).
           05  PND-TRANS-SERIAL             PIC 9(13).
           05  FILLER                       PIC X(01).
           05  PND-TRANS-TYPE               PIC X(02).
           05  FILLER                       PIC X(01).
           05  PND-SOURCE-SYSTEM            PIC X(03).
           05  FILLER                       PIC X(01).
           05  PND-REVERSES-SERIAL          PIC 9(13).
           05  FILLER                       PIC X(01).
           05  PND-COUNTER-ENTITY-ID        PIC X(10).
           05  FILLER                       PIC X(01).
           05  PND-REASON                   PIC X(20).
           05  FILLER                       PIC X(01).
           05  PND-DECISION-REASON          PIC X(20).
           05  FILLER                       PIC X(01).
           05  PND-EXTERNAL-REF             PIC X(12).
