      *   transaction can be traced from arrival to disposition.   *
      *   ETR-TRANS-TYPE is blank for a normal transaction; RA     *
      *   marks an explicit reactivation, the only way a closed    *
      *   entity's status may be changed at posting time. RV is a  *
      *   reversal: it arrives carrying nothing but the serial of  *
      *   the posting it backs out in ETR-TRANS-SERIAL. DL100EDT   *
      *   verifies that posting on the journal, fills in the       *
      *   inverse of it, gives the reversal a serial of its own    *
      *   and moves the original's serial to ETR-REVERSES-SERIAL,  *
      *   where it rides onto ENTJRNL and ENTEXTR as the cross-    *
      *   reference. Spaces or zero there on any other record.     *
      *   XF is an inter-entity transfer: ETR-AMOUNT (positive)    *
      *   moves out of ETR-ENTITY-ID and into ETR-COUNTER-ENTITY-  *
      *   ID, and CPYRPL4C posts the two legs as one unit - both   *
      *   or neither. A reversal of a transfer stays RV but keeps  *
      *   the counterparty, so it posts as the opposite transfer.  *
      *   ETR-COUNTER-ENTITY-ID is spaces on every other record.   *
      *   FE and IN mark DL100ACR's accrued fee and interest       *
      *   postings (LCL only); they post like a blank type and     *
      *   ride onto ENTEXTR/ENTHIST for the year-end tax summary.  *
      *   ETR-SOURCE-SYSTEM names the upstream system the          *
      *   transaction came from (see SRCSYST.cpy; LCL for records  *
      *   generated inside the chain). Assigned or validated by    *
      *   SUSPTRNS, CURRREJ, ENTEXTR and ENTJRNL the way           *
      *   ETR-TRANS-SERIAL is, so "whose record was that" is       *
      *   answerable at every stop on the path.                     *
      *   ETR-EXTERNAL-REF is the sending system's own account     *
      *   number for the entity. A feed record may carry it in     *
      *   place of ETR-ENTITY-ID; DL100EDT resolves it through the  *
      *   ACCTALIA alias file (source system + account) and fills  *
      *   in the entity ID. It rides on unchanged onto HELDTRNS,   *
      *   PENDAPPR, ENTJRNL and ENTEXTR so downstream systems can  *
      *   match back to their own reference. Spaces otherwise.     *
      *----------------------------------------------------------*
           05  ETR-ENTITY-ID                PIC X(10).
           05  ETR-NEW-FCT01-VAR1           PIC X(01).
           05  ETR-TRANS-SERIAL             PIC 9(13).
           05  ETR-TRANS-TYPE               PIC X(02).
           05  ETR-SOURCE-SYSTEM            PIC X(03).
           05  ETR-REVERSES-SERIAL          PIC 9(13).
           05  ETR-COUNTER-ENTITY-ID        PIC X(10).
           05  ETR-EXTERNAL-REF             PIC X(12).
