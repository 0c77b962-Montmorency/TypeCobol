      *----------------------------------------------------------*
      * SCNREQ - SANCTIONS SCREENING REQUEST RECORD LAYOUT         *
      *   Single record naming the one entity a DL100SCN call is   *
      *   to screen. Written by DL100MNT when it records a new or  *
      *   renamed ENTREF name, just before it calls DL100SCN.      *
      *   DL100SCN rewrites it blank as soon as it has read it, so *
      *   a stale request cannot turn a later stand-alone run into *
      *   a one-entity run. A blank entity ID (or no SCNREQ) is a  *
      *   full run of every ENTREF entity against the watch list.  *
      *----------------------------------------------------------*
           05  SRQ-ENTITY-ID                PIC X(10).
