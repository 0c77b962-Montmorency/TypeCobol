      *----------------------------------------------------------*
      * ENTGROUP - ENTITY GROUP HIERARCHY RECORD LAYOUT            *
      *   One record per grouped entity ID, naming the entity's    *
      *   immediate parent in its customer group (subsidiary or    *
      *   branch under its parent, parent under its own parent,    *
      *   and so on). The top of a group is the entity that is a   *
      *   parent but has no ENTGROUP record of its own. Kept in    *
      *   entity-ID order; maintained through DL100MNT's G action  *
      *   (the same sign-on and MNTLOG audit as any other master   *
      *   change), which refuses a parent that would close a loop. *
      *   Read nightly by DL100GRP for the consolidated group       *
      *   position report.                                          *
      *----------------------------------------------------------*
           05  GRP-ENTITY-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  GRP-PARENT-ID                PIC X(10).
           05  FILLER                       PIC X(01).
           05  GRP-MAINT-DATE               PIC 9(08).
           05  FILLER                       PIC X(01).
           05  GRP-OPERATOR-ID              PIC X(08).
