      *----------------------------------------------------------*
      * ALRTPARM - ALERT SEVERITY PARAMETER RECORD LAYOUT          *
      *   One record per alert condition the desk wants graded    *
      *   differently from the ALRTSEV default: the condition     *
      *   name as it appears in ALR-CONDITION and the severity    *
      *   (CRITICAL, MAJOR, MINOR or INFO) to send it with. A     *
      *   condition not on file keeps its default; no ALRTPARM    *
      *   on disk means every default applies.                     *
      *----------------------------------------------------------*
           05  ALP-CONDITION                PIC X(08).
           05  FILLER                       PIC X(01).
           05  ALP-SEVERITY                 PIC X(08).
