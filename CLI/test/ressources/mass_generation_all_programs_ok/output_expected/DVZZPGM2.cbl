      *               over from an earlier step. Now moves 0 to
      *               RETURN-CODE on a normal write, and a non-zero
      *               value if RUNLOG could not be opened.
      *   2026-10-14  RUNLOG not opening now also sends a LOGFAIL
      *               alert to the monitoring desk on ALERTOUT
      *               (severity from ALRTSEV/ALRTPARM, business date
      *               and cycle number off CYCLENO), so the failure
      *               is seen outside the job log.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-RUNLOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ALERT-STATUS.
           SELECT ALERT-PARMS-FILE ASSIGN TO "ALRTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-ALRTPARM-STATUS.
           SELECT CYCLE-NUMBER-FILE ASSIGN TO "CYCLENO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL100-CYCLENO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG-FILE.
           05  RLOG-RUN-DATE                 PIC 9(08).
           05  FILLER                       PIC X(01).
           05  RLOG-RUN-TIME                 PIC 9(08).
       FD  ALERT-FILE.
       01  ALERT-RECORD.
           COPY ALERTREC.
       FD  ALERT-PARMS-FILE.
       01  ALERT-PARMS-RECORD.
           COPY ALRTPARM.
       FD  CYCLE-NUMBER-FILE.
       01  CYCLE-NUMBER-RECORD.
           COPY CYCLENO.
       WORKING-STORAGE SECTION.
       01 var1 PIC 9 VALUE '2'.
       01 DL100-RUNLOG-STATUS PIC X(02) VALUE "00".
           88 DL100-RUNLOG-OK VALUE "00".
           88 DL100-RUNLOG-NOT-FOUND VALUE "35".
       01 DL100-ALERT-STATUS PIC X(02) VALUE "00".
           88 DL100-ALERT-NOT-FOUND VALUE "35".
       01 DL100-ALRTPARM-STATUS PIC X(02) VALUE "00".
           88 DL100-ALRTPARM-NOT-FOUND VALUE "35".
       01 DL100-CYCLENO-STATUS PIC X(02) VALUE "00".
           88 DL100-CYCLENO-NOT-FOUND VALUE "35".
       01 DL100-EOF-SW PIC X(01) VALUE 'N'.
           88 DL100-EOF-YES VALUE 'Y'.
       01 DL100-SEV-IDX PIC 9(02) COMP.
       01 DL100-SEV-FOUND-SW PIC X(01) VALUE 'N'.
           88 DL100-SEV-FOUND-YES VALUE 'Y'.
       COPY ALRTSEV.
       LINKAGE SECTION.
       01  DL100-VAR1-PARM                  PIC 9.

           else
               display "RUNLOG OPEN FAILED - STATUS = "
                   DL100-RUNLOG-STATUS
               perform 8600-RAISE-ALERT thru 8600-RAISE-ALERT-EXIT
               move 8 to return-code
           end-if
           goback
           .
      *
      * 8600-RAISE-ALERT - ONE LOGFAIL RECORD ON ALERTOUT FOR THE
      * CYCLE ON CYCLENO (ZEROS WHEN RUN OUTSIDE THE CHAIN)
      *
       8600-RAISE-ALERT.
           move space to ALERT-RECORD
           move zero to ALR-BUS-DATE ALR-CYCLE-NUMBER
           open input cycle-number-file
           if not DL100-CYCLENO-NOT-FOUND
               read cycle-number-file
                   at end
                       continue
                   not at end
                       move CYC-BUS-DATE to ALR-BUS-DATE
                       move CYC-RUN-NUMBER to ALR-CYCLE-NUMBER
               end-read
               close cycle-number-file
           end-if
           perform 8650-LOAD-SEVERITIES thru 8650-LOAD-SEVERITIES-EXIT
           accept ALR-ALERT-DATE from date yyyymmdd
           accept ALR-ALERT-TIME from time
           move "MAJOR" to ALR-SEVERITY
           move 'N' to DL100-SEV-FOUND-SW
           perform 8670-MATCH-SEVERITY thru 8670-MATCH-SEVERITY-EXIT
               varying DL100-SEV-IDX from 1 by 1
               until DL100-SEV-FOUND-YES or DL100-SEV-IDX > 7
           move "LOGFAIL" to ALR-CONDITION
           move "DVZZPGM2" to ALR-SOURCE
           move "DVZZPGM2" to ALR-STEP-NAME
           move 8 to ALR-RETURN-CODE
           string "RUNLOG OPEN FAILED - STATUS "
               DL100-RUNLOG-STATUS delimited by size
               into ALR-REASON
           open extend alert-file
           if DL100-ALERT-NOT-FOUND
               open output alert-file
               close alert-file
               open extend alert-file
           end-if
           write ALERT-RECORD
           close alert-file
           .
       8600-RAISE-ALERT-EXIT.
           exit.
      *
       8650-LOAD-SEVERITIES.
           open input alert-parms-file
           if DL100-ALRTPARM-NOT-FOUND
               go to 8650-LOAD-SEVERITIES-EXIT
           end-if
           perform until DL100-EOF-YES
               read alert-parms-file
                   at end
                       move 'Y' to DL100-EOF-SW
                   not at end
                       perform 8660-APPLY-PARM thru 8660-APPLY-PARM-EXIT
                           varying DL100-SEV-IDX from 1 by 1
                           until DL100-SEV-IDX > 7
               end-read
           end-perform
           close alert-parms-file
           .
       8650-LOAD-SEVERITIES-EXIT.
           exit.
      *
       8660-APPLY-PARM.
           if DL100-ASV-CONDITION (DL100-SEV-IDX) = ALP-CONDITION
               and ALP-SEVERITY not = space
               move ALP-SEVERITY to DL100-ASV-SEVERITY (DL100-SEV-IDX)
           end-if
           .
       8660-APPLY-PARM-EXIT.
           exit.
      *
       8670-MATCH-SEVERITY.
           if DL100-ASV-CONDITION (DL100-SEV-IDX) = "LOGFAIL"
               move DL100-ASV-SEVERITY (DL100-SEV-IDX) to ALR-SEVERITY
               move 'Y' to DL100-SEV-FOUND-SW
           end-if
           .
       8670-MATCH-SEVERITY-EXIT.
           exit.
       END PROGRAM DVZZPGM2.
