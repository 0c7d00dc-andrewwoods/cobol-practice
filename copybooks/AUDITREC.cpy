      * records it classified, independent of job scheduler log
      * retention.
      *
      * AUDIT-RULES-VERSION-ID is the rules version (see RULESREC.CPY)
      * the run classified under, so a label on the master can be
      * traced back to the run that applied it.  Records written
      * before versioning carry spaces there.
      *
      * 2026-08-09  AJW  Initial version.
      * 2026-10-08  AJW  AUDIT-RULES-VERSION-ID added.
      *****************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AUDIT-JOB-NAME              PIC X(08).
           05  AUDIT-RANGE-END             PIC 9(06).
           05  AUDIT-RUN-MODE              PIC X(01).
           05  AUDIT-TOTAL-RECORDS         PIC 9(07).
           05  AUDIT-RULES-VERSION-ID.
               10  AUDIT-RULES-VERSION-SEQ PIC 9(06).
               10  AUDIT-RULES-VERSION-DATE PIC 9(08).
               10  AUDIT-RULES-VERSION-TIME PIC 9(06).
           05  FILLER                      PIC X(04).
