      *   The automation auto-releases FIZZLOAD on 00/04 and pages
      *   the on-call on 08.
      *
      * RS-RULES-VERSION-ID is the rules version (see RULESREC.CPY)
      * the run classified under.  It lengthened the record from 80
      * to 100 bytes.
      *
      * 2026-08-22  AJW  Initial version.
      * 2026-10-08  AJW  RS-RULES-VERSION-ID added - record is now
      *                  100 bytes.
      *****************************************************************
       01  RUN-STATUS-RECORD.
           05  RS-JOB-NAME                 PIC X(08).
           05  RS-CNT-NO-MATCH             PIC 9(07).
           05  RS-CNT-EXCEPTIONS           PIC 9(07).
           05  RS-RESUME-POINT             PIC 9(06).
           05  RS-RULES-VERSION-ID.
               10  RS-RULES-VERSION-SEQ    PIC 9(06).
               10  RS-RULES-VERSION-DATE   PIC 9(08).
               10  RS-RULES-VERSION-TIME   PIC 9(06).
           05  FILLER                      PIC X(01).
