      *****************************************************************
      * SUSPLOG.CPY
      *
      * One suspense-change log record, appended by FIZZSUS to the
      * SUSPLOG dataset for every transaction card applied to a
      * SUSPENSE generation it writes - the suspense counterpart of
      * RULELOG.CPY.  The SUSRPT change report is a print file; this
      * is the same before and after image in a fixed layout, so an
      * entry that was corrected, held, or written off can be traced
      * to the card and the user id behind it after the entry itself
      * has left suspense.
      *
      * The log is written only when FIZZSUS writes the new
      * generation (every card clean) - a run that ends RC=8 adds
      * nothing, just as it adds no generation.  SL-TRAN-SEQ is the
      * card's position on that run's SUSPTRN input (a correction's
      * replacement image is not counted as a card).  The images are
      * the entry's original record and workbench fields - see
      * SUSPREC.CPY.
      *
      * 2026-10-13  AJW  Initial version.
      *****************************************************************
       01  SUSP-LOG-RECORD.
           05  SL-RUN-DATE                 PIC 9(08).
           05  SL-RUN-TIME                 PIC 9(06).
           05  SL-TRAN-SEQ                 PIC 9(04).
           05  SL-ACTION                   PIC X(01).
               88  SL-ACTION-CORRECT       VALUE "C".
               88  SL-ACTION-HOLD          VALUE "H".
               88  SL-ACTION-WRITEOFF      VALUE "W".
               88  SL-ACTION-RELEASE       VALUE "R".
           05  SL-SUSP-KEY                 PIC X(06).
           05  SL-USER-ID                  PIC X(08).
           05  SL-FIRST-SEEN-DATE          PIC 9(08).
           05  SL-ATTEMPT-COUNT            PIC 9(03).
           05  SL-NOTE                     PIC X(40).
           05  SL-BEFORE-IMAGE.
               10  SL-BEFORE-ORIG-RECORD   PIC X(80).
               10  SL-BEFORE-WB-STATUS     PIC X(01).
               10  SL-BEFORE-HOLD-UNTIL    PIC X(08).
               10  SL-BEFORE-WRITEOFF-CODE PIC X(04).
               10  SL-BEFORE-CORRECTED-SW  PIC X(01).
           05  SL-AFTER-IMAGE.
               10  SL-AFTER-ORIG-RECORD    PIC X(80).
               10  SL-AFTER-WB-STATUS      PIC X(01).
               10  SL-AFTER-HOLD-UNTIL     PIC X(08).
               10  SL-AFTER-WRITEOFF-CODE  PIC X(04).
               10  SL-AFTER-CORRECTED-SW   PIC X(01).
           05  FILLER                      PIC X(16).
