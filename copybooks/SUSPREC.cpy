      * in suspense updates the existing entry instead of adding a
      * duplicate.
      *
      * The workbench fields are maintained by FIZZSUS (see
      * FIZZSUSJ) between cycles and honoured by the FIZ010 recycle:
      *
      *   SUSP-ORIG-RECORD     a correction replaces it - the next
      *                        recycle presents the corrected image,
      *                        so SUSP-ORIG-KEY (the key actually
      *                        presented) can differ from SUSP-KEY.
      *                        SUSP-CORRECTED-SW is "Y" once it has.
      *   SUSP-WB-STATUS       space open, "H" held - not presented,
      *                        no attempt bump, until a recycle on or
      *                        after SUSP-HOLD-UNTIL-DATE (the hold
      *                        then lapses) - or "W" written off with
      *                        SUSP-WRITEOFF-CODE.  FIZ010 drops a
      *                        written-off entry at its next recycle
      *                        and FIZZBAL counts it as accounted for.
      *
      * 2026-08-22  AJW  Initial version.
      * 2026-10-13  AJW  Workbench status, hold-until date, write-off
      *                  code, and corrected switch added; the record
      *                  is now 160 bytes.
      *****************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-KEY                    PIC X(06).
           05  SUSP-LAST-SEEN-DATE         PIC 9(08).
           05  SUSP-ATTEMPT-COUNT          PIC 9(03).
           05  SUSP-ORIG-RECORD            PIC X(80).
           05  FILLER REDEFINES SUSP-ORIG-RECORD.
               10  SUSP-ORIG-KEY           PIC X(06).
               10  FILLER                  PIC X(74).
           05  SUSP-WB-STATUS              PIC X(01).
               88  SUSP-OPEN               VALUE SPACE.
               88  SUSP-HELD               VALUE "H".
               88  SUSP-WRITTEN-OFF        VALUE "W".
           05  SUSP-HOLD-UNTIL-DATE        PIC 9(08).
           05  SUSP-WRITEOFF-CODE          PIC X(04).
           05  SUSP-CORRECTED-SW           PIC X(01).
               88  SUSP-CORRECTED          VALUE "Y".
           05  FILLER                      PIC X(11).
