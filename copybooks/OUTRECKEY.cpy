      * assigned by the rules table, ready for the next step in the
      * data pipeline.
      *
      * OR-RULES-VERSION is the sequence number of the rules version
      * (see RULESREC.CPY) that produced the label; FIZZLOAD keeps it
      * on the master.  It lengthened the record from 120 to 126
      * bytes.
      *
      * 2026-08-09  AJW  Initial version.
      * 2026-10-08  AJW  OR-RULES-VERSION added - record is now 126
      *                  bytes.
      *****************************************************************
       01  OUTPUT-RECORD-LAYOUT.
           05  OR-KEY                      PIC X(06).
           05  OR-DATA                     PIC X(74).
           05  OR-CLASSIFICATION           PIC X(40).
           05  OR-RULES-VERSION            PIC 9(06).
