      * "what did lot NNNNNN classify as last night" from here
      * instead of from generations of flat files.
      *
      * CM-RULES-VERSION is the sequence number of the rules version
      * (see RULESREC.CPY) that produced the current label - taken
      * from the classified record when the key is added or
      * updated.  A record last loaded before versioning carries
      * spaces there, which reads as version zero.
      *
      * 2026-08-22  AJW  Initial version.
      * 2026-10-08  AJW  CM-RULES-VERSION added in the old filler.
      *****************************************************************
       01  CLASSIFICATION-MASTER-RECORD.
           05  CM-KEY                      PIC X(06).
           05  CM-CLASSIFICATION           PIC X(40).
           05  CM-LOAD-DATE                PIC 9(08).
           05  CM-LOAD-TIME                PIC 9(06).
           05  CM-RULES-VERSION            PIC 9(06).
