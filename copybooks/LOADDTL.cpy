      * downstream consumer takes a dependency on the internal
      * OUTRECFL layout.
      *
      * FIZZRETR writes the same layout to its RETDTL DD, one
      * record per lot retired from the master (action "R"), with
      * the last label the lot held and the retirement date/time,
      * so FIZZDIST can send retirements to the warehouse too.
      *
      * LD-RULES-VERSION is the rules version sequence number behind
      * the label (the master's CM-RULES-VERSION).
      *
      * LD-CYCLE-DATE is the cycle the record was written in, so a
      * concatenation of LOADDTL or RETDTL generations identifies
      * its own cycles (the FIZZDIST catch-up feed).  Zero on
      * records written before it was added.
      *
      * 2026-09-02  AJW  Initial version.
      * 2026-10-06  AJW  Action "R" (retired) added for the FIZZRETR
      *                  retirement detail.
      * 2026-10-08  AJW  LD-RULES-VERSION added.
      * 2026-10-11  AJW  LD-CYCLE-DATE added.
      *****************************************************************
       01  LOAD-DETAIL-RECORD.
           05  LD-KEY                      PIC X(06).
               88  LD-ADDED                VALUE "A".
               88  LD-UPDATED              VALUE "U".
               88  LD-UNCHANGED            VALUE "N".
               88  LD-RETIRED              VALUE "R".
           05  LD-CLASSIFICATION           PIC X(40).
           05  LD-LOAD-DATE                PIC 9(08).
           05  LD-LOAD-TIME                PIC 9(06).
           05  LD-RULES-VERSION            PIC 9(06).
           05  LD-CYCLE-DATE               PIC 9(08).
           05  FILLER                      PIC X(05).
