      *****************************************************************
      * CLASHIST.CPY
      *
      * One classification-history record, written to the CLASHIST
      * dataset by FIZZLOAD at the moment a re-classified key is
      * updated in place on the CLASMSTR master.  The record is the
      * superseded image - the key, the classification it carried
      * past date (the as-of inquiry) instead of someone digging
      * through cataloged CLASSIFD generations by hand.
      *
      * The file is a VSAM KSDS keyed on CH-HIST-KEY - the lot key
      * followed by the superseded date/time - so one key's history
      * is a short keyed browse in superseded order, not a pass of
      * the whole dataset.  Records are added, never rewritten; the
      * only delete is FIZZBOUT taking back the images of a cycle
      * it backs out.  FIZZHCNV converted the old flat, append-only
      * dataset (CH-KEY, label, load stamp, superseded stamp) to
      * this layout once.
      *
      * CH-RULES-VERSION is the rules version sequence number the
      * superseded label was produced under (the master's
      * CM-RULES-VERSION at the time) - zero for labels loaded
      * before versioning.
      *
      * 2026-09-02  AJW  Initial version.
      * 2026-10-07  AJW  Re-ordered with the superseded date/time
      *                  beside CH-KEY as the CH-HIST-KEY record key
      *                  for the keyed history cluster.
      * 2026-10-08  AJW  CH-RULES-VERSION added in the old filler.
      *****************************************************************
       01  CLASSIFICATION-HISTORY-RECORD.
           05  CH-HIST-KEY.
               10  CH-KEY                  PIC X(06).
               10  CH-SUPERSEDED-DATE      PIC 9(08).
               10  CH-SUPERSEDED-TIME      PIC 9(06).
           05  CH-CLASSIFICATION           PIC X(40).
           05  CH-LOAD-DATE                PIC 9(08).
           05  CH-LOAD-TIME                PIC 9(06).
           05  CH-RULES-VERSION            PIC 9(06).
