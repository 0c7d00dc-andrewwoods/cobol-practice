      *****************************************************************
      * LINCARD.CPY
      *
      * One lineage card for the FIZZLIN program - names a single
      * lot/ticket key (cols 1-6).  FIZZLIN traces every label the
      * key has held - its CLASHIST images oldest first, then the
      * current master label or the label it was retired with - to
      * the rules version that produced it (see RULESREC.CPY), the
      * FIZZRULE transaction cards and user ids behind that version
      * (RULELOG.CPY), and the FIZ010 run that applied it (AUDITFL).
      *
      * Several cards may be stacked in one run; each prints its own
      * block on the lineage report.
      *
      * 2026-10-08  AJW  Initial version.
      *****************************************************************
       01  LIN-CARD-RECORD.
           05  LIN-KEY                     PIC X(06).
           05  FILLER                      PIC X(74).
