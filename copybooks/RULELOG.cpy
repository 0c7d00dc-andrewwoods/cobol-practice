      *****************************************************************
      * RULELOG.CPY
      *
      * One rules-change log record, appended by FIZZRULE to the
      * RULELOG dataset for every transaction card applied to a
      * rules generation it writes.  The RULERPT change report is
      * a print file for the auditors; this is the same before and
      * after image in a fixed layout, tagged with the rules
      * version (see RULESREC.CPY) the card went into, so the
      * FIZZLIN lineage report can answer which cards and which
      * user ids are behind any version without anyone keeping
      * RULERPT listings.
      *
      * The log is written only when FIZZRULE writes the new
      * generation (every card clean) - a run that ends RC=8 adds
      * nothing, just as it adds no generation.  RL-TRAN-SEQ is the
      * card's position on that run's RULETRN input.  A new rule
      * added into a fresh slot has a blank before image.
      *
      * 2026-10-08  AJW  Initial version.
      *****************************************************************
       01  RULES-LOG-RECORD.
           05  RL-RULES-VERSION-ID.
               10  RL-RULES-VERSION-SEQ    PIC 9(06).
               10  RL-RULES-VERSION-DATE   PIC 9(08).
               10  RL-RULES-VERSION-TIME   PIC 9(06).
           05  RL-TRAN-SEQ                 PIC 9(04).
           05  RL-ACTION                   PIC X(01).
               88  RL-ACTION-ADD           VALUE "A".
               88  RL-ACTION-CHANGE        VALUE "C".
               88  RL-ACTION-DELETE        VALUE "D".
               88  RL-ACTION-REACTIVATE    VALUE "R".
           05  RL-DIVISOR                  PIC 9(03).
           05  RL-USER-ID                  PIC X(08).
           05  RL-BEFORE-IMAGE.
               10  RL-BEFORE-LABEL         PIC X(10).
               10  RL-BEFORE-STATUS        PIC X(01).
               10  RL-BEFORE-EFF-DATE      PIC X(08).
               10  RL-BEFORE-EXP-DATE      PIC X(08).
               10  RL-BEFORE-PRIORITY      PIC X(03).
               10  RL-BEFORE-EXCL-FLAG     PIC X(01).
           05  RL-AFTER-IMAGE.
               10  RL-AFTER-LABEL          PIC X(10).
               10  RL-AFTER-STATUS         PIC X(01).
               10  RL-AFTER-EFF-DATE       PIC X(08).
               10  RL-AFTER-EXP-DATE       PIC X(08).
               10  RL-AFTER-PRIORITY       PIC X(03).
               10  RL-AFTER-EXCL-FLAG      PIC X(01).
           05  FILLER                      PIC X(22).
