      *****************************************************************
      * CLASRETR.CPY
      *
      * One retired-lots archive record, keyed by RA-KEY (the
      * lot/ticket number).  The archive is a VSAM KSDS written by
      * the nightly FIZZRETR step: when FIZZEXTR reports a lot
      * closed or voided (see RETFEED.CPY), its CLASMSTR record is
      * copied here whole - key, data, last classification, and the
      * load date/time that put it there - stamped with the date
      * and time it was retired and why, and is then deleted from
      * the master.  FIZZINQ answers a retired key with
      * "RETIRED yyyymmdd (CLOSED)" or "(VOID)" from here instead
      * of a stale label.
      *
      * A lot retired, re-opened, re-classified, and retired again
      * keeps only its latest retirement here - the earlier labels
      * are in CLASHIST like any other superseded image.
      *
      * RA-RULES-VERSION carries the master's CM-RULES-VERSION - the
      * rules version behind the last label.
      *
      * 2026-10-06  AJW  Initial version.
      * 2026-10-08  AJW  RA-RULES-VERSION added.
      *****************************************************************
       01  RETIRED-LOT-RECORD.
           05  RA-KEY                      PIC X(06).
           05  RA-DATA                     PIC X(74).
           05  RA-CLASSIFICATION           PIC X(40).
           05  RA-LOAD-DATE                PIC 9(08).
           05  RA-LOAD-TIME                PIC 9(06).
           05  RA-RETIRED-DATE             PIC 9(08).
           05  RA-RETIRED-TIME             PIC 9(06).
           05  RA-RETIRE-REASON            PIC X(01).
               88  RA-RETIRED-CLOSED       VALUE "C".
               88  RA-RETIRED-VOID         VALUE "V".
           05  RA-RULES-VERSION            PIC 9(06).
           05  FILLER                      PIC X(05).
