      *****************************************************************
      * RERUNCD.CPY
      *
      * Optional rerun override card for the cycle step ledger gate
      * (see CYCLEDGR.CPY).  Every gated step's JCL carries RERUNCD
      * DD DUMMY; the card is supplied only when a step must run
      * although its predecessor has not completed clean for the
      * cycle, or although the step itself already completed - a
      * deliberate rerun.  The card must name the step (and, for
      * FIZ010, the stream), the cycle date being run, the user id
      * authorizing the rerun, and the reason; a card that does not
      * match the run, or leaves the user id or reason blank, stops
      * the step RC=16.  The user id and reason are logged on the
      * run's ledger postings and on SYSOUT.
      *
      * 2026-10-10  AJW  Initial version.
      *****************************************************************
       01  RERUN-CARD-RECORD.
           05  RR-STEP-NAME                PIC X(08).
           05  RR-STREAM-ID                PIC X(02).
           05  RR-CYCLE-DATE               PIC X(08).
           05  RR-USER-ID                  PIC X(08).
           05  RR-REASON                   PIC X(40).
           05  FILLER                      PIC X(14).
