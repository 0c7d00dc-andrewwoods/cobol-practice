      *****************************************************************
      * CYCLEDGR.CPY
      *
      * One posting on the cycle step ledger (CYCLEDGR VSAM KSDS),
      * the shared record of which nightly steps have run for each
      * cycle.  FIZZEXTR, FIZ010 (once per stream), FIZZMRG, FIZZBAL,
      * FIZZLOAD, FIZZRETR, and FIZZDIST each post a started record
      * (LG-EVENT "S") once their gate is passed and a completed
      * record (LG-EVENT "C") with the step's return code as the
      * last thing they do.  A step that abends leaves its started
      * record with no completed record behind it.  Postings are
      * only ever added, never rewritten or deleted.
      *
      * The key is the cycle date (CY-CYCLE-DATE), the step name,
      * the FIZ010 stream id (spaces for every other step and for
      * a single-stream FIZ010), and the run number - 001 for the
      * first run of the step in the cycle, one higher for each
      * rerun - so every run of every step stays on the ledger.
      *
      * At startup each step refuses to run (RC=16) if its
      * predecessor's latest run has not completed clean for the
      * cycle, or if its own latest run already completed clean,
      * unless a RERUNCD override card (see RERUNCD.CPY) names the
      * step and cycle.  An overridden run carries the card's user
      * id and reason, and which gate it overrode, on both of its
      * postings.  FIZZEOC reads the ledger as the record of what
      * ran.
      *
      * FIZZBOUT posts a single completed record under its own step
      * name, keyed on the cycle it backed out (not the cycle it ran
      * in), each time it backs a FIZZLOAD run out of the master.
      * LG-BACKOUT-RUN-TIME carries that run's LODSTAT run time -
      * with the cycle date, the load stamp on every LOADDTL add
      * and update the run wrote - so FIZZPER can leave the
      * backed-out run's detail out of the period movement.  It is
      * spaces on every other posting.
      *
      * 2026-10-10  AJW  Initial version.
      * 2026-10-15  AJW  LG-BACKOUT-RUN-TIME added from the filler.
      *****************************************************************
       01  LEDGER-RECORD.
           05  LG-KEY.
               10  LG-CYCLE-DATE           PIC 9(08).
               10  LG-STEP-NAME            PIC X(08).
               10  LG-STREAM-ID            PIC X(02).
               10  LG-RUN-NO               PIC 9(03).
               10  LG-EVENT                PIC X(01).
                   88  LG-EVENT-STARTED    VALUE "S".
                   88  LG-EVENT-COMPLETED  VALUE "C".
           05  LG-POST-DATE                PIC 9(08).
           05  LG-POST-TIME                PIC 9(06).
           05  LG-RETURN-CODE              PIC 9(02).
           05  LG-OVERRIDE-SW              PIC X(01).
               88  LG-OVERRIDDEN           VALUE "Y".
           05  LG-OVERRIDE-GATE            PIC X(01).
               88  LG-OVERRODE-PREDECESSOR VALUE "P".
               88  LG-OVERRODE-RERUN       VALUE "R".
               88  LG-OVERRODE-BOTH        VALUE "B".
           05  LG-OVERRIDE-USER            PIC X(08).
           05  LG-OVERRIDE-REASON          PIC X(40).
           05  LG-BACKOUT-RUN-TIME         PIC 9(06).
           05  FILLER                      PIC X(06).
