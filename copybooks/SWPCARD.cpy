      *****************************************************************
      * SWPCARD.CPY
      *
      * Optional control card for the FIZZSWP master re-sweep step.
      * The nightly FIZZLODJ runs the step with SWPCARD DD DUMMY, and
      * the step then decides for itself - it sweeps only on a cycle
      * date where a rule starts or expires (see FIZZSWP).  A card
      * is supplied only to override that decision for one run:
      *
      *   SWP-MODE  F  sweep the whole master tonight even though no
      *                rule starts or expires (e.g. after a rules
      *                label change, which has no effective date),
      *             S  do not sweep tonight even though a rule
      *                starts or expires (SWEEPFL is written empty),
      *             blank - automatic, the same as no card.
      *
      * 2026-10-09  AJW  Initial version.
      *****************************************************************
       01  SWP-CARD-RECORD.
           05  SWP-MODE                    PIC X(01).
               88  SWP-MODE-AUTO           VALUE SPACE.
               88  SWP-MODE-FORCE          VALUE "F".
               88  SWP-MODE-SKIP           VALUE "S".
           05  FILLER                      PIC X(79).
