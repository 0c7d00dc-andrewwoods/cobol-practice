      *****************************************************************
      * MONCARD.CPY
      *
      * Optional control card for the FIZZMON classification-mix
      * monitor (see FIZZMONJ).  FIZZMON compares tonight's RUNSTAT
      * record with a baseline pooled from the trailing RUNSTAT
      * generations, bucket by bucket as a percentage of the run's
      * RS-CNT-TOTAL.  The buckets, in the order their tolerances
      * appear below, are rule-1-only, rule-2-only, rule-N-only,
      * multi-match, no-match, and exceptions.
      *
      *   MON-BASELINE-CYCLES  prior cycles pooled into the baseline;
      *                     blank or zero defaults to 10, at most 60.
      *   MON-MIN-CYCLES    fewest prior cycles the baseline may hold
      *                     and still be judged against; blank or
      *                     zero defaults to 5.  With fewer (a new
      *                     system, a fresh GDG) the mix is reported
      *                     but not judged.
      *   MON-TOL-POINTS    per bucket - the most tonight's percentage
      *                     may move from the baseline percentage, up
      *                     or down, in percentage points (99V99);
      *                     blank defaults to 02.00.
      *   MON-TOL-RELATIVE  per bucket - the most tonight's percentage
      *                     may move as a percent of the baseline
      *                     percentage (100 = a doubling or a
      *                     collapse to nothing); blank or zero means
      *                     the bucket has no relative check.  Catches
      *                     a small bucket doubling inside its points.
      *
      * A bucket is outside tolerance when either check is exceeded.
      *
      * 2026-10-12  AJW  Initial version.
      *****************************************************************
       01  MON-CARD-RECORD.
           05  MON-BASELINE-CYCLES         PIC 9(02).
           05  MON-MIN-CYCLES              PIC 9(02).
           05  MON-BUCKET-TOLERANCE        OCCURS 6 TIMES.
               10  MON-TOL-POINTS          PIC 9(02)V9(02).
               10  MON-TOL-RELATIVE        PIC 9(03).
           05  FILLER                      PIC X(34).
