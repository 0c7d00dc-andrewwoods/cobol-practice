      *****************************************************************
      * CLASSNAP.CPY
      *
      * Header and trailer control-record layouts for the month-end
      * CLASMSTR snapshot written by FIZZPER (see FIZZPERJ) to the
      * PROD.FIZZBUZZ.CLASSNAP generation data group - one
      * generation per closed period, never rewritten.  The wrapping
      * follows CLASBKP.CPY on 140-byte records: the first record is
      * the header, the last is the trailer, and everything in
      * between is a CLASMSTR.CPY image in ascending key order, as
      * the master stood at the close of the period's last business
      * day.  The header's first 25 bytes line up with the CLASBKP
      * header and the trailer count with the CLASBKP trailer count.
      *
      *   SH-PERIOD            the period closed, YYYYMM.
      *   SH-CYCLE-DATE        the cycle the snapshot was taken at -
      *                        the last business day of the period.
      *                        The next close takes its movement
      *                        from the cycles after this one.
      *   SH-PRIOR-PERIOD      the period and closing cycle of the
      *   SH-PRIOR-CYCLE-DATE  snapshot this one was rolled forward
      *                        from; zero on the first close.
      *
      * 2026-10-14  AJW  Initial version.
      *****************************************************************
       01  SNAP-HEADER-RECORD.
           05  SH-RECORD-TYPE              PIC X(03).
               88  SH-HEADER-TYPE          VALUE "HDR".
           05  SH-SNAP-DATE                PIC 9(08).
           05  SH-SNAP-TIME                PIC 9(06).
           05  SH-SOURCE-JOB               PIC X(08).
           05  SH-PERIOD                   PIC 9(06).
           05  SH-CYCLE-DATE               PIC 9(08).
           05  SH-PRIOR-PERIOD             PIC 9(06).
           05  SH-PRIOR-CYCLE-DATE         PIC 9(08).
           05  FILLER                      PIC X(87).

       01  SNAP-TRAILER-RECORD.
           05  ST-RECORD-TYPE              PIC X(03).
               88  ST-TRAILER-TYPE         VALUE "TRL".
           05  ST-RECORD-COUNT             PIC 9(09).
           05  ST-PERIOD                   PIC 9(06).
           05  FILLER                      PIC X(122).
