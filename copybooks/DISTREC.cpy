      *       ccyymmdd = date the classification was put on the
      *                  master, hhmmss its time,
      *       a        = A added this cycle, U re-classified this
      *                  cycle, N carried unchanged, R retired this
      *                  cycle (lot closed or voided and removed
      *                  from the master - label is the last one
      *                  it held, date/time is the retirement).
      *   TRL|nnnnnnn|ccyymmdd
      *       nnnnnnn  = detail record count (7 digits), for the
      *                  receiver's completeness check.
      *
      * No field contains the "|" character.  One DTL record per
      * key classified this cycle, in key order, followed by one
      * DTL record per key retired this cycle, in key order.
      *
      * A catch-up feed (FIZZDIST DSTCARD mode C - the resend after
      * a missed transmission) covers a span of cycles under one
      * HDR and one TRL:
      *
      *   HDR|FIZZBUZZ|ccyymmdd|ccyymmdd
      *       the last cycle date of the span, then the first.
      *   DTL records for each cycle in turn, oldest first, each
      *       cycle's classified keys then its retirements, as
      *       above - a key may appear once per cycle, and the
      *       receiver applies the records in file order.
      *   TRL|nnnnnnn|ccyymmdd
      *       the detail count of the whole feed and the last
      *       cycle date of the span.
      *
      * The warehouse acknowledges each feed it loads (see
      * WHSEACK.CPY) quoting the HDR cycle date.
      *
      * 2026-09-02  AJW  Initial version.
      * 2026-10-06  AJW  Action R (retired) added.
      * 2026-10-11  AJW  Catch-up feed HDR and warehouse acknowledgment
      *                  noted.
      *****************************************************************
       01  DISTRIBUTION-RECORD             PIC X(100).
