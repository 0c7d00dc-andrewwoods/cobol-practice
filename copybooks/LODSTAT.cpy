      * the history count is the number of superseded images
      * appended to CLASHIST (always equal to updates).
      *
      * LS-CNT-SWEEP-READ is the number of FIZZSWP re-sweep
      * corrections read from SWEEPFL and LS-CNT-SWEPT the number
      * applied as in-place updates; the rest were already current
      * (the classified file reached the key first).  Sweep updates
      * are not in LS-CNT-READ or LS-CNT-UPDATED, so reads still
      * equal adds plus updates plus unchanged; they do write
      * history, so the history count equals updates plus swept,
      * and each is one "U" LOADDTL record.  A record written
      * before the re-sweep carries spaces here (no sweep).
      *
      * 2026-09-02  AJW  Initial version.
      * 2026-10-09  AJW  LS-CNT-SWEEP-READ and LS-CNT-SWEPT added in
      *                  the old filler.
      *****************************************************************
       01  LOAD-STATUS-RECORD.
           05  LS-JOB-NAME                 PIC X(08).
           05  LS-CNT-UPDATED              PIC 9(07).
           05  LS-CNT-UNCHANGED            PIC 9(07).
           05  LS-CNT-HISTORY              PIC 9(07).
           05  LS-CNT-SWEEP-READ           PIC 9(07).
           05  LS-CNT-SWEPT                PIC 9(07).
           05  FILLER                      PIC X(01).
