      *****************************************************************
      * RETFEED.CPY
      *
      * One retirement-feed record, written by FIZZEXTR for every
      * closed ("C") or voided ("V") lot it drops from the raw
      * lot/ticket source (see RAWLOTRC.CPY).  The nightly FIZZRETR
      * step reads the feed and moves the matching CLASMSTR records
      * to the retired-lots archive (see CLASRETR.CPY), so a lot
      * closed months ago stops answering FIZZINQ with its last
      * label as if it were live.  RT-CYCLE-DATE is the extract
      * date - FIZZRETR refuses a feed from any other cycle.
      *
      * The feed is in raw ticket-entry order and may carry the
      * same key more than once; FIZZRETR sorts it and retires each
      * key once.  A key not on the master (never classified, or
      * retired on an earlier night) is simply counted.
      *
      * 2026-10-06  AJW  Initial version.
      *****************************************************************
       01  RETIREMENT-FEED-RECORD.
           05  RT-KEY                      PIC X(06).
           05  RT-REASON                   PIC X(01).
               88  RT-CLOSED               VALUE "C".
               88  RT-VOID                 VALUE "V".
           05  RT-CYCLE-DATE               PIC 9(08).
           05  FILLER                      PIC X(65).
