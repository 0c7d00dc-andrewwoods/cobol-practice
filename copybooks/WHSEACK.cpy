      *****************************************************************
      * WHSEACK.CPY
      *
      * The data warehouse's acknowledgment of a DISTRIB interchange
      * feed (see DISTREC.CPY), transmitted back to us and read by
      * the FIZZACK intake step.  THIS IS THE DOCUMENTED EXTERNAL
      * FORMAT agreed with the warehouse team - 80-byte fixed
      * records, two alternate views of the same record:
      *
      *   ACK  one per feed the warehouse loaded - the cycle date
      *        from the feed's HDR record (for a catch-up feed, the
      *        last cycle date it covers), the DTL records accepted
      *        and rejected, and when the warehouse loaded it.
      *        Accepted plus rejected must equal the feed's TRL
      *        count.
      *   REJ  one per DTL record the warehouse rejected, following
      *        the ACK record it belongs to and carrying the same
      *        cycle date - the key and the warehouse's reason code
      *        and text.
      *
      * One file may carry the acknowledgments of several feeds
      * (e.g. after an outage), each ACK followed by its REJs.
      *
      * 2026-10-11  AJW  Initial version.
      *****************************************************************
       01  ACK-HEADER-RECORD.
           05  AH-RECORD-TYPE              PIC X(03).
               88  AH-ACK-TYPE             VALUE "ACK".
           05  AH-CYCLE-DATE               PIC 9(08).
           05  AH-ACCEPTED-COUNT           PIC 9(07).
           05  AH-REJECTED-COUNT           PIC 9(07).
           05  AH-LOAD-DATE                PIC 9(08).
           05  AH-LOAD-TIME                PIC 9(06).
           05  FILLER                      PIC X(41).

       01  ACK-REJECT-RECORD.
           05  AR-RECORD-TYPE              PIC X(03).
               88  AR-REJECT-TYPE          VALUE "REJ".
           05  AR-CYCLE-DATE               PIC 9(08).
           05  AR-KEY                      PIC X(06).
           05  AR-REASON-CODE              PIC X(04).
           05  AR-REASON-TEXT              PIC X(40).
           05  FILLER                      PIC X(19).
