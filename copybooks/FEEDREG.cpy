      *****************************************************************
      * FEEDREG.CPY
      *
      * One entry on the DISTRIB feed register (FEEDREG VSAM KSDS,
      * keyed on the cycle date) - what was sent to the data
      * warehouse for each cycle and whether the warehouse has
      * acknowledged it.  FIZZDIST writes or rewrites the entry
      * every time it builds a feed carrying the cycle, with the
      * DSTRPT control totals; the FIZZACK intake step records the
      * warehouse's acknowledgment (see WHSEACK.CPY) against it and
      * prints the outstanding-feeds report from it.
      *
      * FR-FEED-NO numbers every feed FIZZDIST builds, so the entry
      * names the DISTRIB generation it answers (the generation
      * cataloged by the run with that feed number and build
      * date/time on its DSTRPT).  A nightly feed (type N) carries
      * one cycle; a catch-up feed (type C) carries every cycle
      * from FR-FEED-FIRST-CYCLE to FR-FEED-LAST-CYCLE, and each
      * of those cycles' entries names the same feed number and
      * the combined FR-FEED-DTL-COUNT the warehouse must account
      * for.  A cycle fed again (catch-up resend or RERUNCD rerun)
      * takes the new feed number and goes back to outstanding.
      *
      * The entry keyed on cycle date zero is the register's
      * control record - its FR-FEED-NO is the last feed number
      * assigned.
      *
      * 2026-10-11  AJW  Initial version.
      *****************************************************************
       01  FEED-REGISTER-RECORD.
           05  FR-CYCLE-DATE               PIC 9(08).
           05  FR-FEED-NO                  PIC 9(07).
           05  FR-FEED-TYPE                PIC X(01).
               88  FR-FEED-NIGHTLY         VALUE "N".
               88  FR-FEED-CATCH-UP        VALUE "C".
           05  FR-FEED-FIRST-CYCLE         PIC 9(08).
           05  FR-FEED-LAST-CYCLE          PIC 9(08).
           05  FR-BUILD-DATE               PIC 9(08).
           05  FR-BUILD-TIME               PIC 9(06).
           05  FR-BUILT-BY                 PIC X(08).
           05  FR-SEND-COUNT               PIC 9(03).
           05  FR-FEED-DTL-COUNT           PIC 9(07).
           05  FR-CNT-ADDED                PIC 9(07).
           05  FR-CNT-UPDATED              PIC 9(07).
           05  FR-CNT-UNCHANGED            PIC 9(07).
           05  FR-CNT-RETIRED              PIC 9(07).
           05  FR-ACK-STATUS               PIC X(01).
               88  FR-ACK-OUTSTANDING      VALUE "O".
               88  FR-ACK-ACCEPTED         VALUE "A".
               88  FR-ACK-REJECTS          VALUE "R".
               88  FR-ACK-MISMATCH         VALUE "M".
           05  FR-ACK-RECORDED-DATE        PIC 9(08).
           05  FR-ACK-RECORDED-TIME        PIC 9(06).
           05  FR-ACK-LOAD-DATE            PIC 9(08).
           05  FR-ACK-LOAD-TIME            PIC 9(06).
           05  FR-ACK-ACCEPTED-COUNT       PIC 9(07).
           05  FR-ACK-REJECTED-COUNT       PIC 9(07).
           05  FILLER                      PIC X(15).
