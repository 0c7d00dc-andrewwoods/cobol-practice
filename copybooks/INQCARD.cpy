      * Several cards of either kind may be stacked in one run;
      * each prints its own block on the inquiry report.
      *
      * A closed or voided lot retired from the master (see
      * CLASRETR.CPY) answers either kind of card with
      * "RETIRED yyyymmdd (CLOSED)" or "(VOID)" and its last label.
      *
      * 2026-08-22  AJW  Initial version.
      * 2026-09-02  AJW  Optional as-of date added for the
      *                  classification-history inquiry.
      *                  exact or leading match against
      *                  CM-CLASSIFICATION with an optional
      *                  load-date filter.
      * 2026-10-06  AJW  Retired lots reported from the CLASRETR
      *                  archive on both kinds of card.
      *****************************************************************
       01  INQ-CARD-RECORD.
           05  INQ-KEY-REQUEST.
