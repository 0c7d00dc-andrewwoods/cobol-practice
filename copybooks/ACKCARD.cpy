      *****************************************************************
      * ACKCARD.CPY
      *
      * Optional control card for the FIZZACK warehouse
      * acknowledgment intake step.  ACK-OVERDUE-HOURS is the
      * number of hours after a feed is built that the warehouse
      * has agreed to acknowledge it by - a feed still outstanding
      * (or acknowledged with counts that do not agree) after that
      * many hours is flagged OVERDUE on the ACKRPT and ends the
      * step RC=8.  No card (DD DUMMY), or blank or zero hours,
      * means the agreed 24 hours.
      *
      * 2026-10-11  AJW  Initial version.
      *****************************************************************
       01  ACK-CARD-RECORD.
           05  ACK-OVERDUE-HOURS           PIC 9(03).
           05  FILLER                      PIC X(77).
