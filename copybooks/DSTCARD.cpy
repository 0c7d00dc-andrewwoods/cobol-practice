      *****************************************************************
      * DSTCARD.CPY
      *
      * Optional control card for the FIZZDIST distribution step.
      * The nightly FIZZDSTJ runs with DSTCARD DD DUMMY and builds
      * tonight's feed from LOADDTL(0) and RETDTL(0).  A card is
      * supplied only by the FIZZDCUJ catch-up job:
      *
      *   DST-MODE        C  catch-up - rebuild one combined feed
      *                      covering every cycle date from
      *                      DST-FROM-CYCLE through DST-TO-CYCLE out
      *                      of the LOADDTL and RETDTL generations
      *                      concatenated (oldest first) on the
      *                      LOADDTL and RETDTL DDs,
      *                   blank - the nightly feed, the same as no
      *                      card.
      *   DST-USER-ID     who asked for the resend - required for
      *                   a catch-up, kept on the feed register.
      *
      * 2026-10-11  AJW  Initial version.
      *****************************************************************
       01  DST-CARD-RECORD.
           05  DST-MODE                    PIC X(01).
               88  DST-MODE-NIGHTLY        VALUE SPACE.
               88  DST-MODE-CATCH-UP       VALUE "C".
           05  DST-FROM-CYCLE              PIC X(08).
           05  DST-TO-CYCLE                PIC X(08).
           05  DST-USER-ID                 PIC X(08).
           05  FILLER                      PIC X(55).
