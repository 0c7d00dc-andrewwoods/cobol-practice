      *****************************************************************
      * SUSPTRAN.CPY
      *
      * One suspense-workbench transaction card read by the FIZZSUS
      * program from the SUSPTRN DD.  Each card names the action to
      * take against one entry on the current SUSPENSE generation,
      * the entry's SUSP-KEY, and the user id of the person making
      * the change - the user id goes onto the SUSRPT change report
      * and the SUSPLOG so every suspense change is traceable to a
      * person the same way RULELOG traces rules changes.
      *
      *   STR-ACTION  C = correct - the card is followed immediately
      *                   by the replacement original record image
      *                   (all 80 columns, INRECKEY layout), which
      *                   the next recycle presents in place of the
      *                   record the lot system sent
      *               H = hold - not presented by the recycle until
      *                   STR-HOLD-UNTIL (YYYYMMDD, after the CYCLDATE
      *                   cycle date); a hold card on a held entry
      *                   moves the date
      *               W = write off - STR-WRITEOFF-CODE must be one
      *                   of the codes listed in the FIZZSUS program
      *                   (WS-WRITEOFF-CODE-VALUES); the entry is
      *                   dropped at the next recycle
      *               R = release - clears a hold
      *
      *   STR-NOTE    free text carried to the log - required with
      *               write-off code OTHR.
      *
      * 2026-10-13  AJW  Initial version.
      * 2026-10-15  AJW  Hold-until date checked against the cycle
      *                  date.
      *****************************************************************
       01  SUSP-TRAN-RECORD.
           05  STR-ACTION                  PIC X(01).
               88  STR-ACTION-CORRECT      VALUE "C".
               88  STR-ACTION-HOLD         VALUE "H".
               88  STR-ACTION-WRITEOFF     VALUE "W".
               88  STR-ACTION-RELEASE      VALUE "R".
           05  STR-KEY                     PIC X(06).
           05  STR-USER-ID                 PIC X(08).
           05  STR-HOLD-UNTIL              PIC X(08).
           05  STR-WRITEOFF-CODE           PIC X(04).
           05  STR-NOTE                    PIC X(40).
           05  FILLER                      PIC X(13).
