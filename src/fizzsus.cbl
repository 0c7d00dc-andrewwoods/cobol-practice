      *
      * FIZZSUS - suspense workbench: audited operator correction,
      *           hold, write-off, and release of SUSPENSE entries.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-13  AJW  Original version.  A key that can never pass
      *                  3150-VALIDATE-INPUT-KEY used to sit in
      *                  suspense for good - re-presented every night,
      *                  its attempt count climbing and the same line
      *                  back on EXCPTFL - because the only fix was an
      *                  upstream correction legacy lots never get.
      *                  Transaction cards from SUSPTRN (SUSPTRAN.CPY)
      *                  now act on the current SUSPENSE generation:
      *                  C corrects an entry with a replacement
      *                  original record for the next recycle, H holds
      *                  it out of the recycle until a date, W writes
      *                  it off with a reason code (FIZ010 drops it at
      *                  the next recycle and FIZZBAL counts it as
      *                  accounted for), and R releases a hold.  Every
      *                  card is validated against the entry's current
      *                  state before anything is written; the new
      *                  SUSPENSE generation goes to NEWSUSP and each
      *                  applied card to the SUSPLOG with its user id
      *                  and before/after image (SUSPLOG.CPY) only
      *                  when every card is clean - the FIZZRULE
      *                  pattern - and the SUSRPT change report shows
      *                  the same images.  SUSRPT closes with an aging
      *                  grid of the open entries by days since first
      *                  seen against attempt count.  The generations
      *                  FIZZBAL balances a cycle against must not
      *                  move under it, so the step refuses (RC=16)
      *                  to run between FIZ010 starting a cycle and
      *                  FIZZBAL balancing it clean, unless a RERUNCD
      *                  override card names FIZZSUS and the cycle.
      * 2026-10-15  AJW  A hold-until date must be after the CYCLDATE
      *                  cycle date, not the system date - FIZ010,
      *                  FIZZMRG, and FIZZBAL release holds against
      *                  the cycle date.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzsus.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-13.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO SUSPTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-SUSPENSE-FILE ASSIGN TO NEWSUSP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SUSRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSP-LOG-FILE ASSIGN TO SUSPLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT RERUN-CARD-FILE ASSIGN TO RERUNCD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  TRAN-FILE.
       01  TRAN-CARD-IMAGE                PIC X(80).

       FD  NEW-SUSPENSE-FILE.
       01  NEW-SUSPENSE-RECORD            PIC X(160).

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       FD  SUSP-LOG-FILE.
           COPY SUSPLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
       01 WS-SUSPIN-FILE-STATUS          PIC X(02).
       01 WS-SUSPIN-EOF-SW               PIC X(01) VALUE "N".
           88 WS-SUSPIN-EOF               VALUE "Y".
       01 WS-TRAN-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-TRAN-EOF                 VALUE "Y".

      *****************************************************************
      * The card being worked (SUSPTRAN.CPY) and, for a correction,  *
      * the replacement record image read from the line after it.    *
      *****************************************************************
           COPY SUSPTRAN.

           COPY INRECKEY REPLACING
               ==INPUT-RECORD-LAYOUT== BY ==WS-REPLACEMENT-RECORD==
               ==IR-KEY== BY ==WS-RP-KEY==
               ==IR-DATA== BY ==WS-RP-DATA==.
       01 WS-REPLACEMENT-SW              PIC X(01) VALUE "N".
           88 WS-REPLACEMENT-READ         VALUE "Y".

      *****************************************************************
      * In-memory copy of the whole current SUSPENSE generation.     *
      * Cards are applied here as they are validated; the table is   *
      * written to NEWSUSP only when every card on the run was       *
      * clean.  Each entry is the SUSPREC layout, so the workbench   *
      * image (original record through corrected switch) is the 94  *
      * bytes from position 56 that SUSPLOG.CPY logs.  The status    *
      * the entry was loaded with is kept beside it for the aging    *
      * grid of a run that writes nothing.  FIZ010 holds at most     *
      * 1000 entries in its table and carries any overflow, so 2000  *
      * leaves room.                                                  *
      *****************************************************************
       01 WS-SUSP-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 2000 TIMES
               INDEXED BY WS-SUSP-IDX.
               10 WS-SUSP-LOADED-STATUS  PIC X(01).
                   88 WS-SUSP-LOADED-HELD VALUE "H".
                   88 WS-SUSP-LOADED-WO   VALUE "W".
               10 WS-SUSP-RECORD.
                   15 WS-SUSP-KEY        PIC X(06).
                   15 WS-SUSP-REASON     PIC X(30).
                   15 WS-SUSP-FIRST-DATE PIC 9(08).
                   15 WS-SUSP-LAST-DATE  PIC 9(08).
                   15 WS-SUSP-ATTEMPTS   PIC 9(03).
                   15 WS-SUSP-ORIG       PIC X(80).
                   15 WS-SUSP-WB-STATUS  PIC X(01).
                       88 WS-SUSP-HELD    VALUE "H".
                       88 WS-SUSP-WO      VALUE "W".
                   15 WS-SUSP-HOLD-DATE  PIC 9(08).
                   15 WS-SUSP-WO-CODE    PIC X(04).
                   15 WS-SUSP-CORRECTED-SW
                                         PIC X(01).
                   15 FILLER             PIC X(11).
       01 WS-TARGET-POS                  PIC 9(04) VALUE ZERO.
       01 WS-SCAN-POS                    PIC 9(04) VALUE ZERO.

      *****************************************************************
      * Write-off reason codes.  OTHR needs a note on the card.      *
      *****************************************************************
       01 WS-WRITEOFF-CODE-VALUES.
           05 FILLER                     PIC X(04) VALUE "LEGC".
           05 FILLER                     PIC X(04) VALUE "DUPL".
           05 FILLER                     PIC X(04) VALUE "VOID".
           05 FILLER                     PIC X(04) VALUE "TEST".
           05 FILLER                     PIC X(04) VALUE "OTHR".
       01 WS-WRITEOFF-CODE-TABLE REDEFINES WS-WRITEOFF-CODE-VALUES.
           05 WS-WRITEOFF-CODE           PIC X(04) OCCURS 5 TIMES.
       01 WS-CODE-NO                     PIC 9(01).
       01 WS-CODE-FOUND-SW               PIC X(01).
           88 WS-CODE-FOUND               VALUE "Y".

      *****************************************************************
      * Transaction validation fields.                                *
      *****************************************************************
       01 WS-TRAN-VALID-SW               PIC X(01) VALUE "Y".
           88 WS-TRAN-VALID               VALUE "Y".
       01 WS-REJECT-REASON               PIC X(42).
       01 WS-HOLD-DATE                   PIC 9(08).

       01 WS-CNT-TRANS                   PIC 9(04) VALUE ZERO.
       01 WS-CNT-APPLIED                 PIC 9(04) VALUE ZERO.
       01 WS-CNT-REJECTED                PIC 9(04) VALUE ZERO.
       01 WS-CNT-CORRECTED               PIC 9(04) VALUE ZERO.
       01 WS-CNT-HELD                    PIC 9(04) VALUE ZERO.
       01 WS-CNT-WRITTEN-OFF             PIC 9(04) VALUE ZERO.
       01 WS-CNT-RELEASED                PIC 9(04) VALUE ZERO.
       01 WS-CNT-WRITTEN                 PIC 9(04) VALUE ZERO.

      *****************************************************************
      * Suspense-change log entries, one per applied card, held      *
      * until 8300 knows the run is clean - then each is written to  *
      * SUSPLOG.                                                      *
      *****************************************************************
       01 WS-LOG-COUNT                   PIC 9(04) VALUE ZERO.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-LOG-IDX.
               10 WS-LOG-TRAN-SEQ        PIC 9(04).
               10 WS-LOG-ACTION          PIC X(01).
               10 WS-LOG-KEY             PIC X(06).
               10 WS-LOG-USER-ID         PIC X(08).
               10 WS-LOG-FIRST-DATE      PIC 9(08).
               10 WS-LOG-ATTEMPTS        PIC 9(03).
               10 WS-LOG-NOTE            PIC X(40).
               10 WS-LOG-BEFORE          PIC X(94).
               10 WS-LOG-AFTER           PIC X(94).
       01 WS-CNT-LOGGED                  PIC 9(04) VALUE ZERO.

      *****************************************************************
      * Cycle window check (see 1400-CHECK-CYCLE-WINDOW) - the       *
      * CYCLDATE cycle, the optional RERUNCD override card           *
      * (RERUNCD.CPY), and the latest-run lookup on the ledger.      *
      *****************************************************************
       01 WS-CYCLE-FILE-STATUS           PIC X(02).
       01 WS-CYCLE-DATE                  PIC 9(08).
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZSUS".
       01 WS-LEDGER-STREAM               PIC X(02) VALUE SPACES.
       01 WS-LEDGER-EOF-SW               PIC X(01).
           88 WS-LEDGER-EOF               VALUE "Y".
       01 WS-LEDGER-OVERRIDE-SW          PIC X(01) VALUE "N".
           88 WS-LEDGER-OVERRIDE          VALUE "Y".
       01 WS-RERUN-USER                  PIC X(08) VALUE SPACES.
       01 WS-RERUN-REASON                PIC X(40) VALUE SPACES.
       01 WS-LOOK-STEP                   PIC X(08).
       01 WS-LOOK-STREAM                 PIC X(02).
       01 WS-LOOK-LAST-RUN               PIC 9(03).
       01 WS-LOOK-DONE-SW                PIC X(01).
           88 WS-LOOK-DONE                VALUE "Y".
       01 WS-LOOK-RC                     PIC 9(02).

      *****************************************************************
      * Aging grid of the open entries - rows by days since          *
      * SUSP-FIRST-SEEN-DATE, columns by SUSP-ATTEMPT-COUNT, each    *
      * bucket's upper limit in the value tables.  Row 7 takes       *
      * entries whose first-seen date is not a valid date.  Column   *
      * 6 is the row total and column 7 how many of those are held.  *
      *****************************************************************
       01 WS-AGE-LIMIT-VALUES.
           05 FILLER                     PIC 9(05) VALUE 7.
           05 FILLER                     PIC 9(05) VALUE 30.
           05 FILLER                     PIC 9(05) VALUE 90.
           05 FILLER                     PIC 9(05) VALUE 180.
           05 FILLER                     PIC 9(05) VALUE 365.
           05 FILLER                     PIC 9(05) VALUE 99999.
       01 WS-AGE-LIMIT-TABLE REDEFINES WS-AGE-LIMIT-VALUES.
           05 WS-AGE-LIMIT               PIC 9(05) OCCURS 6 TIMES.

       01 WS-AGE-NAME-VALUES.
           05 FILLER                     PIC X(14) VALUE "0-7 DAYS".
           05 FILLER                     PIC X(14) VALUE "8-30 DAYS".
           05 FILLER                     PIC X(14) VALUE "31-90 DAYS".
           05 FILLER                     PIC X(14) VALUE "91-180 DAYS".
           05 FILLER                     PIC X(14) VALUE "181-365 DAYS".
           05 FILLER                     PIC X(14)
               VALUE "OVER 365 DAYS".
           05 FILLER                     PIC X(14) VALUE "DATE UNKNOWN".
       01 WS-AGE-NAME-TABLE REDEFINES WS-AGE-NAME-VALUES.
           05 WS-AGE-NAME                PIC X(14) OCCURS 7 TIMES.

       01 WS-ATT-LIMIT-VALUES.
           05 FILLER                     PIC 9(03) VALUE 5.
           05 FILLER                     PIC 9(03) VALUE 10.
           05 FILLER                     PIC 9(03) VALUE 30.
           05 FILLER                     PIC 9(03) VALUE 90.
           05 FILLER                     PIC 9(03) VALUE 999.
       01 WS-ATT-LIMIT-TABLE REDEFINES WS-ATT-LIMIT-VALUES.
           05 WS-ATT-LIMIT               PIC 9(03) OCCURS 5 TIMES.

       01 WS-AGING-GRID.
           05 WS-AGING-ROW OCCURS 8 TIMES.
               10 WS-AGING-CELL          PIC 9(05) OCCURS 7 TIMES.
       01 WS-AGE-NO                      PIC 9(01).
       01 WS-ATT-NO                      PIC 9(01).
       01 WS-AGE-DAYS                    PIC S9(07).
       01 WS-AGING-STATUS                PIC X(01).
       01 WS-CNT-OPEN                    PIC 9(05) VALUE ZERO.
       01 WS-CNT-PENDING-WO              PIC 9(05) VALUE ZERO.
       01 WS-OLDEST-DAYS                 PIC S9(07) VALUE -1.
       01 WS-OLDEST-KEY                  PIC X(06) VALUE SPACES.

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.  The aging   *
      * page carries its own column headings.                         *
      *****************************************************************
       01 WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-LINES-PER-PAGE              PIC 9(04) VALUE 60.
       01 WS-PAGE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-AGING-PAGE-SW               PIC X(01) VALUE "N".
           88 WS-AGING-PAGE               VALUE "Y".

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(33)
               VALUE "FIZZBUZZ SUSPENSE WORKBENCH".
           05 FILLER                     PIC X(17) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE "PAGE ".
           05 RP-PAGE-NO                 PIC ZZZ9.
           05 FILLER                     PIC X(63) VALUE SPACES.

       01 WS-REPORT-SUBTITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(11) VALUE "RUN DATE : ".
           05 RP-RUN-DATE                PIC 9999/99/99.
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 FILLER                     PIC X(11) VALUE "RUN TIME : ".
           05 RP-RUN-TIME-HH              PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 RP-RUN-TIME-MM              PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 RP-RUN-TIME-SS              PIC 99.
           05 FILLER                     PIC X(77) VALUE SPACES.

       01 WS-REPORT-COLUMN-HDR-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "ACTION".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "KEY".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "USER ID".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(17)
               VALUE "BEFORE S HOLD/KEY".
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(17)
               VALUE "AFTER  S HOLD/KEY".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE "CODE".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(11) VALUE "DISPOSITION".
           05 FILLER                     PIC X(44) VALUE SPACES.

       01 WS-REPORT-BLANK-LINE           PIC X(132) VALUE SPACES.

       01 WS-CHANGE-DETAIL-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 CD-ACTION                  PIC X(01).
           05 FILLER                     PIC X(06) VALUE SPACES.
           05 CD-KEY                     PIC X(06).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CD-USER-ID                 PIC X(08).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CD-BEFORE-STATUS           PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 CD-BEFORE-HOLD             PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 CD-BEFORE-ORIG-KEY         PIC X(06).
           05 FILLER                     PIC X(04) VALUE " -> ".
           05 CD-AFTER-STATUS            PIC X(01).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 CD-AFTER-HOLD              PIC X(08).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 CD-AFTER-ORIG-KEY          PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 CD-WO-CODE                 PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 CD-DISPOSITION             PIC X(55).

       01 WS-AGING-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(60) VALUE
               "SUSPENSE AGING - OPEN ENTRIES BY AGE AND ATTEMPTS".
           05 FILLER                     PIC X(62) VALUE SPACES.

       01 WS-AGING-STATE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 AS-TEXT                    PIC X(60).
           05 FILLER                     PIC X(62) VALUE SPACES.

       01 WS-AGING-COLUMN-HDR-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(14) VALUE "DAYS SINCE".
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(40)
               VALUE "-------- ATTEMPTS --------".
           05 FILLER                     PIC X(64) VALUE SPACES.

       01 WS-AGING-COLUMN-HDR-LINE-2.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(14) VALUE "FIRST SEEN".
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "     1-5".
           05 FILLER                     PIC X(08) VALUE "    6-10".
           05 FILLER                     PIC X(08) VALUE "   11-30".
           05 FILLER                     PIC X(08) VALUE "   31-90".
           05 FILLER                     PIC X(08) VALUE " OVER 90".
           05 FILLER                     PIC X(08) VALUE "   TOTAL".
           05 FILLER                     PIC X(08) VALUE "    HELD".
           05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-AGING-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 AD-AGE-NAME                PIC X(14).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 AD-CELL                    PIC ZZZZZZZ9 OCCURS 7 TIMES.
           05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-TRAILER-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(20)
               VALUE "CONTROL TOTALS".
           05 FILLER                     PIC X(102) VALUE SPACES.

       01 WS-TRAILER-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 TL-CAPTION                 PIC X(30).
           05 TL-COUNT                   PIC ZZZZZ9.
           05 FILLER                     PIC X(86) VALUE SPACES.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           PERFORM 3000-PROCESS-TRANSACTIONS THRU
               3000-PROCESS-TRANSACTIONS-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Stamp the run date/time, make sure the cycle is not in    *
      * the middle of using suspense, open the change report, and *
      * load the current SUSPENSE generation into the table.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           PERFORM 1100-GET-CYCLE-DATE THRU 1100-GET-CYCLE-DATE-EXIT.
           PERFORM 1400-CHECK-CYCLE-WINDOW THRU
               1400-CHECK-CYCLE-WINDOW-EXIT.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.

           PERFORM 1500-LOAD-SUSPENSE THRU 1500-LOAD-SUSPENSE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-GET-CYCLE-DATE                                       *
      * Read the CYCLDATE control record (CYCDATE.CPY) for the    *
      * cycle the window check looks up on the ledger and the     *
      * date a hold-until date must be after.  The workbench runs *
      * between cycles, so the cycle may be open or already       *
      * closed - only a missing record stops the run.             *
      *-----------------------------------------------------------*
       1100-GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "FIZZSUS - CYCLDATE NOT AVAILABLE - STATUS "
                   WS-CYCLE-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FIZZSUS - CYCLDATE IS EMPTY - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CYCLE-DATE-FILE.
           MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-CYCLE-WINDOW                                   *
      * FIZZBAL balances a cycle against the SUSPENSE generation  *
      * FIZ010 read (-1) and the one it wrote (0).  A new         *
      * generation cataloged between FIZ010 starting the cycle    *
      * and FIZZBAL balancing it clean would shift both, so the   *
      * run stops (RC=16) when the cycle step ledger shows FIZ010 *
      * has run for the CYCLDATE cycle - single-stream, or stream *
      * 01 on a parallel night - and FIZZBAL has not yet          *
      * completed it RC=0, unless a RERUNCD override card names   *
      * FIZZSUS and the cycle.  Nothing is posted - the workbench *
      * is not a cycle step.  No ledger yet means no cycle has    *
      * run.                                                       *
      *-----------------------------------------------------------*
       1400-CHECK-CYCLE-WINDOW.
           PERFORM 1410-READ-RERUN-CARD THRU
               1410-READ-RERUN-CARD-EXIT.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "35"
               GO TO 1400-CHECK-CYCLE-WINDOW-EXIT
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZSUS - CYCLEDGR OPEN FAILED - STATUS "
                   WS-LEDGER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "FIZ010" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           IF WS-LOOK-LAST-RUN = ZERO
               MOVE "01" TO WS-LOOK-STREAM
               PERFORM 1420-FIND-LAST-RUN THRU
                   1420-FIND-LAST-RUN-EXIT
           END-IF.
           IF WS-LOOK-LAST-RUN = ZERO
               CLOSE LEDGER-FILE
               GO TO 1400-CHECK-CYCLE-WINDOW-EXIT
           END-IF.

           MOVE "FIZZBAL" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           CLOSE LEDGER-FILE.
           IF WS-LOOK-DONE AND WS-LOOK-RC = ZERO
               GO TO 1400-CHECK-CYCLE-WINDOW-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-LOOK-LAST-RUN = ZERO
                   DISPLAY "FIZZSUS - FIZ010 HAS RUN FOR CYCLE "
                       WS-CYCLE-DATE " BUT FIZZBAL HAS NOT"
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZSUS - FIZZBAL RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE " WS-CYCLE-DATE
               WHEN OTHER
                   DISPLAY "FIZZSUS - FIZZBAL RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-CYCLE-DATE
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZSUS - SUSPENSE IS IN USE BY THE CYCLE - "
                   "RUN AFTER FIZZBAL BALANCES IT, OR SUPPLY A "
                   "RERUNCD CARD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FIZZSUS - RUN DURING CYCLE " WS-CYCLE-DATE
               " UNDER RERUNCD OVERRIDE BY " WS-RERUN-USER " - "
               WS-RERUN-REASON.
       1400-CHECK-CYCLE-WINDOW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1410-READ-RERUN-CARD                                      *
      * Read the optional RERUNCD override card (RERUNCD.CPY).  A *
      * missing or dummy DD is no override.  A card that does not *
      * name FIZZSUS and the CYCLDATE cycle, or has no user id or *
      * reason, stops the run - an override must be deliberate.   *
      *-----------------------------------------------------------*
       1410-READ-RERUN-CARD.
           OPEN INPUT RERUN-CARD-FILE.
           IF WS-RERUN-FILE-STATUS NOT = "00"
               GO TO 1410-READ-RERUN-CARD-EXIT
           END-IF.
           READ RERUN-CARD-FILE
               AT END
                   CLOSE RERUN-CARD-FILE
                   GO TO 1410-READ-RERUN-CARD-EXIT
           END-READ.

           IF RR-STEP-NAME NOT = WS-LEDGER-STEP
               OR RR-STREAM-ID NOT = WS-LEDGER-STREAM
               OR RR-CYCLE-DATE NOT = WS-CYCLE-DATE
               OR RR-USER-ID = SPACES
               OR RR-REASON = SPACES
               DISPLAY "FIZZSUS - RERUNCD CARD FOR STEP " RR-STEP-NAME
                   " STREAM " RR-STREAM-ID " CYCLE " RR-CYCLE-DATE
                   " DOES NOT MATCH THIS RUN OR LACKS A USER ID "
                   "AND REASON - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-LEDGER-OVERRIDE-SW.
           MOVE RR-USER-ID TO WS-RERUN-USER.
           MOVE RR-REASON TO WS-RERUN-REASON.
           CLOSE RERUN-CARD-FILE.
       1410-READ-RERUN-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1420-FIND-LAST-RUN                                        *
      * Browse the ledger postings for                            *
      * WS-LOOK-STEP/WS-LOOK-STREAM in the CYCLDATE cycle and     *
      * leave the latest run number (zero when the step has not   *
      * run), whether that run completed, and its return code.    *
      *-----------------------------------------------------------*
       1420-FIND-LAST-RUN.
           MOVE ZERO TO WS-LOOK-LAST-RUN.
           MOVE ZERO TO WS-LOOK-RC.
           MOVE "N" TO WS-LOOK-DONE-SW.
           MOVE "N" TO WS-LEDGER-EOF-SW.

           MOVE LOW-VALUES TO LG-KEY.
           MOVE WS-CYCLE-DATE TO LG-CYCLE-DATE.
           MOVE WS-LOOK-STEP TO LG-STEP-NAME.
           MOVE WS-LOOK-STREAM TO LG-STREAM-ID.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   GO TO 1420-FIND-LAST-RUN-EXIT
           END-START.
           PERFORM 1425-SCAN-ONE-POSTING THRU
               1425-SCAN-ONE-POSTING-EXIT
               UNTIL WS-LEDGER-EOF.
       1420-FIND-LAST-RUN-EXIT.
           EXIT.

       1425-SCAN-ONE-POSTING.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SW
                   GO TO 1425-SCAN-ONE-POSTING-EXIT
           END-READ.
           IF LG-CYCLE-DATE NOT = WS-CYCLE-DATE
               OR LG-STEP-NAME NOT = WS-LOOK-STEP
               OR LG-STREAM-ID NOT = WS-LOOK-STREAM
               MOVE "Y" TO WS-LEDGER-EOF-SW
               GO TO 1425-SCAN-ONE-POSTING-EXIT
           END-IF.
           IF LG-RUN-NO NOT = WS-LOOK-LAST-RUN
               MOVE LG-RUN-NO TO WS-LOOK-LAST-RUN
               MOVE "N" TO WS-LOOK-DONE-SW
               MOVE ZERO TO WS-LOOK-RC
           END-IF.
           IF LG-EVENT-COMPLETED
               MOVE "Y" TO WS-LOOK-DONE-SW
               MOVE LG-RETURN-CODE TO WS-LOOK-RC
           END-IF.
       1425-SCAN-ONE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-SUSPENSE                                         *
      * Load every entry on the current SUSPENSE generation into  *
      * WS-SUSP-TABLE.  A record from before the workbench fields *
      * existed reads with a blank hold date, which is zeroed so  *
      * the generation written back is clean at the full length. *
      *-----------------------------------------------------------*
       1500-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPIN-FILE-STATUS NOT = "00"
               DISPLAY "FIZZSUS - SUSPIN NOT AVAILABLE - STATUS "
                   WS-SUSPIN-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1510-READ-SUSPENSE THRU 1510-READ-SUSPENSE-EXIT.
           PERFORM 1520-STORE-SUSPENSE THRU 1520-STORE-SUSPENSE-EXIT
               UNTIL WS-SUSPIN-EOF.
           CLOSE SUSPENSE-FILE.
       1500-LOAD-SUSPENSE-EXIT.
           EXIT.

       1510-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSPIN-EOF-SW
           END-READ.
       1510-READ-SUSPENSE-EXIT.
           EXIT.

       1520-STORE-SUSPENSE.
           IF WS-SUSP-COUNT = 2000
               DISPLAY "FIZZSUS - SUSPIN HAS MORE THAN 2000 ENTRIES "
                   "- JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SUSP-COUNT.
           SET WS-SUSP-IDX TO WS-SUSP-COUNT.
           MOVE SUSPENSE-RECORD TO WS-SUSP-RECORD(WS-SUSP-IDX).
           IF WS-SUSP-HOLD-DATE(WS-SUSP-IDX) IS NOT NUMERIC
               MOVE ZERO TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
           END-IF.
           MOVE WS-SUSP-WB-STATUS(WS-SUSP-IDX)
               TO WS-SUSP-LOADED-STATUS(WS-SUSP-IDX).

           PERFORM 1510-READ-SUSPENSE THRU 1510-READ-SUSPENSE-EXIT.
       1520-STORE-SUSPENSE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REPORT-HEADING                                  *
      * Print the title, run date/time, and column heading lines  *
      * at the top of a new report page - the change columns, or  *
      * the aging grid's once the aging page has started.          *
      *-----------------------------------------------------------*
       2000-WRITE-REPORT-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RP-PAGE-NO.
           MOVE WS-RUN-DATE-YYYYMMDD TO RP-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS(1:2) TO RP-RUN-TIME-HH.
           MOVE WS-RUN-TIME-HHMMSS(3:2) TO RP-RUN-TIME-MM.
           MOVE WS-RUN-TIME-HHMMSS(5:2) TO RP-RUN-TIME-SS.

           WRITE RP-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-SUBTITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           IF WS-AGING-PAGE
               WRITE RP-REPORT-LINE FROM WS-AGING-TITLE-LINE
               WRITE RP-REPORT-LINE FROM WS-AGING-STATE-LINE
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               WRITE RP-REPORT-LINE FROM WS-AGING-COLUMN-HDR-LINE
               WRITE RP-REPORT-LINE FROM WS-AGING-COLUMN-HDR-LINE-2
           ELSE
               WRITE RP-REPORT-LINE FROM WS-REPORT-COLUMN-HDR-LINE
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE ZERO TO WS-LINE-COUNT.
       2000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROCESS-TRANSACTIONS                                  *
      * Read each workbench card from SUSPTRN, validate it, and   *
      * when clean apply it to the in-memory suspense table.      *
      * Every card - applied or rejected - gets a before/after    *
      * line on the change report.  A missing or dummy SUSPTRN is *
      * a run with no cards - the aging report on its own.        *
      *-----------------------------------------------------------*
       3000-PROCESS-TRANSACTIONS.
           OPEN INPUT TRAN-FILE.
           PERFORM 3050-READ-TRANSACTION THRU
               3050-READ-TRANSACTION-EXIT.
           PERFORM 3200-PROCESS-ONE-TRAN THRU
               3200-PROCESS-ONE-TRAN-EXIT
               UNTIL WS-TRAN-EOF.
           CLOSE TRAN-FILE.
       3000-PROCESS-TRANSACTIONS-EXIT.
           EXIT.

       3050-READ-TRANSACTION.
           READ TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SW
           END-READ.
       3050-READ-TRANSACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-PROCESS-ONE-TRAN                                      *
      * Validate and apply a single workbench card, then report   *
      * its before and after image and disposition.  A correction *
      * card always takes the next line as its replacement image, *
      * even when the card itself is rejected, so the image is    *
      * never mistaken for a card.                                 *
      *-----------------------------------------------------------*
       3200-PROCESS-ONE-TRAN.
           ADD 1 TO WS-CNT-TRANS.
           MOVE TRAN-CARD-IMAGE TO SUSP-TRAN-RECORD.

           MOVE "N" TO WS-REPLACEMENT-SW.
           MOVE SPACES TO WS-REPLACEMENT-RECORD.
           IF STR-ACTION-CORRECT
               PERFORM 3050-READ-TRANSACTION THRU
                   3050-READ-TRANSACTION-EXIT
               IF NOT WS-TRAN-EOF
                   MOVE TRAN-CARD-IMAGE TO WS-REPLACEMENT-RECORD
                   MOVE "Y" TO WS-REPLACEMENT-SW
               END-IF
           END-IF.

           MOVE SPACES TO WS-CHANGE-DETAIL-LINE.
           MOVE STR-ACTION TO CD-ACTION.
           MOVE STR-KEY TO CD-KEY.
           MOVE STR-USER-ID TO CD-USER-ID.
           MOVE " -> " TO WS-CHANGE-DETAIL-LINE(49:4).

           PERFORM 3100-VALIDATE-TRANSACTION THRU
               3100-VALIDATE-TRANSACTION-EXIT.

           IF WS-TRAN-VALID
               PERFORM 3300-APPLY-TRANSACTION THRU
                   3300-APPLY-TRANSACTION-EXIT
               ADD 1 TO WS-CNT-APPLIED
               MOVE "APPLIED" TO CD-DISPOSITION
           ELSE
               ADD 1 TO WS-CNT-REJECTED
               MOVE WS-REJECT-REASON TO CD-DISPOSITION
           END-IF.

           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-CHANGE-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF NOT WS-TRAN-EOF
               PERFORM 3050-READ-TRANSACTION THRU
                   3050-READ-TRANSACTION-EXIT
           END-IF.
       3200-PROCESS-ONE-TRAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-VALIDATE-TRANSACTION                                  *
      * Check one card against the SUSPTRAN layout rules and the  *
      * entry's current state.  A written-off entry takes no      *
      * further cards - it leaves suspense at the next recycle.   *
      *-----------------------------------------------------------*
       3100-VALIDATE-TRANSACTION.
           MOVE "Y" TO WS-TRAN-VALID-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-TARGET-POS.

           IF NOT (STR-ACTION-CORRECT OR STR-ACTION-HOLD
               OR STR-ACTION-WRITEOFF OR STR-ACTION-RELEASE)
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - INVALID ACTION CODE"
                   TO WS-REJECT-REASON
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF WS-LOG-COUNT = 200
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - 200 CARDS PER RUN LIMIT REACHED"
                   TO WS-REJECT-REASON
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF STR-USER-ID = SPACES
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - NO USER ID" TO WS-REJECT-REASON
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           PERFORM 3110-FIND-KEY THRU 3110-FIND-KEY-EXIT.
           IF WS-TARGET-POS = ZERO
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - KEY NOT IN SUSPENSE"
                   TO WS-REJECT-REASON
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.
           SET WS-SUSP-IDX TO WS-TARGET-POS.
           IF WS-SUSP-WO(WS-SUSP-IDX)
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - ENTRY ALREADY WRITTEN OFF"
                   TO WS-REJECT-REASON
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN STR-ACTION-CORRECT
                   PERFORM 3120-VALIDATE-CORRECT THRU
                       3120-VALIDATE-CORRECT-EXIT
               WHEN STR-ACTION-HOLD
                   PERFORM 3130-VALIDATE-HOLD THRU
                       3130-VALIDATE-HOLD-EXIT
               WHEN STR-ACTION-WRITEOFF
                   PERFORM 3140-VALIDATE-WRITEOFF THRU
                       3140-VALIDATE-WRITEOFF-EXIT
               WHEN STR-ACTION-RELEASE
                   PERFORM 3150-VALIDATE-RELEASE THRU
                       3150-VALIDATE-RELEASE-EXIT
           END-EVALUATE.
       3100-VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3110-FIND-KEY                                              *
      * Scan the suspense table for the entry carrying the card's *
      * key - FIZ010 keeps one entry per key.                      *
      *-----------------------------------------------------------*
       3110-FIND-KEY.
           PERFORM 3115-SCAN-ONE-ENTRY THRU 3115-SCAN-ONE-ENTRY-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               OR WS-TARGET-POS > ZERO.
       3110-FIND-KEY-EXIT.
           EXIT.

       3115-SCAN-ONE-ENTRY.
           IF WS-SUSP-KEY(WS-SUSP-IDX) = STR-KEY
               SET WS-SCAN-POS TO WS-SUSP-IDX
               MOVE WS-SCAN-POS TO WS-TARGET-POS
           END-IF.
       3115-SCAN-ONE-ENTRY-EXIT.
           EXIT.

       3120-VALIDATE-CORRECT.
           IF NOT WS-REPLACEMENT-READ
               OR WS-REPLACEMENT-RECORD = SPACES
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - NO REPLACEMENT RECORD FOLLOWS"
                   TO WS-REJECT-REASON
               GO TO 3120-VALIDATE-CORRECT-EXIT
           END-IF.
           IF WS-RP-KEY IS NOT NUMERIC
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - REPLACEMENT KEY NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 3120-VALIDATE-CORRECT-EXIT
           END-IF.
           IF WS-REPLACEMENT-RECORD = WS-SUSP-ORIG(WS-SUSP-IDX)
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - REPLACEMENT SAME AS CURRENT"
                   TO WS-REJECT-REASON
           END-IF.
       3120-VALIDATE-CORRECT-EXIT.
           EXIT.

       3130-VALIDATE-HOLD.
           IF STR-HOLD-UNTIL IS NOT NUMERIC
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - HOLD DATE NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 3130-VALIDATE-HOLD-EXIT
           END-IF.
           MOVE STR-HOLD-UNTIL TO WS-HOLD-DATE.
           IF INTEGER-OF-DATE(WS-HOLD-DATE) = ZERO
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - HOLD DATE NOT A VALID DATE"
                   TO WS-REJECT-REASON
               GO TO 3130-VALIDATE-HOLD-EXIT
           END-IF.
           IF WS-HOLD-DATE NOT > WS-CYCLE-DATE
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - HOLD DATE NOT AFTER CYCLE DATE"
                   TO WS-REJECT-REASON
           END-IF.
       3130-VALIDATE-HOLD-EXIT.
           EXIT.

       3140-VALIDATE-WRITEOFF.
           MOVE "N" TO WS-CODE-FOUND-SW.
           PERFORM 3145-CHECK-ONE-CODE THRU 3145-CHECK-ONE-CODE-EXIT
               VARYING WS-CODE-NO FROM 1 BY 1
               UNTIL WS-CODE-NO > 5.
           IF NOT WS-CODE-FOUND
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - UNKNOWN WRITE-OFF CODE"
                   TO WS-REJECT-REASON
               GO TO 3140-VALIDATE-WRITEOFF-EXIT
           END-IF.
           IF STR-WRITEOFF-CODE = "OTHR" AND STR-NOTE = SPACES
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - CODE OTHR NEEDS A NOTE"
                   TO WS-REJECT-REASON
           END-IF.
       3140-VALIDATE-WRITEOFF-EXIT.
           EXIT.

       3145-CHECK-ONE-CODE.
           IF STR-WRITEOFF-CODE = WS-WRITEOFF-CODE(WS-CODE-NO)
               MOVE "Y" TO WS-CODE-FOUND-SW
           END-IF.
       3145-CHECK-ONE-CODE-EXIT.
           EXIT.

       3150-VALIDATE-RELEASE.
           IF NOT WS-SUSP-HELD(WS-SUSP-IDX)
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - ENTRY IS NOT HELD"
                   TO WS-REJECT-REASON
           END-IF.
       3150-VALIDATE-RELEASE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-APPLY-TRANSACTION                                     *
      * Apply one clean card to its table entry and capture the   *
      * before and after images for the change report and the     *
      * suspense-change log.  The first-seen date and attempt     *
      * count are never touched - the aging keeps counting from   *
      * the original reject.                                       *
      *-----------------------------------------------------------*
       3300-APPLY-TRANSACTION.
           ADD 1 TO WS-LOG-COUNT.
           SET WS-LOG-IDX TO WS-LOG-COUNT.
           MOVE WS-CNT-TRANS TO WS-LOG-TRAN-SEQ(WS-LOG-IDX).
           MOVE STR-ACTION TO WS-LOG-ACTION(WS-LOG-IDX).
           MOVE STR-KEY TO WS-LOG-KEY(WS-LOG-IDX).
           MOVE STR-USER-ID TO WS-LOG-USER-ID(WS-LOG-IDX).
           MOVE WS-SUSP-FIRST-DATE(WS-SUSP-IDX)
               TO WS-LOG-FIRST-DATE(WS-LOG-IDX).
           MOVE WS-SUSP-ATTEMPTS(WS-SUSP-IDX)
               TO WS-LOG-ATTEMPTS(WS-LOG-IDX).
           MOVE STR-NOTE TO WS-LOG-NOTE(WS-LOG-IDX).
           MOVE WS-SUSP-RECORD(WS-SUSP-IDX)(56:94)
               TO WS-LOG-BEFORE(WS-LOG-IDX).

           MOVE WS-SUSP-WB-STATUS(WS-SUSP-IDX) TO CD-BEFORE-STATUS.
           MOVE WS-SUSP-HOLD-DATE(WS-SUSP-IDX) TO CD-BEFORE-HOLD.
           MOVE WS-SUSP-ORIG(WS-SUSP-IDX)(1:6) TO CD-BEFORE-ORIG-KEY.

           EVALUATE TRUE
               WHEN STR-ACTION-CORRECT
                   MOVE WS-REPLACEMENT-RECORD
                       TO WS-SUSP-ORIG(WS-SUSP-IDX)
                   MOVE "Y" TO WS-SUSP-CORRECTED-SW(WS-SUSP-IDX)
                   ADD 1 TO WS-CNT-CORRECTED
               WHEN STR-ACTION-HOLD
                   MOVE "H" TO WS-SUSP-WB-STATUS(WS-SUSP-IDX)
                   MOVE WS-HOLD-DATE TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
                   ADD 1 TO WS-CNT-HELD
               WHEN STR-ACTION-WRITEOFF
                   MOVE "W" TO WS-SUSP-WB-STATUS(WS-SUSP-IDX)
                   MOVE ZERO TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
                   MOVE STR-WRITEOFF-CODE
                       TO WS-SUSP-WO-CODE(WS-SUSP-IDX)
                   ADD 1 TO WS-CNT-WRITTEN-OFF
               WHEN STR-ACTION-RELEASE
                   MOVE SPACE TO WS-SUSP-WB-STATUS(WS-SUSP-IDX)
                   MOVE ZERO TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
                   ADD 1 TO WS-CNT-RELEASED
           END-EVALUATE.

           MOVE WS-SUSP-WB-STATUS(WS-SUSP-IDX) TO CD-AFTER-STATUS.
           MOVE WS-SUSP-HOLD-DATE(WS-SUSP-IDX) TO CD-AFTER-HOLD.
           MOVE WS-SUSP-ORIG(WS-SUSP-IDX)(1:6) TO CD-AFTER-ORIG-KEY.
           MOVE WS-SUSP-WO-CODE(WS-SUSP-IDX) TO CD-WO-CODE.
           MOVE WS-SUSP-RECORD(WS-SUSP-IDX)(56:94)
               TO WS-LOG-AFTER(WS-LOG-IDX).
       3300-APPLY-TRANSACTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-AGING-REPORT                                    *
      * Start the aging page and grid the open entries - those   *
      * not written off - by days since first seen (to the run    *
      * date) against attempt count.  A clean run ages the table  *
      * as written to NEWSUSP; a run that wrote nothing ages the  *
      * generation as it was read, using the loaded status.       *
      *-----------------------------------------------------------*
       6000-WRITE-AGING-REPORT.
           INITIALIZE WS-AGING-GRID.
           PERFORM 6100-AGE-ONE-ENTRY THRU 6100-AGE-ONE-ENTRY-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.

           IF WS-CNT-REJECTED = ZERO
               MOVE "AS WRITTEN TO THE NEW SUSPENSE GENERATION"
                   TO AS-TEXT
           ELSE
               MOVE "AS READ - NO NEW GENERATION WRITTEN"
                   TO AS-TEXT
           END-IF.
           MOVE "Y" TO WS-AGING-PAGE-SW.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.

           PERFORM 6200-WRITE-AGING-ROW THRU 6200-WRITE-AGING-ROW-EXIT
               VARYING WS-AGE-NO FROM 1 BY 1
               UNTIL WS-AGE-NO > 8.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "OPEN ENTRIES" TO TL-CAPTION.
           MOVE WS-CNT-OPEN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           MOVE "WRITTEN OFF - LEAVE AT RECYCLE" TO TL-CAPTION.
           MOVE WS-CNT-PENDING-WO TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           IF WS-OLDEST-DAYS NOT < ZERO
               MOVE SPACES TO AS-TEXT
               STRING "OLDEST OPEN ENTRY - KEY " WS-OLDEST-KEY
                   DELIMITED BY SIZE INTO AS-TEXT
               END-STRING
               WRITE RP-REPORT-LINE FROM WS-AGING-STATE-LINE
               MOVE "DAYS SINCE FIRST SEEN" TO TL-CAPTION
               MOVE WS-OLDEST-DAYS TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.
       6000-WRITE-AGING-REPORT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-AGE-ONE-ENTRY                                         *
      * Place one open entry in its age row and attempt column,  *
      * and add it to the row total, the held column, and the    *
      * grid's total row (row 8).                                  *
      *-----------------------------------------------------------*
       6100-AGE-ONE-ENTRY.
           IF WS-CNT-REJECTED = ZERO
               MOVE WS-SUSP-WB-STATUS(WS-SUSP-IDX) TO WS-AGING-STATUS
           ELSE
               MOVE WS-SUSP-LOADED-STATUS(WS-SUSP-IDX)
                   TO WS-AGING-STATUS
           END-IF.
           IF WS-AGING-STATUS = "W"
               ADD 1 TO WS-CNT-PENDING-WO
               GO TO 6100-AGE-ONE-ENTRY-EXIT
           END-IF.
           ADD 1 TO WS-CNT-OPEN.

           MOVE 7 TO WS-AGE-NO.
           IF WS-SUSP-FIRST-DATE(WS-SUSP-IDX) IS NUMERIC
               AND INTEGER-OF-DATE(WS-SUSP-FIRST-DATE(WS-SUSP-IDX))
                   NOT = ZERO
               COMPUTE WS-AGE-DAYS =
                   INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                   - INTEGER-OF-DATE(WS-SUSP-FIRST-DATE(WS-SUSP-IDX))
               IF WS-AGE-DAYS < ZERO
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               MOVE 1 TO WS-AGE-NO
               PERFORM 6110-NEXT-AGE-ROW THRU 6110-NEXT-AGE-ROW-EXIT
                   UNTIL WS-AGE-DAYS NOT > WS-AGE-LIMIT(WS-AGE-NO)
               IF WS-AGE-DAYS > WS-OLDEST-DAYS
                   MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
                   MOVE WS-SUSP-KEY(WS-SUSP-IDX) TO WS-OLDEST-KEY
               END-IF
           END-IF.

           MOVE 1 TO WS-ATT-NO.
           IF WS-SUSP-ATTEMPTS(WS-SUSP-IDX) IS NUMERIC
               PERFORM 6120-NEXT-ATT-COLUMN THRU
                   6120-NEXT-ATT-COLUMN-EXIT
                   UNTIL WS-SUSP-ATTEMPTS(WS-SUSP-IDX)
                       NOT > WS-ATT-LIMIT(WS-ATT-NO)
           END-IF.

           ADD 1 TO WS-AGING-CELL(WS-AGE-NO, WS-ATT-NO).
           ADD 1 TO WS-AGING-CELL(WS-AGE-NO, 6).
           ADD 1 TO WS-AGING-CELL(8, WS-ATT-NO).
           ADD 1 TO WS-AGING-CELL(8, 6).
           IF WS-AGING-STATUS = "H"
               ADD 1 TO WS-AGING-CELL(WS-AGE-NO, 7)
               ADD 1 TO WS-AGING-CELL(8, 7)
           END-IF.
       6100-AGE-ONE-ENTRY-EXIT.
           EXIT.

       6110-NEXT-AGE-ROW.
           ADD 1 TO WS-AGE-NO.
       6110-NEXT-AGE-ROW-EXIT.
           EXIT.

       6120-NEXT-ATT-COLUMN.
           ADD 1 TO WS-ATT-NO.
       6120-NEXT-ATT-COLUMN-EXIT.
           EXIT.

       6200-WRITE-AGING-ROW.
           IF WS-AGE-NO = 8
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               MOVE "ALL OPEN" TO AD-AGE-NAME
           ELSE
               MOVE WS-AGE-NAME(WS-AGE-NO) TO AD-AGE-NAME
           END-IF.
           PERFORM 6210-MOVE-ONE-CELL THRU 6210-MOVE-ONE-CELL-EXIT
               VARYING WS-ATT-NO FROM 1 BY 1
               UNTIL WS-ATT-NO > 7.
           WRITE RP-REPORT-LINE FROM WS-AGING-DETAIL-LINE.
       6200-WRITE-AGING-ROW-EXIT.
           EXIT.

       6210-MOVE-ONE-CELL.
           MOVE WS-AGING-CELL(WS-AGE-NO, WS-ATT-NO)
               TO AD-CELL(WS-ATT-NO).
       6210-MOVE-ONE-CELL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Write the new suspense generation and the log only when   *
      * every card was clean, print the control totals and the    *
      * aging grid, and set the return code the scheduler         *
      * branches on.                                               *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           IF WS-CNT-REJECTED = ZERO
               PERFORM 8300-WRITE-NEW-SUSPENSE THRU
                   8300-WRITE-NEW-SUSPENSE-EXIT
           ELSE
               DISPLAY "FIZZSUS - " WS-CNT-REJECTED " CARD(S) "
                   "REJECTED - NEW SUSPENSE FILE NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 8100-WRITE-CONTROL-TOTALS THRU
               8100-WRITE-CONTROL-TOTALS-EXIT.
           PERFORM 6000-WRITE-AGING-REPORT THRU
               6000-WRITE-AGING-REPORT-EXIT.
           CLOSE REPORT-FILE.
       8000-FINALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-CONTROL-TOTALS                                 *
      * Print the end-of-job control totals so the auditors can   *
      * reconcile cards read against changes applied.              *
      *-----------------------------------------------------------*
       8100-WRITE-CONTROL-TOTALS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "SUSPENSE ENTRIES READ" TO TL-CAPTION.
           MOVE WS-SUSP-COUNT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "TRANSACTION CARDS READ" TO TL-CAPTION.
           MOVE WS-CNT-TRANS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "TRANSACTIONS APPLIED" TO TL-CAPTION.
           MOVE WS-CNT-APPLIED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "  CORRECTED" TO TL-CAPTION.
           MOVE WS-CNT-CORRECTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "  HELD" TO TL-CAPTION.
           MOVE WS-CNT-HELD TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "  WRITTEN OFF" TO TL-CAPTION.
           MOVE WS-CNT-WRITTEN-OFF TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "  RELEASED" TO TL-CAPTION.
           MOVE WS-CNT-RELEASED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "TRANSACTIONS REJECTED" TO TL-CAPTION.
           MOVE WS-CNT-REJECTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RECORDS WRITTEN TO NEW FILE" TO TL-CAPTION.
           MOVE WS-CNT-WRITTEN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE LOG RECORDS WRITTEN" TO TL-CAPTION.
           MOVE WS-CNT-LOGGED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-WRITE-NEW-SUSPENSE                                    *
      * Write every table entry to the NEWSUSP generation, in the *
      * order read, and append the run's applied cards to the     *
      * SUSPLOG.  Reached only when every card on the run         *
      * validated clean - a run with no cards rewrites the        *
      * generation unchanged.                                      *
      *-----------------------------------------------------------*
       8300-WRITE-NEW-SUSPENSE.
           OPEN OUTPUT NEW-SUSPENSE-FILE.
           PERFORM 8310-WRITE-ONE-ENTRY THRU 8310-WRITE-ONE-ENTRY-EXIT
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.
           CLOSE NEW-SUSPENSE-FILE.

           OPEN EXTEND SUSP-LOG-FILE.
           PERFORM 8320-WRITE-ONE-LOG THRU 8320-WRITE-ONE-LOG-EXIT
               VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT.
           CLOSE SUSP-LOG-FILE.
       8300-WRITE-NEW-SUSPENSE-EXIT.
           EXIT.

       8310-WRITE-ONE-ENTRY.
           MOVE WS-SUSP-RECORD(WS-SUSP-IDX) TO NEW-SUSPENSE-RECORD.
           WRITE NEW-SUSPENSE-RECORD.
           ADD 1 TO WS-CNT-WRITTEN.
       8310-WRITE-ONE-ENTRY-EXIT.
           EXIT.

       8320-WRITE-ONE-LOG.
           MOVE SPACES TO SUSP-LOG-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD TO SL-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO SL-RUN-TIME.
           MOVE WS-LOG-TRAN-SEQ(WS-LOG-IDX) TO SL-TRAN-SEQ.
           MOVE WS-LOG-ACTION(WS-LOG-IDX) TO SL-ACTION.
           MOVE WS-LOG-KEY(WS-LOG-IDX) TO SL-SUSP-KEY.
           MOVE WS-LOG-USER-ID(WS-LOG-IDX) TO SL-USER-ID.
           MOVE WS-LOG-FIRST-DATE(WS-LOG-IDX) TO SL-FIRST-SEEN-DATE.
           MOVE WS-LOG-ATTEMPTS(WS-LOG-IDX) TO SL-ATTEMPT-COUNT.
           MOVE WS-LOG-NOTE(WS-LOG-IDX) TO SL-NOTE.
           MOVE WS-LOG-BEFORE(WS-LOG-IDX) TO SL-BEFORE-IMAGE.
           MOVE WS-LOG-AFTER(WS-LOG-IDX) TO SL-AFTER-IMAGE.
           WRITE SUSP-LOG-RECORD.
           ADD 1 TO WS-CNT-LOGGED.
       8320-WRITE-ONE-LOG-EXIT.
           EXIT.
