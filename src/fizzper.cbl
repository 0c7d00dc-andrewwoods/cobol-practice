      *
      * FIZZPER - month-end period close: frozen CLASMSTR snapshot
      *           and period movement report.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-14  AJW  Original version.  The master only ever
      *                  showed how things stand tonight - the weekly
      *                  FIZZBKP backups roll off the CLASBKP GDG, and
      *                  nothing said what the master held at a month
      *                  end or how it got from one month end to the
      *                  next.  Run nightly after FIZZDSTJ, the step
      *                  works out from CYCLDATE and the HOLIDAYS
      *                  calendar (the FIZZCYC business-day walk)
      *                  whether the cycle is the last business day of
      *                  its month; any other night it ends RC=4 with
      *                  nothing written.  On the last business day it
      *                  unloads the master in key order to a new
      *                  CLASSNAP generation stamped with the period
      *                  (CLASSNAP.CPY) - its own GDG, which FIZZBKP
      *                  and the housekeeping jobs never write or
      *                  roll - and rolls the prior period's snapshot
      *                  forward key by key through the LOADDTL and
      *                  RETDTL detail of every cycle since that
      *                  snapshot was taken: opening label, each add,
      *                  update, and retirement in cycle order, and
      *                  the label the key should close on.  PERRPT
      *                  shows per classification label the opening,
      *                  adds, updates in and out, retirements, and
      *                  closing counts against the snapshot, every
      *                  non-zero label-to-label movement cell (adds
      *                  from (NEW), retirements to (RETIRED)), and
      *                  every key whose rolled-forward label is not
      *                  the label on the master.  The close ties when
      *                  each label's closing count equals its
      *                  snapshot count, no key differs, and the
      *                  snapshot count equals MSTRCTL; otherwise
      *                  RC=8 and FIZZPERJ scratches the snapshot so
      *                  the corrected rerun takes its place.  A
      *                  detail cycle loaded twice (a FIZZBOUT back-out
      *                  and reload) counts only its latest run.  The
      *                  first close (PRIORSNP DD DUMMY) has no opening
      *                  to roll forward and ties the snapshot to
      *                  MSTRCTL only.  RC=16 when the cycle is not
      *                  ready (CYCLDATE, or FIZZRETR not completed on
      *                  the CYCLEDGR ledger without a RERUNCD card),
      *                  the period is already closed, or the prior
      *                  snapshot is damaged.
      * 2026-10-15  AJW  A FIZZBOUT back-out is now recognized from
      *                  its CYCLEDGR posting - the cycle backed out
      *                  and the backed-out run's LODSTAT run time
      *                  (see CYCLEDGR.CPY).  Every LOADDTL add and
      *                  update of that cycle carrying that load stamp
      *                  is left out of the movement, and the runs
      *                  and records left out are shown on PERRPT.
      *                  All other detail in the window is applied -
      *                  within a cycle in load-stamp order, records
      *                  with the same stamp (a key carried twice in
      *                  one run) in file order.  This replaces
      *                  passing over every older run of a cycle
      *                  loaded twice, which still replayed a night
      *                  whose reload carried different keys and
      *                  dropped real movement from a cycle loaded
      *                  twice without a back-out.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzper.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-14.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT RERUN-CARD-FILE ASSIGN TO RERUNCD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO CLASMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT MASTER-CONTROL-FILE ASSIGN TO MSTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTRCTL-FILE-STATUS.
           SELECT PRIOR-SNAP-FILE ASSIGN TO PRIORSNP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-FILE-STATUS.
           SELECT NEW-SNAP-FILE ASSIGN TO NEWSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWSNAP-FILE-STATUS.
           SELECT LOAD-DETAIL-FILE ASSIGN TO LOADDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADDTL-FILE-STATUS.
           SELECT RETIRE-DETAIL-FILE ASSIGN TO RETDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETDTL-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO PERRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05  HOL-DATE                   PIC X(08).
           05  FILLER                     PIC X(72).

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       FD  MASTER-FILE.
           COPY CLASMSTR.

       FD  MASTER-CONTROL-FILE.
           COPY MSTRCTL.

       FD  PRIOR-SNAP-FILE.
       01  PRIOR-SNAP-RECORD              PIC X(140).

       FD  NEW-SNAP-FILE.
       01  NEW-SNAP-RECORD                PIC X(140).

       FD  LOAD-DETAIL-FILE.
           COPY LOADDTL.

       FD  RETIRE-DETAIL-FILE.
       01  RETIRE-DETAIL-RECORD           PIC X(80).

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-KEY                     PIC X(06).
           05  SR-CYCLE-DATE              PIC 9(08).
           05  SR-SOURCE                  PIC X(01).
           05  SR-STAMP.
               10  SR-LOAD-DATE           PIC 9(08).
               10  SR-LOAD-TIME           PIC 9(06).
           05  SR-ACTION                  PIC X(01).
           05  SR-CLASSIFICATION          PIC X(40).

       WORKING-STORAGE SECTION.
           COPY CLASSNAP.

           COPY CLASMSTR REPLACING
               ==CLASSIFICATION-MASTER-RECORD== BY
                   ==WS-PRIOR-IMAGE==
               ==CM-KEY== BY ==WS-PI-KEY==
               ==CM-DATA== BY ==WS-PI-DATA==
               ==CM-CLASSIFICATION== BY ==WS-PI-CLASSIFICATION==
               ==CM-LOAD-DATE== BY ==WS-PI-LOAD-DATE==
               ==CM-LOAD-TIME== BY ==WS-PI-LOAD-TIME==
               ==CM-RULES-VERSION== BY ==WS-PI-RULES-VERSION==.

       01 WS-CYCLE-FILE-STATUS           PIC X(02).
       01 WS-HOLIDAY-FILE-STATUS         PIC X(02).
       01 WS-MASTER-FILE-STATUS          PIC X(02).
       01 WS-MSTRCTL-FILE-STATUS         PIC X(02).
       01 WS-PRIOR-FILE-STATUS           PIC X(02).
       01 WS-NEWSNAP-FILE-STATUS         PIC X(02).
       01 WS-LOADDTL-FILE-STATUS         PIC X(02).
       01 WS-RETDTL-FILE-STATUS          PIC X(02).

       01 WS-HOLIDAY-EOF-SW              PIC X(01) VALUE "N".
           88 WS-HOLIDAY-EOF              VALUE "Y".
       01 WS-LOADDTL-EOF-SW              PIC X(01) VALUE "N".
           88 WS-LOADDTL-EOF              VALUE "Y".
       01 WS-RETDTL-EOF-SW               PIC X(01) VALUE "N".
           88 WS-RETDTL-EOF               VALUE "Y".
       01 WS-MASTER-EOF-SW               PIC X(01) VALUE "N".
           88 WS-MASTER-EOF               VALUE "Y".
       01 WS-MONTH-END-SW                PIC X(01) VALUE "N".
           88 WS-MONTH-END                VALUE "Y".
       01 WS-FIRST-CLOSE-SW              PIC X(01) VALUE "N".
           88 WS-FIRST-CLOSE              VALUE "Y".
       01 WS-CTL-KNOWN-SW                PIC X(01) VALUE "N".
           88 WS-CTL-KNOWN                VALUE "Y".
       01 WS-TIE-ERROR-SW                PIC X(01) VALUE "N".
           88 WS-TIE-ERRORS               VALUE "Y".

      *****************************************************************
      * The period - the cycle's YYYYMM - and the prior snapshot it   *
      * is rolled forward from.  Movement is taken from the detail    *
      * of every cycle after the prior snapshot's cycle, up to and    *
      * including tonight's.                                          *
      *****************************************************************
       01 WS-SYSTEM-DATE                 PIC 9(08).
       01 WS-CYCLE-DATE-DIFF             PIC S9(05).
       01 WS-CYCLE-DATE                  PIC 9(08).
       01 WS-NEXT-BUSINESS-DATE          PIC 9(08).
       01 WS-PERIOD                      PIC 9(06).
       01 FILLER REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY             PIC 9(04).
           05 WS-PERIOD-MM               PIC 9(02).
       01 WS-EXPECTED-PRIOR-PERIOD       PIC 9(06).
       01 FILLER REDEFINES WS-EXPECTED-PRIOR-PERIOD.
           05 WS-EXPECTED-PRIOR-YYYY     PIC 9(04).
           05 WS-EXPECTED-PRIOR-MM       PIC 9(02).
       01 WS-PRIOR-PERIOD                PIC 9(06) VALUE ZERO.
       01 WS-PRIOR-CYCLE-DATE            PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-FROM-DATE            PIC 9(08) VALUE ZERO.

      *****************************************************************
      * Holiday calendar - one YYYYMMDD per HOLIDAYS record, loaded   *
      * at startup for the business-day walk.  A missing calendar     *
      * just means no holidays.                                       *
      *****************************************************************
       01 WS-HOLIDAY-COUNT               PIC 9(03) VALUE ZERO.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-DATE OCCURS 200 TIMES
               INDEXED BY WS-HOL-IDX     PIC 9(08).

      *****************************************************************
      * Business-day walk fields.  INTEGER-OF-DATE day 1 is a         *
      * Monday, so MOD(integer-date 7) of 6 is Saturday and 0 is      *
      * Sunday.                                                       *
      *****************************************************************
       01 WS-DATE-INT                    PIC 9(08).
       01 WS-CAND-DATE                   PIC 9(08).
       01 WS-DAY-OF-WEEK                 PIC 9(01).
       01 WS-DAY-OK-SW                   PIC X(01).
           88 WS-DAY-OK                   VALUE "Y".
       01 WS-HOLIDAY-HIT-SW              PIC X(01).
           88 WS-HOLIDAY-HIT              VALUE "Y".

      *****************************************************************
      * Cycle readiness check (see 2100-CHECK-PREDECESSOR) - the      *
      * optional RERUNCD override card (RERUNCD.CPY) and the          *
      * latest-run lookup on the ledger.                              *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZPER".
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
      * FIZZLOAD runs backed out by FIZZBOUT in the movement window,  *
      * from the FIZZBOUT postings on the ledger (see 2350-LOAD-      *
      * BACKOUTS) - the cycle backed out and the run's LODSTAT run    *
      * time.  The run's LOADDTL adds and updates carry the cycle     *
      * date and that time as their load stamp.                       *
      *****************************************************************
       01 WS-BACKOUT-COUNT               PIC 9(03) VALUE ZERO.
       01 WS-BACKOUT-NO                  PIC 9(03).
       01 WS-BACKOUT-HIT-SW              PIC X(01).
           88 WS-BACKOUT-HIT              VALUE "Y".
       01 WS-BACKOUT-TABLE.
           05 WS-BACKOUT-ENTRY OCCURS 100 TIMES.
               10 WS-BO-CYCLE-DATE       PIC 9(08).
               10 WS-BO-RUN-TIME         PIC 9(06).
       01 WS-EDIT-TIME.
           05 WS-EDIT-TIME-HH            PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ":".
           05 WS-EDIT-TIME-MM            PIC 9(02).
           05 FILLER                     PIC X(01) VALUE ":".
           05 WS-EDIT-TIME-SS            PIC 9(02).

      *****************************************************************
      * Roll-forward merge - the current key on each of the three     *
      * key-ordered inputs (HIGH-VALUES once exhausted), the key      *
      * being rolled, and the label it holds as its events are        *
      * applied.                                                      *
      *****************************************************************
       01 WS-EVENT-KEY                   PIC X(06).
       01 WS-EVENT-ACTION                PIC X(01).
       01 WS-EVENT-LABEL                 PIC X(40).
       01 WS-PRIOR-KEY                   PIC X(06) VALUE LOW-VALUES.
       01 WS-MASTER-KEY                  PIC X(06).
       01 WS-LOW-KEY                     PIC X(06).
       01 WS-HELD-SW                     PIC X(01).
           88 WS-HELD                     VALUE "Y".
       01 WS-HELD-LABEL                  PIC X(40).
       01 WS-DETAIL-SOURCE               PIC X(01).

      *****************************************************************
      * Per-label movement.  Labels are added in the order first      *
      * met; slot 50 pools any label beyond the 49th so the counts    *
      * still tie.  Matrix cell (from, to) counts keys moved from     *
      * one label to another; row 51 is (NEW) - an add - and column   *
      * 51 is (RETIRED).                                              *
      *****************************************************************
       01 WS-LABEL-COUNT                 PIC 9(02) VALUE ZERO.
       01 WS-LABEL-TABLE.
           05 WS-LABEL-ENTRY OCCURS 50 TIMES.
               10 WS-LB-LABEL            PIC X(40).
               10 WS-LB-OPENING          PIC 9(09).
               10 WS-LB-ADDS             PIC 9(09).
               10 WS-LB-UPD-IN           PIC 9(09).
               10 WS-LB-UPD-OUT          PIC 9(09).
               10 WS-LB-RETIRED          PIC 9(09).
               10 WS-LB-CLOSING          PIC S9(09).
               10 WS-LB-SNAPSHOT         PIC 9(09).
       01 WS-LABEL-OVERFLOW-SW           PIC X(01) VALUE "N".
           88 WS-LABEL-OVERFLOW           VALUE "Y".
       01 WS-LB-NO                       PIC 9(02).
       01 WS-FOUND-NO                    PIC 9(02).
       01 WS-FIND-LABEL                  PIC X(40).
       01 WS-FROM-NO                     PIC 9(02).
       01 WS-TO-NO                       PIC 9(02).
       01 WS-NAME-NO                     PIC 9(02).
       01 WS-NAME-TEXT                   PIC X(40).
       01 WS-MOVE-MATRIX.
           05 WS-MOVE-FROM OCCURS 51 TIMES.
               10 WS-MOVE-COUNT          PIC 9(07) OCCURS 51 TIMES.

       01 WS-TOTALS.
           05 WS-TOT-OPENING             PIC 9(09) VALUE ZERO.
           05 WS-TOT-ADDS                PIC 9(09) VALUE ZERO.
           05 WS-TOT-UPD-IN              PIC 9(09) VALUE ZERO.
           05 WS-TOT-UPD-OUT             PIC 9(09) VALUE ZERO.
           05 WS-TOT-RETIRED             PIC 9(09) VALUE ZERO.
           05 WS-TOT-CLOSING             PIC S9(09) VALUE ZERO.
           05 WS-TOT-SNAPSHOT            PIC 9(09) VALUE ZERO.

       01 WS-EXPECTED-COUNT              PIC 9(09) VALUE ZERO.
       01 WS-CNT-LOADDTL-READ            PIC 9(09) VALUE ZERO.
       01 WS-CNT-RETDTL-READ             PIC 9(09) VALUE ZERO.
       01 WS-CNT-RELEASED                PIC 9(09) VALUE ZERO.
       01 WS-CNT-OUTSIDE-WINDOW          PIC 9(09) VALUE ZERO.
       01 WS-CNT-BACKED-OUT              PIC 9(09) VALUE ZERO.
       01 WS-CNT-PRIOR-READ              PIC 9(09) VALUE ZERO.
       01 WS-CNT-SNAPSHOT                PIC 9(09) VALUE ZERO.
       01 WS-CNT-FINDINGS                PIC 9(07) VALUE ZERO.
       01 WS-CNT-LABELS-UNTIED           PIC 9(02) VALUE ZERO.
       01 WS-CNT-CELLS                   PIC 9(05) VALUE ZERO.

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).
       01 WS-EDIT-DATE                   PIC 9999/99/99.
       01 WS-EDIT-DATE-2                 PIC 9999/99/99.
       01 WS-EDIT-PERIOD                 PIC 9999/99.
       01 WS-EDIT-PERIOD-2               PIC 9999/99.

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(45)
               VALUE "FIZZBUZZ MONTH-END PERIOD CLOSE".
           05 FILLER                     PIC X(77) VALUE SPACES.

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
           05 FILLER                     PIC X(05) VALUE SPACES.
           05 FILLER                     PIC X(13)
               VALUE "CYCLE DATE : ".
           05 RP-CYCLE-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(49) VALUE SPACES.

       01 WS-REPORT-BLANK-LINE           PIC X(132) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 SL-TEXT                    PIC X(100).
           05 FILLER                     PIC X(22) VALUE SPACES.

       01 WS-FLAG-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE "*** ".
           05 FL-TEXT                    PIC X(100).
           05 FILLER                     PIC X(18) VALUE SPACES.

       01 WS-FINDING-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "KEY".
           05 FILLER                     PIC X(32) VALUE "CONDITION".
           05 FILLER                     PIC X(42)
               VALUE "ROLLED FORWARD / HELD".
           05 FILLER                     PIC X(40)
               VALUE "MASTER / DETAIL".

       01 WS-FINDING-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 KF-KEY                     PIC X(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 KF-CONDITION               PIC X(30).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 KF-EXPECTED                PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 KF-FOUND                   PIC X(40).

       01 WS-LABEL-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(40)
               VALUE "CLASSIFICATION LABEL".
           05 FILLER                     PIC X(10) VALUE "   OPENING".
           05 FILLER                     PIC X(10) VALUE "      ADDS".
           05 FILLER                     PIC X(10) VALUE " UPDATE IN".
           05 FILLER                     PIC X(10) VALUE "UPDATE OUT".
           05 FILLER                     PIC X(10) VALUE "   RETIRED".
           05 FILLER                     PIC X(10) VALUE "   CLOSING".
           05 FILLER                     PIC X(10) VALUE "  SNAPSHOT".
           05 FILLER                     PIC X(12) VALUE SPACES.

       01 WS-LABEL-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 LM-LABEL                   PIC X(40).
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-OPENING                 PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-ADDS                    PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-UPD-IN                  PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-UPD-OUT                 PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-RETIRED                 PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-CLOSING                 PIC -ZZZZZZZ9.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 LM-SNAPSHOT                PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 LM-FLAG                    PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.

       01 WS-MATRIX-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(42) VALUE "FROM LABEL".
           05 FILLER                     PIC X(42) VALUE "TO LABEL".
           05 FILLER                     PIC X(09) VALUE "     KEYS".
           05 FILLER                     PIC X(29) VALUE SPACES.

       01 WS-MATRIX-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 MM-FROM                    PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 MM-TO                      PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 MM-COUNT                   PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(29) VALUE SPACES.

       01 WS-TRAILER-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(20)
               VALUE "CONTROL TOTALS".
           05 FILLER                     PIC X(102) VALUE SPACES.

       01 WS-TRAILER-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 TL-CAPTION                 PIC X(36).
           05 TL-COUNT                   PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(77) VALUE SPACES.

       01 WS-VERDICT-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 VD-VERDICT                 PIC X(80).
           05 FILLER                     PIC X(42) VALUE SPACES.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           IF WS-MONTH-END
               PERFORM 2000-OPEN-PERIOD THRU 2000-OPEN-PERIOD-EXIT
               SORT SORT-FILE
                   ON ASCENDING KEY SR-KEY SR-CYCLE-DATE SR-SOURCE
                       SR-STAMP
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 3000-RELEASE-MOVEMENT
                       THRU 3000-RELEASE-MOVEMENT-EXIT
                   OUTPUT PROCEDURE IS 4000-ROLL-FORWARD
                       THRU 4000-ROLL-FORWARD-EXIT
               PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT
           ELSE
               DISPLAY "FIZZPER - CYCLE " WS-CYCLE-DATE
                   " IS NOT THE LAST BUSINESS DAY OF ITS MONTH - "
                   "NEXT BUSINESS DAY " WS-NEXT-BUSINESS-DATE
                   " - NOTHING CLOSED"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Stamp the run date/time, get the cycle date, load the     *
      * holiday calendar, and decide whether the cycle is the     *
      * last business day of its month.                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           PERFORM 1100-GET-CYCLE-DATE THRU 1100-GET-CYCLE-DATE-EXIT.
           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-LOAD-HOLIDAYS-EXIT.
           PERFORM 1300-CHECK-MONTH-END THRU
               1300-CHECK-MONTH-END-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-GET-CYCLE-DATE                                       *
      * Read the cycle date from the CYCLDATE control record      *
      * (maintained by FIZZCYC - see CYCDATE.CPY).  The period    *
      * closed is the cycle's month.                              *
      *-----------------------------------------------------------*
       1100-GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "FIZZPER - CYCLDATE NOT AVAILABLE - STATUS "
                   WS-CYCLE-FILE-STATUS " - RUN FIZZCYC OPEN - "
                   "JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FIZZPER - CYCLDATE IS EMPTY - RUN "
                       "FIZZCYC OPEN - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CYCLE-DATE-FILE.

           IF NOT CY-OPEN
               DISPLAY "FIZZPER - CYCLE " CY-CYCLE-DATE
                   " IS NOT OPEN - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CYCLE-DATE-DIFF =
               INTEGER-OF-DATE(WS-SYSTEM-DATE)
               - INTEGER-OF-DATE(CY-CYCLE-DATE).
           IF WS-CYCLE-DATE-DIFF < ZERO
               COMPUTE WS-CYCLE-DATE-DIFF = 0 - WS-CYCLE-DATE-DIFF
           END-IF.
           IF WS-CYCLE-DATE-DIFF > CY-TOLERANCE-DAYS
               DISPLAY "FIZZPER - CYCLE DATE " CY-CYCLE-DATE
                   " IS MORE THAN " CY-TOLERANCE-DAYS
                   " DAYS FROM SYSTEM DATE " WS-SYSTEM-DATE
                   " - STALE CYCLE RECORD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE WS-CYCLE-DATE(1:6) TO WS-PERIOD.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

       1200-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               GO TO 1200-LOAD-HOLIDAYS-EXIT
           END-IF.
           PERFORM 1210-READ-HOLIDAY THRU 1210-READ-HOLIDAY-EXIT.
           PERFORM 1220-STORE-HOLIDAY THRU 1220-STORE-HOLIDAY-EXIT
               UNTIL WS-HOLIDAY-EOF.
           CLOSE HOLIDAY-FILE.
       1200-LOAD-HOLIDAYS-EXIT.
           EXIT.

       1210-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-HOLIDAY-EOF-SW
           END-READ.
       1210-READ-HOLIDAY-EXIT.
           EXIT.

       1220-STORE-HOLIDAY.
           IF HOL-DATE IS NUMERIC
               IF WS-HOLIDAY-COUNT = 200
                   DISPLAY "FIZZPER - MORE THAN 200 HOLIDAYS - "
                       "REST OF CALENDAR IGNORED"
                   MOVE "Y" TO WS-HOLIDAY-EOF-SW
                   GO TO 1220-STORE-HOLIDAY-EXIT
               END-IF
               ADD 1 TO WS-HOLIDAY-COUNT
               SET WS-HOL-IDX TO WS-HOLIDAY-COUNT
               MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOL-IDX)
           END-IF.
           PERFORM 1210-READ-HOLIDAY THRU 1210-READ-HOLIDAY-EXIT.
       1220-STORE-HOLIDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-CHECK-MONTH-END                                      *
      * Walk forward from the cycle date to the next business day *
      * the way FIZZCYC ADVANCE will - weekends and holiday-      *
      * calendar dates skipped.  When that day falls in a later   *
      * month, tonight's cycle is the last business day of the    *
      * period and the period is closed.                          *
      *-----------------------------------------------------------*
       1300-CHECK-MONTH-END.
           COMPUTE WS-DATE-INT = INTEGER-OF-DATE(WS-CYCLE-DATE).
           MOVE "N" TO WS-DAY-OK-SW.
           PERFORM 1310-TEST-NEXT-DAY THRU 1310-TEST-NEXT-DAY-EXIT
               UNTIL WS-DAY-OK.
           MOVE WS-CAND-DATE TO WS-NEXT-BUSINESS-DATE.
           IF WS-NEXT-BUSINESS-DATE(1:6) NOT = WS-CYCLE-DATE(1:6)
               MOVE "Y" TO WS-MONTH-END-SW
           END-IF.
       1300-CHECK-MONTH-END-EXIT.
           EXIT.

       1310-TEST-NEXT-DAY.
           ADD 1 TO WS-DATE-INT.
           COMPUTE WS-CAND-DATE = DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DAY-OF-WEEK = MOD(WS-DATE-INT, 7).
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               GO TO 1310-TEST-NEXT-DAY-EXIT
           END-IF.

           MOVE "N" TO WS-HOLIDAY-HIT-SW.
           PERFORM 1320-TEST-ONE-HOLIDAY THRU
               1320-TEST-ONE-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT.
           IF NOT WS-HOLIDAY-HIT
               MOVE "Y" TO WS-DAY-OK-SW
           END-IF.
       1310-TEST-NEXT-DAY-EXIT.
           EXIT.

       1320-TEST-ONE-HOLIDAY.
           IF WS-HOLIDAY-DATE(WS-HOL-IDX) = WS-CAND-DATE
               MOVE "Y" TO WS-HOLIDAY-HIT-SW
           END-IF.
       1320-TEST-ONE-HOLIDAY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-OPEN-PERIOD                                          *
      * Month end - check the cycle is finished with the master,  *
      * read the MSTRCTL count and the prior snapshot's header,   *
      * pick up the runs backed out in the movement window, print *
      * the report heading, and open the master and the new       *
      * snapshot with its header.                                 *
      *-----------------------------------------------------------*
       2000-OPEN-PERIOD.
           PERFORM 2100-CHECK-PREDECESSOR THRU
               2100-CHECK-PREDECESSOR-EXIT.
           PERFORM 2200-READ-MASTER-CONTROL THRU
               2200-READ-MASTER-CONTROL-EXIT.
           PERFORM 2300-OPEN-PRIOR-SNAPSHOT THRU
               2300-OPEN-PRIOR-SNAPSHOT-EXIT.
           IF NOT WS-FIRST-CLOSE
               PERFORM 2350-LOAD-BACKOUTS THRU
                   2350-LOAD-BACKOUTS-EXIT
           END-IF.

           MOVE ZERO TO WS-LB-OPENING(50) WS-LB-ADDS(50)
               WS-LB-UPD-IN(50) WS-LB-UPD-OUT(50) WS-LB-RETIRED(50)
               WS-LB-CLOSING(50) WS-LB-SNAPSHOT(50).
           MOVE "(ALL OTHER LABELS)" TO WS-LB-LABEL(50).
           PERFORM 2050-CLEAR-MATRIX-ROW THRU
               2050-CLEAR-MATRIX-ROW-EXIT
               VARYING WS-FROM-NO FROM 1 BY 1 UNTIL WS-FROM-NO > 51.

           PERFORM 2400-WRITE-REPORT-HEADING THRU
               2400-WRITE-REPORT-HEADING-EXIT.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               AND WS-MASTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZPER - CLASMSTR OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CM-KEY.
           START MASTER-FILE KEY NOT < CM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SW
           END-START.

           OPEN OUTPUT NEW-SNAP-FILE.
           IF WS-NEWSNAP-FILE-STATUS NOT = "00"
               DISPLAY "FIZZPER - NEWSNAP OPEN FAILED - STATUS "
                   WS-NEWSNAP-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO SNAP-HEADER-RECORD.
           MOVE "HDR" TO SH-RECORD-TYPE.
           MOVE WS-RUN-DATE-YYYYMMDD TO SH-SNAP-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO SH-SNAP-TIME.
           MOVE "FIZZPER" TO SH-SOURCE-JOB.
           MOVE WS-PERIOD TO SH-PERIOD.
           MOVE WS-CYCLE-DATE TO SH-CYCLE-DATE.
           MOVE WS-PRIOR-PERIOD TO SH-PRIOR-PERIOD.
           MOVE WS-PRIOR-CYCLE-DATE TO SH-PRIOR-CYCLE-DATE.
           WRITE NEW-SNAP-RECORD FROM SNAP-HEADER-RECORD.
       2000-OPEN-PERIOD-EXIT.
           EXIT.

       2050-CLEAR-MATRIX-ROW.
           PERFORM 2060-CLEAR-MATRIX-CELL THRU
               2060-CLEAR-MATRIX-CELL-EXIT
               VARYING WS-TO-NO FROM 1 BY 1 UNTIL WS-TO-NO > 51.
       2050-CLEAR-MATRIX-ROW-EXIT.
           EXIT.

       2060-CLEAR-MATRIX-CELL.
           MOVE ZERO TO WS-MOVE-COUNT(WS-FROM-NO, WS-TO-NO).
       2060-CLEAR-MATRIX-CELL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-PREDECESSOR                                    *
      * The snapshot must be the master as the cycle leaves it,   *
      * so the run stops (RC=16) unless the cycle step ledger     *
      * shows FIZZRETR - the last step to change the master -     *
      * completed for the CYCLDATE cycle RC=8 or better (the      *
      * FIZZDIST threshold), or a RERUNCD override card names     *
      * FIZZPER and the cycle.  Nothing is posted - the close is  *
      * not a cycle step, and a rerun is guarded by the period    *
      * check on the prior snapshot instead.                      *
      *-----------------------------------------------------------*
       2100-CHECK-PREDECESSOR.
           PERFORM 2110-READ-RERUN-CARD THRU
               2110-READ-RERUN-CARD-EXIT.

           MOVE ZERO TO WS-LOOK-LAST-RUN.
           MOVE "N" TO WS-LOOK-DONE-SW.
           MOVE "FIZZRETR" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "00"
               OR WS-LEDGER-FILE-STATUS = "97"
               PERFORM 2120-FIND-LAST-RUN THRU
                   2120-FIND-LAST-RUN-EXIT
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 8
               GO TO 2100-CHECK-PREDECESSOR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-LOOK-LAST-RUN = ZERO
                   DISPLAY "FIZZPER - FIZZRETR HAS NOT RUN FOR CYCLE "
                       WS-CYCLE-DATE
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZPER - FIZZRETR RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE " WS-CYCLE-DATE
               WHEN OTHER
                   DISPLAY "FIZZPER - FIZZRETR RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-CYCLE-DATE
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZPER - THE CYCLE IS NOT FINISHED WITH THE "
                   "MASTER - RUN AFTER FIZZRETJ, OR SUPPLY A "
                   "RERUNCD CARD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FIZZPER - PERIOD CLOSED FOR CYCLE " WS-CYCLE-DATE
               " UNDER RERUNCD OVERRIDE BY " WS-RERUN-USER " - "
               WS-RERUN-REASON.
       2100-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2110-READ-RERUN-CARD                                      *
      * Read the optional RERUNCD override card (RERUNCD.CPY).  A *
      * missing or dummy DD is no override.  A card that does not *
      * name FIZZPER and the CYCLDATE cycle, or has no user id or *
      * reason, stops the run - an override must be deliberate.   *
      *-----------------------------------------------------------*
       2110-READ-RERUN-CARD.
           OPEN INPUT RERUN-CARD-FILE.
           IF WS-RERUN-FILE-STATUS NOT = "00"
               GO TO 2110-READ-RERUN-CARD-EXIT
           END-IF.
           READ RERUN-CARD-FILE
               AT END
                   CLOSE RERUN-CARD-FILE
                   GO TO 2110-READ-RERUN-CARD-EXIT
           END-READ.

           IF RR-STEP-NAME NOT = WS-LEDGER-STEP
               OR RR-STREAM-ID NOT = WS-LEDGER-STREAM
               OR RR-CYCLE-DATE NOT = WS-CYCLE-DATE
               OR RR-USER-ID = SPACES
               OR RR-REASON = SPACES
               DISPLAY "FIZZPER - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
       2110-READ-RERUN-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-FIND-LAST-RUN                                        *
      * Browse the ledger postings for                            *
      * WS-LOOK-STEP/WS-LOOK-STREAM in the CYCLDATE cycle and     *
      * leave the latest run number (zero when the step has not   *
      * run), whether that run completed, and its return code.    *
      *-----------------------------------------------------------*
       2120-FIND-LAST-RUN.
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
                   GO TO 2120-FIND-LAST-RUN-EXIT
           END-START.
           PERFORM 2125-SCAN-ONE-POSTING THRU
               2125-SCAN-ONE-POSTING-EXIT
               UNTIL WS-LEDGER-EOF.
       2120-FIND-LAST-RUN-EXIT.
           EXIT.

       2125-SCAN-ONE-POSTING.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SW
                   GO TO 2125-SCAN-ONE-POSTING-EXIT
           END-READ.
           IF LG-CYCLE-DATE NOT = WS-CYCLE-DATE
               OR LG-STEP-NAME NOT = WS-LOOK-STEP
               OR LG-STREAM-ID NOT = WS-LOOK-STREAM
               MOVE "Y" TO WS-LEDGER-EOF-SW
               GO TO 2125-SCAN-ONE-POSTING-EXIT
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
       2125-SCAN-ONE-POSTING-EXIT.
           EXIT.

       2200-READ-MASTER-CONTROL.
           OPEN INPUT MASTER-CONTROL-FILE.
           IF WS-MSTRCTL-FILE-STATUS NOT = "00"
               GO TO 2200-READ-MASTER-CONTROL-EXIT
           END-IF.
           READ MASTER-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF MC-RECORD-COUNT IS NUMERIC
                       MOVE MC-RECORD-COUNT TO WS-EXPECTED-COUNT
                       MOVE "Y" TO WS-CTL-KNOWN-SW
                   END-IF
           END-READ.
           CLOSE MASTER-CONTROL-FILE.
       2200-READ-MASTER-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-OPEN-PRIOR-SNAPSHOT                                  *
      * Open the newest existing CLASSNAP generation and take its *
      * period and closing cycle from the header.  No snapshot    *
      * (DD DUMMY or empty) is the first close.  A snapshot for   *
      * this period or a later one means the period is already    *
      * closed - a snapshot is never replaced.                    *
      *-----------------------------------------------------------*
       2300-OPEN-PRIOR-SNAPSHOT.
           OPEN INPUT PRIOR-SNAP-FILE.
           IF WS-PRIOR-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-FIRST-CLOSE-SW
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
               GO TO 2300-OPEN-PRIOR-SNAPSHOT-EXIT
           END-IF.
           READ PRIOR-SNAP-FILE
               AT END
                   MOVE "Y" TO WS-FIRST-CLOSE-SW
                   MOVE HIGH-VALUES TO WS-PRIOR-KEY
                   CLOSE PRIOR-SNAP-FILE
                   GO TO 2300-OPEN-PRIOR-SNAPSHOT-EXIT
           END-READ.

           MOVE PRIOR-SNAP-RECORD TO SNAP-HEADER-RECORD.
           IF NOT SH-HEADER-TYPE
               OR SH-PERIOD IS NOT NUMERIC
               OR SH-CYCLE-DATE IS NOT NUMERIC
               DISPLAY "FIZZPER - PRIORSNP HEADER RECORD MISSING OR "
                   "DAMAGED - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF INTEGER-OF-DATE(SH-CYCLE-DATE) = ZERO
               DISPLAY "FIZZPER - PRIORSNP CLOSING CYCLE "
                   SH-CYCLE-DATE " IS NOT A DATE - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SH-PERIOD NOT < WS-PERIOD
               DISPLAY "FIZZPER - PERIOD " WS-PERIOD
                   " IS ALREADY CLOSED - PRIORSNP IS THE SNAPSHOT "
                   "FOR PERIOD " SH-PERIOD " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SH-PERIOD TO WS-PRIOR-PERIOD.
           MOVE SH-CYCLE-DATE TO WS-PRIOR-CYCLE-DATE.
           COMPUTE WS-WINDOW-FROM-DATE = DATE-OF-INTEGER(
               INTEGER-OF-DATE(WS-PRIOR-CYCLE-DATE) + 1).
       2300-OPEN-PRIOR-SNAPSHOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2350-LOAD-BACKOUTS                                        *
      * Browse the cycle step ledger from the first cycle of the  *
      * movement window through tonight's and keep every          *
      * completed FIZZBOUT posting - a FIZZLOAD run backed out of *
      * the master, whose load detail must not be applied.  No    *
      * ledger means nothing was ever backed out through it.      *
      *-----------------------------------------------------------*
       2350-LOAD-BACKOUTS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZPER - CYCLEDGR NOT READABLE - STATUS "
                   WS-LEDGER-FILE-STATUS " - NO FIZZBOUT BACK-OUTS "
                   "TAKEN INTO ACCOUNT"
               GO TO 2350-LOAD-BACKOUTS-EXIT
           END-IF.
           MOVE "N" TO WS-LEDGER-EOF-SW.
           MOVE LOW-VALUES TO LG-KEY.
           MOVE WS-WINDOW-FROM-DATE TO LG-CYCLE-DATE.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SW
           END-START.
           PERFORM 2355-SCAN-ONE-BACKOUT THRU
               2355-SCAN-ONE-BACKOUT-EXIT
               UNTIL WS-LEDGER-EOF.
           CLOSE LEDGER-FILE.
       2350-LOAD-BACKOUTS-EXIT.
           EXIT.

       2355-SCAN-ONE-BACKOUT.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SW
                   GO TO 2355-SCAN-ONE-BACKOUT-EXIT
           END-READ.
           IF LG-CYCLE-DATE > WS-CYCLE-DATE
               MOVE "Y" TO WS-LEDGER-EOF-SW
               GO TO 2355-SCAN-ONE-BACKOUT-EXIT
           END-IF.
           IF LG-STEP-NAME NOT = "FIZZBOUT"
               OR NOT LG-EVENT-COMPLETED
               GO TO 2355-SCAN-ONE-BACKOUT-EXIT
           END-IF.
           IF LG-BACKOUT-RUN-TIME IS NOT NUMERIC
               DISPLAY "FIZZPER - FIZZBOUT POSTING " LG-KEY
                   " CARRIES NO RUN TIME - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BACKOUT-COUNT = 100
               DISPLAY "FIZZPER - MORE THAN 100 FIZZBOUT BACK-OUTS "
                   "IN THE MOVEMENT WINDOW - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-BACKOUT-COUNT.
           MOVE LG-CYCLE-DATE TO WS-BO-CYCLE-DATE(WS-BACKOUT-COUNT).
           MOVE LG-BACKOUT-RUN-TIME
               TO WS-BO-RUN-TIME(WS-BACKOUT-COUNT).
       2355-SCAN-ONE-BACKOUT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-WRITE-REPORT-HEADING                                 *
      * Title, the period and its closing cycle, the snapshot it  *
      * rolls forward from and the cycles whose movement is       *
      * applied, each load run backed out of those cycles, then   *
      * the heading of the key-level findings.                    *
      *-----------------------------------------------------------*
       2400-WRITE-REPORT-HEADING.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE-YYYYMMDD TO RP-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS(1:2) TO RP-RUN-TIME-HH.
           MOVE WS-RUN-TIME-HHMMSS(3:2) TO RP-RUN-TIME-MM.
           MOVE WS-RUN-TIME-HHMMSS(5:2) TO RP-RUN-TIME-SS.
           MOVE WS-CYCLE-DATE TO RP-CYCLE-DATE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-SUBTITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE WS-PERIOD TO WS-EDIT-PERIOD.
           MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
           MOVE SPACES TO SL-TEXT.
           STRING "PERIOD CLOSED    : " DELIMITED BY SIZE
               WS-EDIT-PERIOD DELIMITED BY SIZE
               " - SNAPSHOT OF THE MASTER AT THE CLOSE OF CYCLE "
                   DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.

           MOVE SPACES TO SL-TEXT.
           IF WS-FIRST-CLOSE
               MOVE "ROLLED FORWARD   : NO PRIOR SNAPSHOT - FIRST CLOSE"
                   TO SL-TEXT
               WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 2400-WRITE-REPORT-HEADING-FINDINGS
           END-IF.
           MOVE WS-PRIOR-PERIOD TO WS-EDIT-PERIOD.
           MOVE WS-PRIOR-CYCLE-DATE TO WS-EDIT-DATE.
           STRING "ROLLED FORWARD   : FROM THE PERIOD "
                   DELIMITED BY SIZE
               WS-EDIT-PERIOD DELIMITED BY SIZE
               " SNAPSHOT, TAKEN AT THE CLOSE OF CYCLE "
                   DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               INTO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE WS-WINDOW-FROM-DATE TO WS-EDIT-DATE.
           MOVE WS-CYCLE-DATE TO WS-EDIT-DATE-2.
           MOVE SPACES TO SL-TEXT.
           STRING "MOVEMENT APPLIED : LOADDTL AND RETDTL DETAIL OF "
                   DELIMITED BY SIZE
               "CYCLES " DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " THROUGH " DELIMITED BY SIZE
               WS-EDIT-DATE-2 DELIMITED BY SIZE
               INTO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM 2410-PRINT-ONE-BACKOUT THRU
               2410-PRINT-ONE-BACKOUT-EXIT
               VARYING WS-BACKOUT-NO FROM 1 BY 1
               UNTIL WS-BACKOUT-NO > WS-BACKOUT-COUNT.

           IF WS-PERIOD-MM = 1
               COMPUTE WS-EXPECTED-PRIOR-YYYY = WS-PERIOD-YYYY - 1
               MOVE 12 TO WS-EXPECTED-PRIOR-MM
           ELSE
               MOVE WS-PERIOD-YYYY TO WS-EXPECTED-PRIOR-YYYY
               COMPUTE WS-EXPECTED-PRIOR-MM = WS-PERIOD-MM - 1
           END-IF.
           IF WS-PRIOR-PERIOD NOT = WS-EXPECTED-PRIOR-PERIOD
               MOVE WS-EXPECTED-PRIOR-PERIOD TO WS-EDIT-PERIOD-2
               MOVE SPACES TO FL-TEXT
               STRING "NO SNAPSHOT WAS TAKEN FOR PERIOD "
                       DELIMITED BY SIZE
                   WS-EDIT-PERIOD-2 DELIMITED BY SIZE
                   " - THE MOVEMENT SHOWN COVERS EVERY PERIOD SINCE "
                       DELIMITED BY SIZE
                   WS-EDIT-PERIOD DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           END-IF.

       2400-WRITE-REPORT-HEADING-FINDINGS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "KEY-LEVEL FINDINGS" TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-FINDING-HEADING-LINE.
       2400-WRITE-REPORT-HEADING-EXIT.
           EXIT.

       2410-PRINT-ONE-BACKOUT.
           MOVE WS-BO-CYCLE-DATE(WS-BACKOUT-NO) TO WS-EDIT-DATE.
           MOVE WS-BO-RUN-TIME(WS-BACKOUT-NO)(1:2) TO WS-EDIT-TIME-HH.
           MOVE WS-BO-RUN-TIME(WS-BACKOUT-NO)(3:2) TO WS-EDIT-TIME-MM.
           MOVE WS-BO-RUN-TIME(WS-BACKOUT-NO)(5:2) TO WS-EDIT-TIME-SS.
           MOVE SPACES TO SL-TEXT.
           STRING "BACKED OUT       : FIZZLOAD RUN OF CYCLE "
                   DELIMITED BY SIZE
               WS-EDIT-DATE DELIMITED BY SIZE
               " AT " DELIMITED BY SIZE
               WS-EDIT-TIME DELIMITED BY SIZE
               " - ITS LOAD DETAIL IS NOT APPLIED" DELIMITED BY SIZE
               INTO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
       2410-PRINT-ONE-BACKOUT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RELEASE-MOVEMENT                                     *
      * Sort input procedure - release every add, update, and     *
      * retirement detail record for a cycle after the prior      *
      * snapshot's up to tonight's.  LOADDTL and RETDTL are the   *
      * GDG bases, so every generation still cataloged is read;   *
      * the cycle date on each record picks out the window.       *
      * Unchanged ("N") records move nothing.  The first close    *
      * has no opening to move from and releases nothing.         *
      *-----------------------------------------------------------*
       3000-RELEASE-MOVEMENT.
           IF WS-FIRST-CLOSE
               GO TO 3000-RELEASE-MOVEMENT-EXIT
           END-IF.

           OPEN INPUT LOAD-DETAIL-FILE.
           IF WS-LOADDTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZPER - LOADDTL NOT AVAILABLE - STATUS "
                   WS-LOADDTL-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "L" TO WS-DETAIL-SOURCE.
           PERFORM 3100-READ-LOADDTL THRU 3100-READ-LOADDTL-EXIT.
           PERFORM 3300-RELEASE-ONE-LOADDTL THRU
               3300-RELEASE-ONE-LOADDTL-EXIT
               UNTIL WS-LOADDTL-EOF.
           CLOSE LOAD-DETAIL-FILE.

           OPEN INPUT RETIRE-DETAIL-FILE.
           IF WS-RETDTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZPER - RETDTL NOT AVAILABLE - STATUS "
                   WS-RETDTL-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "R" TO WS-DETAIL-SOURCE.
           PERFORM 3200-READ-RETDTL THRU 3200-READ-RETDTL-EXIT.
           PERFORM 3400-RELEASE-ONE-RETDTL THRU
               3400-RELEASE-ONE-RETDTL-EXIT
               UNTIL WS-RETDTL-EOF.
           CLOSE RETIRE-DETAIL-FILE.
       3000-RELEASE-MOVEMENT-EXIT.
           EXIT.

       3100-READ-LOADDTL.
           READ LOAD-DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-LOADDTL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-LOADDTL-READ
           END-READ.
       3100-READ-LOADDTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-READ-RETDTL                                          *
      * Each RETDTL record is read into the LOADDTL record area - *
      * the layouts are the same (LOADDTL.CPY, action "R").       *
      *-----------------------------------------------------------*
       3200-READ-RETDTL.
           READ RETIRE-DETAIL-FILE INTO LOAD-DETAIL-RECORD
               AT END
                   MOVE "Y" TO WS-RETDTL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-RETDTL-READ
           END-READ.
       3200-READ-RETDTL-EXIT.
           EXIT.

       3300-RELEASE-ONE-LOADDTL.
           PERFORM 3500-RELEASE-DETAIL THRU 3500-RELEASE-DETAIL-EXIT.
           PERFORM 3100-READ-LOADDTL THRU 3100-READ-LOADDTL-EXIT.
       3300-RELEASE-ONE-LOADDTL-EXIT.
           EXIT.

       3400-RELEASE-ONE-RETDTL.
           PERFORM 3500-RELEASE-DETAIL THRU 3500-RELEASE-DETAIL-EXIT.
           PERFORM 3200-READ-RETDTL THRU 3200-READ-RETDTL-EXIT.
       3400-RELEASE-ONE-RETDTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-RELEASE-DETAIL                                       *
      * Release the detail record in LOAD-DETAIL-RECORD if it     *
      * falls in the movement window.  A record in the window     *
      * that cannot be applied - an action this source does not   *
      * write, or a stamp that is not numeric - is a finding.  A  *
      * load detail record stamped with a run FIZZBOUT backed out *
      * of its cycle is counted and left out.                     *
      *-----------------------------------------------------------*
       3500-RELEASE-DETAIL.
           IF LD-UNCHANGED
               GO TO 3500-RELEASE-DETAIL-EXIT
           END-IF.
           IF LD-CYCLE-DATE IS NOT NUMERIC
               ADD 1 TO WS-CNT-OUTSIDE-WINDOW
               GO TO 3500-RELEASE-DETAIL-EXIT
           END-IF.
           IF LD-CYCLE-DATE NOT > WS-PRIOR-CYCLE-DATE
               OR LD-CYCLE-DATE > WS-CYCLE-DATE
               ADD 1 TO WS-CNT-OUTSIDE-WINDOW
               GO TO 3500-RELEASE-DETAIL-EXIT
           END-IF.

           IF (WS-DETAIL-SOURCE = "L"
                   AND NOT LD-ADDED AND NOT LD-UPDATED)
               OR (WS-DETAIL-SOURCE = "R" AND NOT LD-RETIRED)
               OR LD-LOAD-DATE IS NOT NUMERIC
               OR LD-LOAD-TIME IS NOT NUMERIC
               MOVE LD-KEY TO KF-KEY
               MOVE "DETAIL RECORD UNREADABLE" TO KF-CONDITION
               MOVE SPACES TO KF-EXPECTED
               MOVE LOAD-DETAIL-RECORD(1:40) TO KF-FOUND
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 3500-RELEASE-DETAIL-EXIT
           END-IF.

           IF WS-DETAIL-SOURCE = "L"
               MOVE "N" TO WS-BACKOUT-HIT-SW
               PERFORM 3510-MATCH-ONE-BACKOUT THRU
                   3510-MATCH-ONE-BACKOUT-EXIT
                   VARYING WS-BACKOUT-NO FROM 1 BY 1
                   UNTIL WS-BACKOUT-NO > WS-BACKOUT-COUNT
                   OR WS-BACKOUT-HIT
               IF WS-BACKOUT-HIT
                   ADD 1 TO WS-CNT-BACKED-OUT
                   GO TO 3500-RELEASE-DETAIL-EXIT
               END-IF
           END-IF.

           MOVE LD-KEY TO SR-KEY.
           MOVE LD-CYCLE-DATE TO SR-CYCLE-DATE.
           MOVE WS-DETAIL-SOURCE TO SR-SOURCE.
           MOVE LD-LOAD-DATE TO SR-LOAD-DATE.
           MOVE LD-LOAD-TIME TO SR-LOAD-TIME.
           MOVE LD-ACTION TO SR-ACTION.
           MOVE LD-CLASSIFICATION TO SR-CLASSIFICATION.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-CNT-RELEASED.
       3500-RELEASE-DETAIL-EXIT.
           EXIT.

       3510-MATCH-ONE-BACKOUT.
           IF LD-CYCLE-DATE = WS-BO-CYCLE-DATE(WS-BACKOUT-NO)
               AND LD-LOAD-DATE = WS-BO-CYCLE-DATE(WS-BACKOUT-NO)
               AND LD-LOAD-TIME = WS-BO-RUN-TIME(WS-BACKOUT-NO)
               MOVE "Y" TO WS-BACKOUT-HIT-SW
           END-IF.
       3510-MATCH-ONE-BACKOUT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-ROLL-FORWARD                                         *
      * Sort output procedure - match the sorted detail, the      *
      * prior snapshot, and the master on key.  Every key on any  *
      * of the three is rolled from its opening label through its *
      * period events to a closing label and checked against the  *
      * master, which is copied to the new snapshot on the way.   *
      *-----------------------------------------------------------*
       4000-ROLL-FORWARD.
           PERFORM 4100-RETURN-EVENT THRU 4100-RETURN-EVENT-EXIT.
           IF NOT WS-FIRST-CLOSE
               PERFORM 4500-READ-PRIOR THRU 4500-READ-PRIOR-EXIT
           END-IF.
           PERFORM 4600-READ-MASTER THRU 4600-READ-MASTER-EXIT.

           PERFORM 4200-ROLL-ONE-KEY THRU 4200-ROLL-ONE-KEY-EXIT
               UNTIL WS-EVENT-KEY = HIGH-VALUES
               AND WS-PRIOR-KEY = HIGH-VALUES
               AND WS-MASTER-KEY = HIGH-VALUES.

           MOVE SPACES TO SNAP-TRAILER-RECORD.
           MOVE "TRL" TO ST-RECORD-TYPE.
           MOVE WS-CNT-SNAPSHOT TO ST-RECORD-COUNT.
           MOVE WS-PERIOD TO ST-PERIOD.
           WRITE NEW-SNAP-RECORD FROM SNAP-TRAILER-RECORD.
           CLOSE NEW-SNAP-FILE.
           CLOSE MASTER-FILE.
           IF NOT WS-FIRST-CLOSE
               CLOSE PRIOR-SNAP-FILE
           END-IF.
       4000-ROLL-FORWARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-RETURN-EVENT                                         *
      * Take the next sorted detail record.  Within a key the     *
      * records come in cycle order, load detail ahead of         *
      * retirement detail, then in load-stamp order, and records  *
      * with the same stamp in file order.  Every record returned *
      * is applied - detail of backed-out runs never reaches the  *
      * sort (see 3500-RELEASE-DETAIL).                           *
      *-----------------------------------------------------------*
       4100-RETURN-EVENT.
           RETURN SORT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-EVENT-KEY
                   GO TO 4100-RETURN-EVENT-EXIT
           END-RETURN.
           MOVE SR-KEY TO WS-EVENT-KEY.
           MOVE SR-ACTION TO WS-EVENT-ACTION.
           MOVE SR-CLASSIFICATION TO WS-EVENT-LABEL.
       4100-RETURN-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-ROLL-ONE-KEY                                         *
      * Roll the lowest key on the three inputs - opening label   *
      * from the prior snapshot, then its events, then compare    *
      * the label it ends on with the master's and copy the       *
      * master record to the snapshot.                            *
      *-----------------------------------------------------------*
       4200-ROLL-ONE-KEY.
           MOVE WS-EVENT-KEY TO WS-LOW-KEY.
           IF WS-PRIOR-KEY < WS-LOW-KEY
               MOVE WS-PRIOR-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-MASTER-KEY < WS-LOW-KEY
               MOVE WS-MASTER-KEY TO WS-LOW-KEY
           END-IF.

           MOVE "N" TO WS-HELD-SW.
           MOVE SPACES TO WS-HELD-LABEL.
           IF WS-PRIOR-KEY = WS-LOW-KEY
               MOVE "Y" TO WS-HELD-SW
               MOVE WS-PI-CLASSIFICATION TO WS-HELD-LABEL
               MOVE WS-HELD-LABEL TO WS-FIND-LABEL
               PERFORM 6000-FIND-LABEL THRU 6000-FIND-LABEL-EXIT
               ADD 1 TO WS-LB-OPENING(WS-FOUND-NO)
               PERFORM 4500-READ-PRIOR THRU 4500-READ-PRIOR-EXIT
           END-IF.

           PERFORM 4300-APPLY-ONE-EVENT THRU 4300-APPLY-ONE-EVENT-EXIT
               UNTIL WS-EVENT-KEY NOT = WS-LOW-KEY.

           IF WS-MASTER-KEY = WS-LOW-KEY
               PERFORM 4400-SNAP-ONE-RECORD THRU
                   4400-SNAP-ONE-RECORD-EXIT
               GO TO 4200-ROLL-ONE-KEY-EXIT
           END-IF.
           IF WS-HELD
               MOVE WS-LOW-KEY TO KF-KEY
               MOVE "ROLLED FORWARD, NOT ON MASTER" TO KF-CONDITION
               MOVE WS-HELD-LABEL TO KF-EXPECTED
               MOVE "(NOT ON MASTER)" TO KF-FOUND
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
           END-IF.
       4200-ROLL-ONE-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-APPLY-ONE-EVENT                                      *
      * Apply one add, update, or retirement to the key being     *
      * rolled.  An add on a key already held is applied as an    *
      * update, an update on a key not held as an add, and a      *
      * retirement of a key not held is not applied - each is     *
      * listed as a finding, since the detail and the opening     *
      * snapshot disagree.                                        *
      *-----------------------------------------------------------*
       4300-APPLY-ONE-EVENT.
           MOVE WS-LOW-KEY TO KF-KEY.
           EVALUATE TRUE
               WHEN WS-EVENT-ACTION = "A" AND WS-HELD
                   MOVE "ADD ON A KEY ALREADY HELD" TO KF-CONDITION
                   MOVE WS-HELD-LABEL TO KF-EXPECTED
                   MOVE WS-EVENT-LABEL TO KF-FOUND
                   PERFORM 7000-WRITE-FINDING THRU
                       7000-WRITE-FINDING-EXIT
                   PERFORM 4320-MOVE-LABEL THRU 4320-MOVE-LABEL-EXIT
               WHEN WS-EVENT-ACTION = "A"
                   PERFORM 4310-ADD-KEY THRU 4310-ADD-KEY-EXIT
               WHEN WS-EVENT-ACTION = "U" AND WS-HELD
                   PERFORM 4320-MOVE-LABEL THRU 4320-MOVE-LABEL-EXIT
               WHEN WS-EVENT-ACTION = "U"
                   MOVE "UPDATE ON A KEY NOT HELD" TO KF-CONDITION
                   MOVE "(NOT HELD)" TO KF-EXPECTED
                   MOVE WS-EVENT-LABEL TO KF-FOUND
                   PERFORM 7000-WRITE-FINDING THRU
                       7000-WRITE-FINDING-EXIT
                   PERFORM 4310-ADD-KEY THRU 4310-ADD-KEY-EXIT
               WHEN WS-HELD
                   PERFORM 4330-RETIRE-KEY THRU 4330-RETIRE-KEY-EXIT
               WHEN OTHER
                   MOVE "RETIREMENT OF A KEY NOT HELD" TO KF-CONDITION
                   MOVE "(NOT HELD)" TO KF-EXPECTED
                   MOVE WS-EVENT-LABEL TO KF-FOUND
                   PERFORM 7000-WRITE-FINDING THRU
                       7000-WRITE-FINDING-EXIT
           END-EVALUATE.
           PERFORM 4100-RETURN-EVENT THRU 4100-RETURN-EVENT-EXIT.
       4300-APPLY-ONE-EVENT-EXIT.
           EXIT.

       4310-ADD-KEY.
           MOVE WS-EVENT-LABEL TO WS-FIND-LABEL.
           PERFORM 6000-FIND-LABEL THRU 6000-FIND-LABEL-EXIT.
           ADD 1 TO WS-LB-ADDS(WS-FOUND-NO).
           ADD 1 TO WS-MOVE-COUNT(51, WS-FOUND-NO).
           MOVE "Y" TO WS-HELD-SW.
           MOVE WS-EVENT-LABEL TO WS-HELD-LABEL.
       4310-ADD-KEY-EXIT.
           EXIT.

       4320-MOVE-LABEL.
           MOVE WS-HELD-LABEL TO WS-FIND-LABEL.
           PERFORM 6000-FIND-LABEL THRU 6000-FIND-LABEL-EXIT.
           MOVE WS-FOUND-NO TO WS-FROM-NO.
           MOVE WS-EVENT-LABEL TO WS-FIND-LABEL.
           PERFORM 6000-FIND-LABEL THRU 6000-FIND-LABEL-EXIT.
           MOVE WS-FOUND-NO TO WS-TO-NO.
           ADD 1 TO WS-LB-UPD-OUT(WS-FROM-NO).
           ADD 1 TO WS-LB-UPD-IN(WS-TO-NO).
           ADD 1 TO WS-MOVE-COUNT(WS-FROM-NO, WS-TO-NO).
           MOVE WS-EVENT-LABEL TO WS-HELD-LABEL.
       4320-MOVE-LABEL-EXIT.
           EXIT.

       4330-RETIRE-KEY.
           MOVE WS-HELD-LABEL TO WS-FIND-LABEL.
           PERFORM 6000-FIND-LABEL THRU 6000-FIND-LABEL-EXIT.
           ADD 1 TO WS-LB-RETIRED(WS-FOUND-NO).
           ADD 1 TO WS-MOVE-COUNT(WS-FOUND-NO, 51).
           MOVE "N" TO WS-HELD-SW.
           MOVE SPACES TO WS-HELD-LABEL.
       4330-RETIRE-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-SNAP-ONE-RECORD                                      *
      * Copy the master record for the key to the snapshot, count *
      * it under its label, and check it is the label the key     *
      * was rolled forward to.                                    *
      *-----------------------------------------------------------*
       4400-SNAP-ONE-RECORD.
           WRITE NEW-SNAP-RECORD FROM CLASSIFICATION-MASTER-RECORD.
           ADD 1 TO WS-CNT-SNAPSHOT.
           MOVE CM-CLASSIFICATION TO WS-FIND-LABEL.
           PERFORM 6000-FIND-LABEL THRU 6000-FIND-LABEL-EXIT.
           ADD 1 TO WS-LB-SNAPSHOT(WS-FOUND-NO).

           IF WS-FIRST-CLOSE
               GO TO 4400-SNAP-ONE-RECORD-NEXT
           END-IF.
           MOVE CM-KEY TO KF-KEY.
           MOVE CM-CLASSIFICATION TO KF-FOUND.
           IF NOT WS-HELD
               MOVE "ON MASTER, NOT ROLLED FORWARD" TO KF-CONDITION
               MOVE "(NOT HELD)" TO KF-EXPECTED
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
               GO TO 4400-SNAP-ONE-RECORD-NEXT
           END-IF.
           IF WS-HELD-LABEL NOT = CM-CLASSIFICATION
               MOVE "LABEL DIFFERS FROM MASTER" TO KF-CONDITION
               MOVE WS-HELD-LABEL TO KF-EXPECTED
               PERFORM 7000-WRITE-FINDING THRU 7000-WRITE-FINDING-EXIT
           END-IF.

       4400-SNAP-ONE-RECORD-NEXT.
           PERFORM 4600-READ-MASTER THRU 4600-READ-MASTER-EXIT.
       4400-SNAP-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-READ-PRIOR                                           *
      * Read the next prior-snapshot image.  The trailer ends the *
      * snapshot and must count the images read; a snapshot out   *
      * of key order or without its trailer is damaged and the    *
      * opening cannot be trusted - RC=16.                        *
      *-----------------------------------------------------------*
       4500-READ-PRIOR.
           READ PRIOR-SNAP-FILE
               AT END
                   DISPLAY "FIZZPER - PRIORSNP TRAILER RECORD MISSING "
                       "- SNAPSHOT INCOMPLETE - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           IF PRIOR-SNAP-RECORD(1:3) = "TRL"
               MOVE PRIOR-SNAP-RECORD TO SNAP-TRAILER-RECORD
               IF ST-RECORD-COUNT NOT = WS-CNT-PRIOR-READ
                   DISPLAY "FIZZPER - PRIORSNP TRAILER COUNT "
                       ST-RECORD-COUNT " BUT " WS-CNT-PRIOR-READ
                       " IMAGES READ - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE HIGH-VALUES TO WS-PRIOR-KEY
               GO TO 4500-READ-PRIOR-EXIT
           END-IF.

           MOVE PRIOR-SNAP-RECORD TO WS-PRIOR-IMAGE.
           IF WS-PI-KEY NOT > WS-PRIOR-KEY
               DISPLAY "FIZZPER - PRIORSNP KEY " WS-PI-KEY
                   " NOT ABOVE PRIOR KEY " WS-PRIOR-KEY
                   " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CNT-PRIOR-READ.
           MOVE WS-PI-KEY TO WS-PRIOR-KEY.
       4500-READ-PRIOR-EXIT.
           EXIT.

       4600-READ-MASTER.
           IF WS-MASTER-EOF
               MOVE HIGH-VALUES TO WS-MASTER-KEY
               GO TO 4600-READ-MASTER-EXIT
           END-IF.
           READ MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SW
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
                   GO TO 4600-READ-MASTER-EXIT
           END-READ.
           MOVE CM-KEY TO WS-MASTER-KEY.
       4600-READ-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-FIND-LABEL                                           *
      * Leave in WS-FOUND-NO the label-table slot for             *
      * WS-FIND-LABEL, adding the label when it is new.  Past 49  *
      * labels, new ones share slot 50.                           *
      *-----------------------------------------------------------*
       6000-FIND-LABEL.
           MOVE ZERO TO WS-FOUND-NO.
           PERFORM 6010-MATCH-ONE-LABEL THRU 6010-MATCH-ONE-LABEL-EXIT
               VARYING WS-LB-NO FROM 1 BY 1
               UNTIL WS-LB-NO > WS-LABEL-COUNT
               OR WS-FOUND-NO > ZERO.
           IF WS-FOUND-NO > ZERO
               GO TO 6000-FIND-LABEL-EXIT
           END-IF.

           IF WS-LABEL-COUNT = 49
               MOVE "Y" TO WS-LABEL-OVERFLOW-SW
               MOVE 50 TO WS-FOUND-NO
               GO TO 6000-FIND-LABEL-EXIT
           END-IF.
           ADD 1 TO WS-LABEL-COUNT.
           MOVE WS-LABEL-COUNT TO WS-FOUND-NO.
           MOVE WS-FIND-LABEL TO WS-LB-LABEL(WS-FOUND-NO).
           MOVE ZERO TO WS-LB-OPENING(WS-FOUND-NO)
               WS-LB-ADDS(WS-FOUND-NO) WS-LB-UPD-IN(WS-FOUND-NO)
               WS-LB-UPD-OUT(WS-FOUND-NO) WS-LB-RETIRED(WS-FOUND-NO)
               WS-LB-CLOSING(WS-FOUND-NO) WS-LB-SNAPSHOT(WS-FOUND-NO).
       6000-FIND-LABEL-EXIT.
           EXIT.

       6010-MATCH-ONE-LABEL.
           IF WS-LB-LABEL(WS-LB-NO) = WS-FIND-LABEL
               MOVE WS-LB-NO TO WS-FOUND-NO
           END-IF.
       6010-MATCH-ONE-LABEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-NAME-LABEL                                           *
      * Printable name for label slot WS-NAME-NO.                 *
      *-----------------------------------------------------------*
       6100-NAME-LABEL.
           MOVE WS-LB-LABEL(WS-NAME-NO) TO WS-NAME-TEXT.
           IF WS-NAME-TEXT = SPACES
               MOVE "(BLANK)" TO WS-NAME-TEXT
           END-IF.
       6100-NAME-LABEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-FINDING                                        *
      * Print one key-level finding - any finding stops the close *
      * from tying.                                               *
      *-----------------------------------------------------------*
       7000-WRITE-FINDING.
           ADD 1 TO WS-CNT-FINDINGS.
           MOVE "Y" TO WS-TIE-ERROR-SW.
           WRITE RP-REPORT-LINE FROM WS-FINDING-DETAIL-LINE.
       7000-WRITE-FINDING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                             *
      * Print the per-label movement, the movement matrix, the    *
      * tie-out, and the control totals, close the report, and    *
      * set the return code.                                      *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           IF WS-CNT-FINDINGS = ZERO
               MOVE "NONE - EVERY KEY CLOSES ON THE MASTER'S LABEL"
                   TO SL-TEXT
               IF WS-FIRST-CLOSE
                   MOVE "NONE - FIRST CLOSE, NO OPENING TO ROLL FORWARD"
                       TO SL-TEXT
               END-IF
               WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.

           PERFORM 8100-PRINT-LABEL-MOVEMENT THRU
               8100-PRINT-LABEL-MOVEMENT-EXIT.
           PERFORM 8200-PRINT-MOVEMENT-MATRIX THRU
               8200-PRINT-MOVEMENT-MATRIX-EXIT.
           PERFORM 8300-TIE-OUT THRU 8300-TIE-OUT-EXIT.
           PERFORM 8400-PRINT-TOTALS THRU 8400-PRINT-TOTALS-EXIT.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE WS-PERIOD TO WS-EDIT-PERIOD.
           MOVE SPACES TO VD-VERDICT.
           IF WS-TIE-ERRORS
               STRING "*** PERIOD " DELIMITED BY SIZE
                   WS-EDIT-PERIOD DELIMITED BY SIZE
                   " DOES NOT TIE - SNAPSHOT NOT KEPT, CORRECT AND "
                       DELIMITED BY SIZE
                   "RERUN ***" DELIMITED BY SIZE
                   INTO VD-VERDICT
           ELSE
               STRING "PERIOD " DELIMITED BY SIZE
                   WS-EDIT-PERIOD DELIMITED BY SIZE
                   " CLOSED - SNAPSHOT TIES" DELIMITED BY SIZE
                   INTO VD-VERDICT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-VERDICT-LINE.
           CLOSE REPORT-FILE.

           IF WS-TIE-ERRORS
               DISPLAY "FIZZPER - PERIOD " WS-PERIOD
                   " DOES NOT TIE - SEE PERRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-PRINT-LABEL-MOVEMENT                                 *
      * One line per label - opening, adds, updates in and out,   *
      * retirements, the closing count they roll to, and the      *
      * snapshot count it must equal.  On the first close there   *
      * is no movement and the closing count is the snapshot's.   *
      *-----------------------------------------------------------*
       8100-PRINT-LABEL-MOVEMENT.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "MOVEMENT BY CLASSIFICATION LABEL" TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-LABEL-HEADING-LINE.

           PERFORM 8110-PRINT-ONE-LABEL THRU 8110-PRINT-ONE-LABEL-EXIT
               VARYING WS-LB-NO FROM 1 BY 1
               UNTIL WS-LB-NO > WS-LABEL-COUNT.
           IF WS-LABEL-OVERFLOW
               MOVE 50 TO WS-LB-NO
               PERFORM 8110-PRINT-ONE-LABEL THRU
                   8110-PRINT-ONE-LABEL-EXIT
           END-IF.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "ALL LABELS" TO LM-LABEL.
           MOVE WS-TOT-OPENING TO LM-OPENING.
           MOVE WS-TOT-ADDS TO LM-ADDS.
           MOVE WS-TOT-UPD-IN TO LM-UPD-IN.
           MOVE WS-TOT-UPD-OUT TO LM-UPD-OUT.
           MOVE WS-TOT-RETIRED TO LM-RETIRED.
           MOVE WS-TOT-CLOSING TO LM-CLOSING.
           MOVE WS-TOT-SNAPSHOT TO LM-SNAPSHOT.
           MOVE SPACES TO LM-FLAG.
           IF WS-TOT-CLOSING NOT = WS-TOT-SNAPSHOT
               MOVE "NO TIE" TO LM-FLAG
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-LABEL-DETAIL-LINE.
       8100-PRINT-LABEL-MOVEMENT-EXIT.
           EXIT.

       8110-PRINT-ONE-LABEL.
           IF WS-FIRST-CLOSE
               MOVE WS-LB-SNAPSHOT(WS-LB-NO) TO WS-LB-CLOSING(WS-LB-NO)
           ELSE
               COMPUTE WS-LB-CLOSING(WS-LB-NO) =
                   WS-LB-OPENING(WS-LB-NO) + WS-LB-ADDS(WS-LB-NO)
                   + WS-LB-UPD-IN(WS-LB-NO) - WS-LB-UPD-OUT(WS-LB-NO)
                   - WS-LB-RETIRED(WS-LB-NO)
           END-IF.
           ADD WS-LB-OPENING(WS-LB-NO) TO WS-TOT-OPENING.
           ADD WS-LB-ADDS(WS-LB-NO) TO WS-TOT-ADDS.
           ADD WS-LB-UPD-IN(WS-LB-NO) TO WS-TOT-UPD-IN.
           ADD WS-LB-UPD-OUT(WS-LB-NO) TO WS-TOT-UPD-OUT.
           ADD WS-LB-RETIRED(WS-LB-NO) TO WS-TOT-RETIRED.
           ADD WS-LB-CLOSING(WS-LB-NO) TO WS-TOT-CLOSING.
           ADD WS-LB-SNAPSHOT(WS-LB-NO) TO WS-TOT-SNAPSHOT.

           MOVE WS-LB-NO TO WS-NAME-NO.
           PERFORM 6100-NAME-LABEL THRU 6100-NAME-LABEL-EXIT.
           MOVE WS-NAME-TEXT TO LM-LABEL.
           MOVE WS-LB-OPENING(WS-LB-NO) TO LM-OPENING.
           MOVE WS-LB-ADDS(WS-LB-NO) TO LM-ADDS.
           MOVE WS-LB-UPD-IN(WS-LB-NO) TO LM-UPD-IN.
           MOVE WS-LB-UPD-OUT(WS-LB-NO) TO LM-UPD-OUT.
           MOVE WS-LB-RETIRED(WS-LB-NO) TO LM-RETIRED.
           MOVE WS-LB-CLOSING(WS-LB-NO) TO LM-CLOSING.
           MOVE WS-LB-SNAPSHOT(WS-LB-NO) TO LM-SNAPSHOT.
           MOVE SPACES TO LM-FLAG.
           IF WS-LB-CLOSING(WS-LB-NO) NOT = WS-LB-SNAPSHOT(WS-LB-NO)
               MOVE "NO TIE" TO LM-FLAG
               ADD 1 TO WS-CNT-LABELS-UNTIED
               MOVE "Y" TO WS-TIE-ERROR-SW
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-LABEL-DETAIL-LINE.
       8110-PRINT-ONE-LABEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-PRINT-MOVEMENT-MATRIX                                *
      * Every non-zero cell of the label-to-label matrix - keys   *
      * moved from the row label to the column label in the       *
      * period, (NEW) rows for adds and (RETIRED) columns for     *
      * retirements.                                              *
      *-----------------------------------------------------------*
       8200-PRINT-MOVEMENT-MATRIX.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "LABEL-TO-LABEL MOVEMENT - KEYS MOVED IN THE PERIOD"
               TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-MATRIX-HEADING-LINE.

           PERFORM 8210-PRINT-MATRIX-ROW THRU
               8210-PRINT-MATRIX-ROW-EXIT
               VARYING WS-FROM-NO FROM 1 BY 1 UNTIL WS-FROM-NO > 51.

           IF WS-CNT-CELLS = ZERO
               MOVE "NO LABEL MOVEMENT IN THE PERIOD" TO SL-TEXT
               WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.
       8200-PRINT-MOVEMENT-MATRIX-EXIT.
           EXIT.

       8210-PRINT-MATRIX-ROW.
           PERFORM 8220-PRINT-MATRIX-CELL THRU
               8220-PRINT-MATRIX-CELL-EXIT
               VARYING WS-TO-NO FROM 1 BY 1 UNTIL WS-TO-NO > 51.
       8210-PRINT-MATRIX-ROW-EXIT.
           EXIT.

       8220-PRINT-MATRIX-CELL.
           IF WS-MOVE-COUNT(WS-FROM-NO, WS-TO-NO) = ZERO
               GO TO 8220-PRINT-MATRIX-CELL-EXIT
           END-IF.
           ADD 1 TO WS-CNT-CELLS.
           IF WS-FROM-NO = 51
               MOVE "(NEW)" TO MM-FROM
           ELSE
               MOVE WS-FROM-NO TO WS-NAME-NO
               PERFORM 6100-NAME-LABEL THRU 6100-NAME-LABEL-EXIT
               MOVE WS-NAME-TEXT TO MM-FROM
           END-IF.
           IF WS-TO-NO = 51
               MOVE "(RETIRED)" TO MM-TO
           ELSE
               MOVE WS-TO-NO TO WS-NAME-NO
               PERFORM 6100-NAME-LABEL THRU 6100-NAME-LABEL-EXIT
               MOVE WS-NAME-TEXT TO MM-TO
           END-IF.
           MOVE WS-MOVE-COUNT(WS-FROM-NO, WS-TO-NO) TO MM-COUNT.
           WRITE RP-REPORT-LINE FROM WS-MATRIX-DETAIL-LINE.
       8220-PRINT-MATRIX-CELL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-TIE-OUT                                              *
      * The snapshot must hold the count MSTRCTL says the master  *
      * holds, and - except on the first close - every label must *
      * roll to its snapshot count with no key-level findings.    *
      *-----------------------------------------------------------*
       8300-TIE-OUT.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "TIE-OUT" TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE SPACES TO FL-TEXT.
           IF NOT WS-CTL-KNOWN
               MOVE "Y" TO WS-TIE-ERROR-SW
               STRING "MSTRCTL COUNT UNKNOWN - SNAPSHOT CANNOT BE "
                       DELIMITED BY SIZE
                   "TIED TO THE RUNNING CONTROL (RUN FIZZBKPJ TO "
                       DELIMITED BY SIZE
                   "PRIME IT)" DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           ELSE
               IF WS-CNT-SNAPSHOT NOT = WS-EXPECTED-COUNT
                   MOVE "Y" TO WS-TIE-ERROR-SW
                   STRING "SNAPSHOT HOLDS " DELIMITED BY SIZE
                       WS-CNT-SNAPSHOT DELIMITED BY SIZE
                       " RECORDS BUT MSTRCTL SAYS " DELIMITED BY SIZE
                       WS-EXPECTED-COUNT DELIMITED BY SIZE
                       INTO FL-TEXT
                   WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               ELSE
                   MOVE "SNAPSHOT RECORD COUNT AGREES WITH MSTRCTL"
                       TO SL-TEXT
                   WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
               END-IF
           END-IF.

           IF WS-FIRST-CLOSE
               MOVE SPACES TO SL-TEXT
               STRING "FIRST CLOSE - NO PRIOR SNAPSHOT, MOVEMENT NOT "
                       DELIMITED BY SIZE
                   "ROLLED FORWARD" DELIMITED BY SIZE
                   INTO SL-TEXT
               WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
               GO TO 8300-TIE-OUT-EXIT
           END-IF.

           IF WS-CNT-LABELS-UNTIED > ZERO
               MOVE SPACES TO FL-TEXT
               STRING WS-CNT-LABELS-UNTIED DELIMITED BY SIZE
                   " LABEL(S) DO NOT ROLL FORWARD TO THEIR SNAPSHOT "
                       DELIMITED BY SIZE
                   "COUNT" DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           ELSE
               MOVE "EVERY LABEL ROLLS FORWARD TO ITS SNAPSHOT COUNT"
                   TO SL-TEXT
               WRITE RP-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.
           IF WS-CNT-FINDINGS > ZERO
               MOVE SPACES TO FL-TEXT
               STRING WS-CNT-FINDINGS DELIMITED BY SIZE
                   " KEY-LEVEL FINDING(S) - SEE ABOVE"
                       DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           END-IF.
       8300-TIE-OUT-EXIT.
           EXIT.

       8400-PRINT-TOTALS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "PRIOR SNAPSHOT RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-PRIOR-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LOADDTL RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-LOADDTL-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RETDTL RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-RETDTL-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "DETAIL OUTSIDE THE MOVEMENT WINDOW" TO TL-CAPTION.
           MOVE WS-CNT-OUTSIDE-WINDOW TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LOAD RUNS BACKED OUT BY FIZZBOUT" TO TL-CAPTION.
           MOVE WS-BACKOUT-COUNT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "DETAIL OF BACKED-OUT RUNS LEFT OUT" TO TL-CAPTION.
           MOVE WS-CNT-BACKED-OUT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "MOVEMENT DETAIL SORTED" TO TL-CAPTION.
           MOVE WS-CNT-RELEASED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.


           MOVE "SNAPSHOT RECORDS WRITTEN" TO TL-CAPTION.
           MOVE WS-CNT-SNAPSHOT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CTL-KNOWN
               MOVE "MSTRCTL RECORD COUNT" TO TL-CAPTION
               MOVE WS-EXPECTED-COUNT TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           MOVE "KEY-LEVEL FINDINGS" TO TL-CAPTION.
           MOVE WS-CNT-FINDINGS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABELS NOT TIED" TO TL-CAPTION.
           MOVE WS-CNT-LABELS-UNTIED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
       8400-PRINT-TOTALS-EXIT.
           EXIT.
