      *
      * FIZZBOUT - back one nightly FIZZLOAD cycle out of the
      *            CLASMSTR classification master.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-05  AJW  Original version.  When a bad rules table or
      *                  a short extract got loaded the only way back
      *                  was a FIZZBKP RELOAD of last week's backup
      *                  and a re-run of every CLASSIFD generation
      *                  since - a whole week re-applied to undo one
      *                  night.  This utility undoes exactly one
      *                  FIZZLOAD cycle from that night's LOADDTL and
      *                  LODSTAT generations: keys the cycle added
      *                  are deleted from the master, keys it
      *                  updated get their prior image back from the
      *                  CLASHIST record stamped with the cycle's
      *                  superseded date/time (and that history
      *                  record is removed, since the image is
      *                  current again), unchanged keys are left
      *                  alone, and the MSTRCTL running count gives
      *                  back the adds.  Everything is verified
      *                  before anything changes - every added or
      *                  updated key must still carry the cycle's own
      *                  load stamp on the master (a different stamp
      *                  or a missing key means a later cycle has
      *                  since touched it, and backing this one out
      *                  would silently undo that one too), the
      *                  LOADDTL counts must agree with the LODSTAT
      *                  record, and the history records stamped
      *                  with the cycle must number exactly its
      *                  updates.  Any finding refuses the back-out
      *                  RC=16 with nothing changed.  BOUTRPT lists
      *                  every key backed out and balances the
      *                  deletes, restores, and history removals
      *                  against the night's LODSTAT counts - RC=8
      *                  when they do not balance.  The history
      *                  dataset is rewritten to NEWHIST and swapped
      *                  over the live one by the job only on RC=0,
      *                  the FIZZHSKP convention.
      * 2026-10-07  AJW  CLASHIST is now a VSAM KSDS keyed on the key
      *                  and superseded date/time (see CLASHIST.CPY).
      *                  Each updated key's prior image is read and
      *                  deleted by key - the key plus the cycle's
      *                  stamp - instead of the whole history being
      *                  scanned and rewritten to NEWHIST, so the
      *                  job's swap steps are gone.  The verify pass
      *                  reads each updated key's image by key; a
      *                  missing image refuses the back-out as before.
      *                  The back-out now runs in LOADDTL order, so
      *                  BOUTRPT lists adds and updates together by
      *                  key.
      * 2026-10-08  AJW  A restored update also gets back the rules
      *                  version its prior label was produced under.
      * 2026-10-09  AJW  A cycle that also applied FIZZSWP re-sweep
      *                  corrections is backed out whole - the swept
      *                  keys are "U" LOADDTL records with history
      *                  images like any update, so the LODSTAT
      *                  swept count is added to its reads and
      *                  updates for the verify and the balance.
      * 2026-10-15  AJW  A back-out is posted to the CYCLEDGR step
      *                  ledger - a completed FIZZBOUT record keyed on
      *                  the cycle backed out, carrying the LODSTAT run
      *                  time (see CYCLEDGR.CPY) - so FIZZPER leaves
      *                  the backed-out run's LOADDTL detail out of the
      *                  month-end movement.  The ledger is opened with
      *                  the master, before anything changes.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbout.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-05.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-DETAIL-FILE ASSIGN TO LOADDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOADDTL-FILE-STATUS.
           SELECT LOAD-STATUS-FILE ASSIGN TO LODSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LODSTAT-FILE-STATUS.
           SELECT MASTER-FILE ASSIGN TO CLASMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO CLASHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT MASTER-CONTROL-FILE ASSIGN TO MSTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTRCTL-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO BOUTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-DETAIL-FILE.
           COPY LOADDTL.

       FD  LOAD-STATUS-FILE.
           COPY LODSTAT.

       FD  MASTER-FILE.
           COPY CLASMSTR.

       FD  HISTORY-FILE.
           COPY CLASHIST.

       FD  MASTER-CONTROL-FILE.
           COPY MSTRCTL.

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOADDTL-FILE-STATUS         PIC X(02).
       01 WS-LODSTAT-FILE-STATUS         PIC X(02).
       01 WS-MASTER-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS            PIC X(02).

       01 WS-DETAIL-EOF-SW               PIC X(01) VALUE "N".
           88 WS-DETAIL-EOF               VALUE "Y".
       01 WS-HIST-AVAIL-SW               PIC X(01) VALUE "N".
           88 WS-HIST-AVAIL               VALUE "Y".
       01 WS-REFUSED-SW                  PIC X(01) VALUE "N".
           88 WS-REFUSED                  VALUE "Y".
       01 WS-OUT-OF-BALANCE-SW           PIC X(01) VALUE "N".
           88 WS-OUT-OF-BALANCE           VALUE "Y".

      *****************************************************************
      * The cycle being backed out - the run date/time on that       *
      * night's LODSTAT record.  FIZZLOAD stamps every add and       *
      * update with exactly this date/time (CM-LOAD-DATE/TIME) and   *
      * every history record it writes with it as the superseded     *
      * date/time, so it identifies the cycle's work everywhere.     *
      *****************************************************************
       01 WS-BACKOUT-DATE                PIC 9(08) VALUE ZERO.
       01 WS-BACKOUT-TIME                PIC 9(06) VALUE ZERO.

      *****************************************************************
      * LODSTAT counts the LOADDTL pass is proved against.  A night  *
      * that applied FIZZSWP re-sweep corrections wrote one "U"      *
      * detail and one history image per key swept, outside the      *
      * classified read and update counts (see LODSTAT.CPY), so the  *
      * swept count is added back here.  Spaces (a LODSTAT from      *
      * before the re-sweep) count as none.                           *
      *****************************************************************
       01 WS-LODSTAT-SWEPT               PIC 9(07) VALUE ZERO.
       01 WS-LODSTAT-DETAILS             PIC 9(07) VALUE ZERO.
       01 WS-LODSTAT-UPDATES             PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Verification counts from the LOADDTL pass and the keyed      *
      * CLASHIST reads, proved against the LODSTAT counts before     *
      * anything changes.                                             *
      *****************************************************************
       01 WS-CNT-DTL-READ                PIC 9(07) VALUE ZERO.
       01 WS-CNT-DTL-ADDED               PIC 9(07) VALUE ZERO.
       01 WS-CNT-DTL-UPDATED             PIC 9(07) VALUE ZERO.
       01 WS-CNT-DTL-UNCHANGED           PIC 9(07) VALUE ZERO.
       01 WS-CNT-HIST-STAMPED            PIC 9(07) VALUE ZERO.
       01 WS-CNT-REFUSALS                PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Back-out counts - what was actually done to the master and   *
      * the history, balanced against LODSTAT at the end.             *
      *****************************************************************
       01 WS-CNT-DELETED                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-RESTORED                PIC 9(07) VALUE ZERO.
       01 WS-CNT-HIST-REMOVED            PIC 9(07) VALUE ZERO.

      *****************************************************************
      * MSTRCTL running-count fields (see MSTRCTL.CPY) - the adds    *
      * backed out are given back.  An unknown control is left for   *
      * the weekly FIZZBKP unload to prime, as FIZZLOAD does.         *
      *****************************************************************
       01 WS-MSTRCTL-FILE-STATUS         PIC X(02).
       01 WS-CTL-KNOWN-SW                PIC X(01) VALUE "N".
           88 WS-CTL-KNOWN                VALUE "Y".
       01 WS-PRIOR-MASTER-COUNT          PIC 9(09) VALUE ZERO.

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 8700-POST-BACKOUT) - *
      * the back-out is posted under the cycle backed out, one run   *
      * number higher than any earlier back-out of that cycle.        *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZBOUT".
       01 WS-LEDGER-RUN-NO               PIC 9(03) VALUE ZERO.
       01 WS-LEDGER-TIME-RAW             PIC 9(08).
       01 WS-LEDGER-EOF-SW               PIC X(01).
           88 WS-LEDGER-EOF               VALUE "Y".

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.               *
      *****************************************************************
       01 WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-LINES-PER-PAGE              PIC 9(04) VALUE 60.
       01 WS-PAGE-COUNT                  PIC 9(04) VALUE ZERO.

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(30)
               VALUE "FIZZBUZZ CYCLE BACK-OUT REPORT".
           05 FILLER                     PIC X(20) VALUE SPACES.
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

       01 WS-REPORT-BLANK-LINE           PIC X(132) VALUE SPACES.

       01 WS-CYCLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(19)
               VALUE "CYCLE BACKED OUT : ".
           05 CL-CYCLE-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 CL-CYCLE-HH                PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 CL-CYCLE-MM                PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 CL-CYCLE-SS                PIC 99.
           05 FILLER                     PIC X(83) VALUE SPACES.

       01 WS-DETAIL-HDR-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "KEY".
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(18) VALUE "ACTION".
           05 FILLER                     PIC X(42)
               VALUE "LABEL BACKED OUT".
           05 FILLER                     PIC X(40) VALUE "RESTORED TO".
           05 FILLER                     PIC X(12) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 BD-KEY                     PIC X(06).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 BD-ACTION                  PIC X(18).
           05 BD-OLD-LABEL               PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 BD-NEW-LABEL               PIC X(40).
           05 FILLER                     PIC X(12) VALUE SPACES.

       01 WS-REFUSAL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 RF-KEY                     PIC X(06).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RF-CONDITION               PIC X(50).
           05 FILLER                     PIC X(62) VALUE SPACES.

       01 WS-TRAILER-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(20)
               VALUE "CONTROL TOTALS".
           05 FILLER                     PIC X(102) VALUE SPACES.

       01 WS-TRAILER-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 TL-CAPTION                 PIC X(30).
           05 TL-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(85) VALUE SPACES.

       01 WS-BALANCE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 BL-CAPTION                 PIC X(30).
           05 BL-BACKED-OUT              PIC ZZZZZZ9.
           05 FILLER                     PIC X(12)
               VALUE "    LODSTAT ".
           05 BL-LODSTAT                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 BL-VERDICT                 PIC X(10).
           05 FILLER                     PIC X(53) VALUE SPACES.

       01 WS-VERDICT-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 VD-VERDICT                 PIC X(60).
           05 FILLER                     PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           PERFORM 3000-VERIFY-CYCLE THRU 3000-VERIFY-CYCLE-EXIT.

           IF NOT WS-REFUSED
               PERFORM 4000-APPLY-BACKOUT THRU
                   4000-APPLY-BACKOUT-EXIT
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Stamp the run date/time, open the report, read the        *
      * night's LODSTAT record for the cycle stamp, read the      *
      * MSTRCTL running count, and open the master, the history,  *
      * and the step ledger.  A history cluster that cannot be    *
      * opened is only acceptable when the cycle updated nothing  *
      * - the verify pass refuses otherwise.  The ledger must     *
      * open, since a back-out it does not record would still be  *
      * counted by the month-end close.                             *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.

           PERFORM 1100-READ-LOAD-STATUS THRU
               1100-READ-LOAD-STATUS-EXIT.
           PERFORM 1200-READ-MASTER-CONTROL THRU
               1200-READ-MASTER-CONTROL-EXIT.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               AND WS-MASTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZBOUT - CLASMSTR OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               OR WS-HIST-FILE-STATUS = "97"
               MOVE "Y" TO WS-HIST-AVAIL-SW
           END-IF.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZBOUT - CYCLEDGR OPEN FAILED - STATUS "
                   WS-LEDGER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-LOAD-STATUS                                      *
      * Read the LODSTAT record of the night being backed out.    *
      * Its run date/time is the stamp that identifies the        *
      * cycle's work on the master and the history, and its       *
      * counts are what the back-out must balance to.  A missing  *
      * record means FIZZLOAD abended that night - there is no    *
      * completed load to back out.                                 *
      *-----------------------------------------------------------*
       1100-READ-LOAD-STATUS.
           OPEN INPUT LOAD-STATUS-FILE.
           IF WS-LODSTAT-FILE-STATUS NOT = "00"
               DISPLAY "FIZZBOUT - LODSTAT NOT AVAILABLE - STATUS "
                   WS-LODSTAT-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ LOAD-STATUS-FILE
               AT END
                   DISPLAY "FIZZBOUT - LODSTAT IS EMPTY - NO COMPLETED "
                       "LOAD TO BACK OUT - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE LOAD-STATUS-FILE.

           MOVE LS-RUN-DATE TO WS-BACKOUT-DATE.
           MOVE LS-RUN-TIME TO WS-BACKOUT-TIME.

           IF LS-CNT-SWEPT IS NUMERIC
               MOVE LS-CNT-SWEPT TO WS-LODSTAT-SWEPT
           END-IF.
           COMPUTE WS-LODSTAT-DETAILS = LS-CNT-READ + WS-LODSTAT-SWEPT.
           COMPUTE WS-LODSTAT-UPDATES =
               LS-CNT-UPDATED + WS-LODSTAT-SWEPT.

           MOVE WS-BACKOUT-DATE TO CL-CYCLE-DATE.
           MOVE WS-BACKOUT-TIME(1:2) TO CL-CYCLE-HH.
           MOVE WS-BACKOUT-TIME(3:2) TO CL-CYCLE-MM.
           MOVE WS-BACKOUT-TIME(5:2) TO CL-CYCLE-SS.
           WRITE RP-REPORT-LINE FROM WS-CYCLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.
       1100-READ-LOAD-STATUS-EXIT.
           EXIT.

       1200-READ-MASTER-CONTROL.
           OPEN INPUT MASTER-CONTROL-FILE.
           IF WS-MSTRCTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZBOUT - MSTRCTL NOT AVAILABLE - MASTER "
                   "COUNT UNKNOWN - RUN FIZZBKP UNLOAD TO PRIME"
               GO TO 1200-READ-MASTER-CONTROL-EXIT
           END-IF.
           READ MASTER-CONTROL-FILE
               AT END
                   DISPLAY "FIZZBOUT - MSTRCTL IS EMPTY - MASTER "
                       "COUNT UNKNOWN - RUN FIZZBKP UNLOAD TO PRIME"
               NOT AT END
                   MOVE MC-RECORD-COUNT TO WS-PRIOR-MASTER-COUNT
                   MOVE "Y" TO WS-CTL-KNOWN-SW
           END-READ.
           CLOSE MASTER-CONTROL-FILE.
       1200-READ-MASTER-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REPORT-HEADING                                  *
      * Print the title and run date/time lines at the top of a   *
      * new report page.                                           *
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

           MOVE ZERO TO WS-LINE-COUNT.
       2000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-VERIFY-CYCLE                                          *
      * Prove the back-out is safe before touching anything:      *
      * every added or updated key still carries the cycle's own  *
      * load stamp on the master and has its prior image on the   *
      * history, the LOADDTL counts agree with LODSTAT, and the   *
      * history images found number exactly the cycle's updates.  *
      * Any finding refuses the whole back-out.                    *
      *-----------------------------------------------------------*
       3000-VERIFY-CYCLE.
           OPEN INPUT LOAD-DETAIL-FILE.
           IF WS-LOADDTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZBOUT - LOADDTL NOT AVAILABLE - STATUS "
                   WS-LOADDTL-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3110-READ-DETAIL THRU 3110-READ-DETAIL-EXIT.
           PERFORM 3100-VERIFY-ONE-DETAIL THRU
               3100-VERIFY-ONE-DETAIL-EXIT
               UNTIL WS-DETAIL-EOF.
           CLOSE LOAD-DETAIL-FILE.

           IF WS-CNT-DTL-READ NOT = WS-LODSTAT-DETAILS
               OR WS-CNT-DTL-ADDED NOT = LS-CNT-ADDED
               OR WS-CNT-DTL-UPDATED NOT = WS-LODSTAT-UPDATES
               OR WS-CNT-DTL-UNCHANGED NOT = LS-CNT-UNCHANGED
               MOVE SPACES TO RF-KEY
               MOVE "LOADDTL COUNTS DO NOT MATCH LODSTAT - WRONG GEN"
                   TO RF-CONDITION
               PERFORM 7100-WRITE-REFUSAL THRU 7100-WRITE-REFUSAL-EXIT
           END-IF.

           IF WS-CNT-HIST-STAMPED NOT = LS-CNT-HISTORY
               OR WS-CNT-HIST-STAMPED NOT = WS-CNT-DTL-UPDATED
               MOVE SPACES TO RF-KEY
               MOVE "CLASHIST RECORDS FOR CYCLE DO NOT MATCH UPDATES"
                   TO RF-CONDITION
               PERFORM 7100-WRITE-REFUSAL THRU 7100-WRITE-REFUSAL-EXIT
           END-IF.
       3000-VERIFY-CYCLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-VERIFY-ONE-DETAIL                                     *
      * Count one load-detail record by action and, for an add or *
      * an update, prove the master still holds exactly what the  *
      * cycle put there - same label, same load stamp.  A missing *
      * key or a different stamp means a later cycle has touched  *
      * the key since.  An update must also have the prior image  *
      * it will be restored from.                                   *
      *-----------------------------------------------------------*
       3100-VERIFY-ONE-DETAIL.
           EVALUATE TRUE
               WHEN LD-ADDED
                   ADD 1 TO WS-CNT-DTL-ADDED
               WHEN LD-UPDATED
                   ADD 1 TO WS-CNT-DTL-UPDATED
               WHEN LD-UNCHANGED
                   ADD 1 TO WS-CNT-DTL-UNCHANGED
                   GO TO 3100-VERIFY-ONE-DETAIL-READ
               WHEN OTHER
                   MOVE LD-KEY TO RF-KEY
                   MOVE "LOADDTL ACTION UNRECOGNIZED" TO RF-CONDITION
                   PERFORM 7100-WRITE-REFUSAL THRU
                       7100-WRITE-REFUSAL-EXIT
                   GO TO 3100-VERIFY-ONE-DETAIL-READ
           END-EVALUATE.

           IF LD-LOAD-DATE NOT = WS-BACKOUT-DATE
               OR LD-LOAD-TIME NOT = WS-BACKOUT-TIME
               MOVE LD-KEY TO RF-KEY
               MOVE "LOADDTL STAMP IS NOT THE LODSTAT CYCLE"
                   TO RF-CONDITION
               PERFORM 7100-WRITE-REFUSAL THRU 7100-WRITE-REFUSAL-EXIT
               GO TO 3100-VERIFY-ONE-DETAIL-READ
           END-IF.

           MOVE LD-KEY TO CM-KEY.
           READ MASTER-FILE
               INVALID KEY
                   MOVE LD-KEY TO RF-KEY
                   MOVE "KEY NO LONGER ON MASTER - LATER CYCLE"
                       TO RF-CONDITION
                   PERFORM 7100-WRITE-REFUSAL THRU
                       7100-WRITE-REFUSAL-EXIT
                   GO TO 3100-VERIFY-ONE-DETAIL-READ
           END-READ.
           IF CM-LOAD-DATE NOT = WS-BACKOUT-DATE
               OR CM-LOAD-TIME NOT = WS-BACKOUT-TIME
               OR CM-CLASSIFICATION NOT = LD-CLASSIFICATION
               MOVE LD-KEY TO RF-KEY
               MOVE "KEY RELOADED BY A LATER CYCLE" TO RF-CONDITION
               PERFORM 7100-WRITE-REFUSAL THRU 7100-WRITE-REFUSAL-EXIT
           END-IF.

           IF LD-UPDATED
               PERFORM 3200-FIND-CYCLE-HISTORY THRU
                   3200-FIND-CYCLE-HISTORY-EXIT
           END-IF.

       3100-VERIFY-ONE-DETAIL-READ.
           PERFORM 3110-READ-DETAIL THRU 3110-READ-DETAIL-EXIT.
       3100-VERIFY-ONE-DETAIL-EXIT.
           EXIT.

       3110-READ-DETAIL.
           READ LOAD-DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-DETAIL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-DTL-READ
           END-READ.
       3110-READ-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-FIND-CYCLE-HISTORY                                    *
      * Read the history image stamped with the cycle's           *
      * superseded date/time for the updated key - the prior      *
      * image the key will be restored from - and count it.       *
      *-----------------------------------------------------------*
       3200-FIND-CYCLE-HISTORY.
           IF NOT WS-HIST-AVAIL
               MOVE LD-KEY TO RF-KEY
               MOVE "NO CLASHIST IMAGE FOR THIS UPDATE" TO RF-CONDITION
               PERFORM 7100-WRITE-REFUSAL THRU 7100-WRITE-REFUSAL-EXIT
               GO TO 3200-FIND-CYCLE-HISTORY-EXIT
           END-IF.
           MOVE LD-KEY TO CH-KEY.
           MOVE WS-BACKOUT-DATE TO CH-SUPERSEDED-DATE.
           MOVE WS-BACKOUT-TIME TO CH-SUPERSEDED-TIME.
           READ HISTORY-FILE
               INVALID KEY
                   MOVE LD-KEY TO RF-KEY
                   MOVE "NO CLASHIST IMAGE FOR THIS UPDATE"
                       TO RF-CONDITION
                   PERFORM 7100-WRITE-REFUSAL THRU
                       7100-WRITE-REFUSAL-EXIT
                   GO TO 3200-FIND-CYCLE-HISTORY-EXIT
           END-READ.
           ADD 1 TO WS-CNT-HIST-STAMPED.
       3200-FIND-CYCLE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPLY-BACKOUT                                         *
      * Undo the cycle from its LOADDTL - restore every updated   *
      * key from its history image and delete every key the cycle *
      * added.  The master data portion (CM-DATA) is left as the  *
      * cycle wrote it - the history keeps only the               *
      * classification and its load stamp.                         *
      *-----------------------------------------------------------*
       4000-APPLY-BACKOUT.
           WRITE RP-REPORT-LINE FROM WS-DETAIL-HDR-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.

           MOVE "N" TO WS-DETAIL-EOF-SW.
           OPEN INPUT LOAD-DETAIL-FILE.
           PERFORM 4210-READ-DETAIL THRU 4210-READ-DETAIL-EXIT.
           PERFORM 4100-BACK-OUT-ONE-DETAIL THRU
               4100-BACK-OUT-ONE-DETAIL-EXIT
               UNTIL WS-DETAIL-EOF.
           CLOSE LOAD-DETAIL-FILE.
       4000-APPLY-BACKOUT-EXIT.
           EXIT.

       4100-BACK-OUT-ONE-DETAIL.
           EVALUATE TRUE
               WHEN LD-ADDED
                   PERFORM 4200-DELETE-ONE-ADD THRU
                       4200-DELETE-ONE-ADD-EXIT
               WHEN LD-UPDATED
                   PERFORM 4300-RESTORE-ONE-UPDATE THRU
                       4300-RESTORE-ONE-UPDATE-EXIT
           END-EVALUATE.
           PERFORM 4210-READ-DETAIL THRU 4210-READ-DETAIL-EXIT.
       4100-BACK-OUT-ONE-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-DELETE-ONE-ADD                                        *
      * A key the cycle added did not exist before it - delete it *
      * from the master.                                            *
      *-----------------------------------------------------------*
       4200-DELETE-ONE-ADD.
           MOVE LD-KEY TO CM-KEY.
           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "FIZZBOUT - DELETE FAILED FOR KEY " LD-KEY
                       " - STATUS " WS-MASTER-FILE-STATUS
                       " - MASTER PARTLY BACKED OUT - RELOAD FROM "
                       "FIZZBKP - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           ADD 1 TO WS-CNT-DELETED.
           MOVE LD-KEY TO BD-KEY.
           MOVE "ADD BACKED OUT" TO BD-ACTION.
           MOVE LD-CLASSIFICATION TO BD-OLD-LABEL.
           MOVE "(KEY DELETED FROM MASTER)" TO BD-NEW-LABEL.
           PERFORM 7000-WRITE-DETAIL-LINE THRU
               7000-WRITE-DETAIL-LINE-EXIT.
       4200-DELETE-ONE-ADD-EXIT.
           EXIT.

       4210-READ-DETAIL.
           READ LOAD-DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-DETAIL-EOF-SW
           END-READ.
       4210-READ-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-RESTORE-ONE-UPDATE                                    *
      * Read the key's history image stamped with the cycle, put  *
      * that label and load stamp back on the master, and delete  *
      * the image - it is the current answer again.  The verify   *
      * pass proved the image is there, so a failure here leaves  *
      * the master partly backed out.                               *
      *-----------------------------------------------------------*
       4300-RESTORE-ONE-UPDATE.
           MOVE LD-KEY TO CH-KEY.
           MOVE WS-BACKOUT-DATE TO CH-SUPERSEDED-DATE.
           MOVE WS-BACKOUT-TIME TO CH-SUPERSEDED-TIME.
           READ HISTORY-FILE
               INVALID KEY
                   DISPLAY "FIZZBOUT - HISTORY READ FAILED FOR KEY "
                       LD-KEY " - STATUS " WS-HIST-FILE-STATUS
                       " - MASTER PARTLY BACKED OUT - RELOAD FROM "
                       "FIZZBKP - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           MOVE CH-KEY TO CM-KEY.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "FIZZBOUT - RESTORE READ FAILED FOR KEY "
                       CH-KEY " - STATUS " WS-MASTER-FILE-STATUS
                       " - MASTER PARTLY BACKED OUT - RELOAD FROM "
                       "FIZZBKP - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CH-KEY TO BD-KEY.
           MOVE "UPDATE BACKED OUT" TO BD-ACTION.
           MOVE CM-CLASSIFICATION TO BD-OLD-LABEL.
           MOVE CH-CLASSIFICATION TO BD-NEW-LABEL.

           MOVE CH-CLASSIFICATION TO CM-CLASSIFICATION.
           MOVE CH-LOAD-DATE TO CM-LOAD-DATE.
           MOVE CH-LOAD-TIME TO CM-LOAD-TIME.
           MOVE ZERO TO CM-RULES-VERSION.
           IF CH-RULES-VERSION IS NUMERIC
               MOVE CH-RULES-VERSION TO CM-RULES-VERSION
           END-IF.
           REWRITE CLASSIFICATION-MASTER-RECORD
               INVALID KEY
                   DISPLAY "FIZZBOUT - RESTORE REWRITE FAILED FOR KEY "
                       CM-KEY " - STATUS " WS-MASTER-FILE-STATUS
                       " - MASTER PARTLY BACKED OUT - RELOAD FROM "
                       "FIZZBKP - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CNT-RESTORED.

           DELETE HISTORY-FILE
               INVALID KEY
                   DISPLAY "FIZZBOUT - HISTORY DELETE FAILED FOR KEY "
                       CH-KEY " - STATUS " WS-HIST-FILE-STATUS
                       " - MASTER PARTLY BACKED OUT - RELOAD FROM "
                       "FIZZBKP - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           ADD 1 TO WS-CNT-HIST-REMOVED.
           PERFORM 7000-WRITE-DETAIL-LINE THRU
               7000-WRITE-DETAIL-LINE-EXIT.
       4300-RESTORE-ONE-UPDATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-DETAIL-LINE / 7100-WRITE-REFUSAL                *
      * Print one backed-out key, or one verification finding     *
      * (which refuses the back-out), paging as needed.            *
      *-----------------------------------------------------------*
       7000-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
               WRITE RP-REPORT-LINE FROM WS-DETAIL-HDR-LINE
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7000-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       7100-WRITE-REFUSAL.
           MOVE "Y" TO WS-REFUSED-SW.
           ADD 1 TO WS-CNT-REFUSALS.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-REFUSAL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7100-WRITE-REFUSAL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the totals and the balance against LODSTAT, give    *
      * the adds back to MSTRCTL, post the back-out to the step   *
      * ledger, close the files, and set the return code - RC=16  *
      * refused with nothing changed, RC=8 backed out but not in  *
      * balance with LODSTAT.                                       *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 8100-WRITE-CONTROL-TOTALS THRU
               8100-WRITE-CONTROL-TOTALS-EXIT.
           IF NOT WS-REFUSED
               PERFORM 8600-WRITE-MASTER-CONTROL THRU
                   8600-WRITE-MASTER-CONTROL-EXIT
               PERFORM 8700-POST-BACKOUT THRU 8700-POST-BACKOUT-EXIT
           END-IF.
           CLOSE MASTER-FILE.
           CLOSE LEDGER-FILE.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-REFUSED
               DISPLAY "FIZZBOUT - BACK-OUT REFUSED - NOTHING CHANGED "
                   "- SEE BOUTRPT"
               MOVE 16 TO RETURN-CODE
               GO TO 8000-FINALIZE-EXIT
           END-IF.
           IF WS-OUT-OF-BALANCE
               DISPLAY "FIZZBOUT - BACK-OUT DOES NOT BALANCE TO "
                   "LODSTAT - SEE BOUTRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-CONTROL-TOTALS                                 *
      * Print the verification counts and, after a back-out, each *
      * back-out count beside the LODSTAT count it must equal.     *
      *-----------------------------------------------------------*
       8100-WRITE-CONTROL-TOTALS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "LOAD DETAIL RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-DTL-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "CYCLE HISTORY RECORDS FOUND" TO TL-CAPTION.
           MOVE WS-CNT-HIST-STAMPED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "VERIFICATION FINDINGS" TO TL-CAPTION.
           MOVE WS-CNT-REFUSALS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           IF WS-REFUSED
               MOVE "*** BACK-OUT REFUSED - NOTHING CHANGED ***"
                   TO VD-VERDICT
               WRITE RP-REPORT-LINE FROM WS-VERDICT-LINE
               GO TO 8100-WRITE-CONTROL-TOTALS-EXIT
           END-IF.

           MOVE "ADDS DELETED" TO BL-CAPTION.
           MOVE WS-CNT-DELETED TO BL-BACKED-OUT.
           MOVE LS-CNT-ADDED TO BL-LODSTAT.
           PERFORM 8110-JUDGE-ONE-BALANCE THRU
               8110-JUDGE-ONE-BALANCE-EXIT.

           MOVE "UPDATES RESTORED" TO BL-CAPTION.
           MOVE WS-CNT-RESTORED TO BL-BACKED-OUT.
           MOVE WS-LODSTAT-UPDATES TO BL-LODSTAT.
           PERFORM 8110-JUDGE-ONE-BALANCE THRU
               8110-JUDGE-ONE-BALANCE-EXIT.

           MOVE "HISTORY RECORDS REMOVED" TO BL-CAPTION.
           MOVE WS-CNT-HIST-REMOVED TO BL-BACKED-OUT.
           MOVE LS-CNT-HISTORY TO BL-LODSTAT.
           PERFORM 8110-JUDGE-ONE-BALANCE THRU
               8110-JUDGE-ONE-BALANCE-EXIT.

           MOVE "UNCHANGED KEYS LEFT ALONE" TO BL-CAPTION.
           MOVE WS-CNT-DTL-UNCHANGED TO BL-BACKED-OUT.
           MOVE LS-CNT-UNCHANGED TO BL-LODSTAT.
           PERFORM 8110-JUDGE-ONE-BALANCE THRU
               8110-JUDGE-ONE-BALANCE-EXIT.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           IF WS-OUT-OF-BALANCE
               MOVE "*** BACK-OUT DOES NOT BALANCE TO LODSTAT ***"
                   TO VD-VERDICT
           ELSE
               MOVE "CYCLE BACKED OUT - IN BALANCE WITH LODSTAT"
                   TO VD-VERDICT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-VERDICT-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

       8110-JUDGE-ONE-BALANCE.
           IF BL-BACKED-OUT = BL-LODSTAT
               MOVE "BALANCED" TO BL-VERDICT
           ELSE
               MOVE "*** BREAK" TO BL-VERDICT
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-BALANCE-LINE.
       8110-JUDGE-ONE-BALANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8600-WRITE-MASTER-CONTROL                                  *
      * Give the deleted adds back to the MSTRCTL running count.  *
      * An unknown prior count is left for FIZZBKP to prime.       *
      *-----------------------------------------------------------*
       8600-WRITE-MASTER-CONTROL.
           IF NOT WS-CTL-KNOWN
               GO TO 8600-WRITE-MASTER-CONTROL-EXIT
           END-IF.
           OPEN OUTPUT MASTER-CONTROL-FILE.
           MOVE SPACES TO MASTER-CONTROL-RECORD.
           IF WS-CNT-DELETED > WS-PRIOR-MASTER-COUNT
               MOVE ZERO TO MC-RECORD-COUNT
           ELSE
               COMPUTE MC-RECORD-COUNT =
                   WS-PRIOR-MASTER-COUNT - WS-CNT-DELETED
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO MC-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO MC-LAST-UPDATE-TIME.
           MOVE "FIZZBOUT" TO MC-LAST-UPDATE-JOB.
           WRITE MASTER-CONTROL-RECORD.
           CLOSE MASTER-CONTROL-FILE.
       8600-WRITE-MASTER-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8700-POST-BACKOUT                                          *
      * Post a completed FIZZBOUT record under the cycle backed   *
      * out, carrying the LODSTAT run time that stamps the run's  *
      * LOADDTL adds and updates and the back-out's return code.  *
      * FIZZPER drops that run's detail from the period movement  *
      * on the strength of this posting.                           *
      *-----------------------------------------------------------*
       8700-POST-BACKOUT.
           PERFORM 8710-FIND-LAST-RUN THRU 8710-FIND-LAST-RUN-EXIT.
           ADD 1 TO WS-LEDGER-RUN-NO.

           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-BACKOUT-DATE TO LG-CYCLE-DATE.
           MOVE WS-LEDGER-STEP TO LG-STEP-NAME.
           MOVE SPACES TO LG-STREAM-ID.
           MOVE WS-LEDGER-RUN-NO TO LG-RUN-NO.
           MOVE "C" TO LG-EVENT.
           ACCEPT LG-POST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME-RAW FROM TIME.
           MOVE WS-LEDGER-TIME-RAW(1:6) TO LG-POST-TIME.
           IF WS-OUT-OF-BALANCE
               MOVE 8 TO LG-RETURN-CODE
           ELSE
               MOVE ZERO TO LG-RETURN-CODE
           END-IF.
           MOVE "N" TO LG-OVERRIDE-SW.
           MOVE WS-BACKOUT-TIME TO LG-BACKOUT-RUN-TIME.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "FIZZBOUT - CYCLEDGR POSTING " LG-KEY
                       " FAILED - STATUS " WS-LEDGER-FILE-STATUS
                       " - MASTER BACKED OUT BUT NOT RECORDED - POST "
                       "BY HAND BEFORE MONTH END - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       8700-POST-BACKOUT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8710-FIND-LAST-RUN                                         *
      * Browse the ledger for earlier FIZZBOUT postings under the *
      * cycle backed out and leave the highest run number (zero   *
      * when the cycle has not been backed out before).            *
      *-----------------------------------------------------------*
       8710-FIND-LAST-RUN.
           MOVE ZERO TO WS-LEDGER-RUN-NO.
           MOVE "N" TO WS-LEDGER-EOF-SW.

           MOVE LOW-VALUES TO LG-KEY.
           MOVE WS-BACKOUT-DATE TO LG-CYCLE-DATE.
           MOVE WS-LEDGER-STEP TO LG-STEP-NAME.
           MOVE SPACES TO LG-STREAM-ID.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   GO TO 8710-FIND-LAST-RUN-EXIT
           END-START.
           PERFORM 8715-SCAN-ONE-POSTING THRU
               8715-SCAN-ONE-POSTING-EXIT
               UNTIL WS-LEDGER-EOF.
       8710-FIND-LAST-RUN-EXIT.
           EXIT.

       8715-SCAN-ONE-POSTING.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SW
                   GO TO 8715-SCAN-ONE-POSTING-EXIT
           END-READ.
           IF LG-CYCLE-DATE NOT = WS-BACKOUT-DATE
               OR LG-STEP-NAME NOT = WS-LEDGER-STEP
               OR LG-STREAM-ID NOT = SPACES
               MOVE "Y" TO WS-LEDGER-EOF-SW
               GO TO 8715-SCAN-ONE-POSTING-EXIT
           END-IF.
           MOVE LG-RUN-NO TO WS-LEDGER-RUN-NO.
       8715-SCAN-ONE-POSTING-EXIT.
           EXIT.
