      *                  count.  An unknown control (missing or
      *                  empty dataset) is warned and left alone
      *                  for FIZZBKP to prime.
      * 2026-10-07  AJW  CLASHIST is now the keyed history cluster
      *                  (see CLASHIST.CPY) - the superseded image is
      *                  written by key and superseded date/time; a
      *                  key updated twice in one run keeps its first
      *                  prior image and is counted.
      * 2026-10-08  AJW  The rules version a label was produced under
      *                  (OR-RULES-VERSION) is kept on the master with
      *                  the label and carried to CLASHIST and
      *                  LOADDTL.  An unchanged key keeps the version
      *                  of the run that first gave it its label.  A
      *                  classified record from before versioning
      *                  loads as version zero.
      * 2026-10-09  AJW  FIZZSWP re-sweep corrections (SWEEPFL, the
      *                  OUTRECKEY layout) are applied after the
      *                  classified records - an in-place update with
      *                  history, a CHGRPT entry, and a "U" LOADDTL
      *                  record, exactly as a reclassified key.  A
      *                  correction for a key this run already
      *                  updated, or whose label already matches, is
      *                  counted as current and left alone; a sweep
      *                  never adds a key.  Sweep counts are kept
      *                  apart from the classified counts on LOADRPT
      *                  and LODSTAT so reads still balance to adds
      *                  plus updates plus unchanged.  No SWEEPFL (DD
      *                  DUMMY or not allocated) means no corrections.
      * 2026-10-10  AJW  Posts started/completed records on the
      *                  CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and will not load a cycle FIZZBAL did not
      *                  balance clean (RC 0), nor load a cycle
      *                  already loaded clean, without a RERUNCD
      *                  override card (RERUNCD.CPY) - a re-released
      *                  FIZZLODJ no longer writes a second LOADDTL
      *                  and a second warehouse feed for the cycle.
      * 2026-10-11  AJW  Each LOADDTL record carries the cycle date
      *                  (LD-CYCLE-DATE), so the FIZZDIST catch-up
      *                  feed can tell a concatenation of LOADDTL
      *                  generations apart by cycle.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzload.
       FILE-CONTROL.
           SELECT OUTPUT-FILE ASSIGN TO OUTRECFL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-FILE ASSIGN TO SWEEPFL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-FILE-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO LOADRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-REPORT-FILE ASSIGN TO CHGRPT
           SELECT MASTER-CONTROL-FILE ASSIGN TO MSTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTRCTL-FILE-STATUS.
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
       FD  OUTPUT-FILE.
           COPY OUTRECKEY.

       FD  SWEEP-FILE.
       01  SWEEP-RECORD                   PIC X(126).

       FD  MASTER-FILE.
           COPY CLASMSTR.

       FD  MASTER-CONTROL-FILE.
           COPY MSTRCTL.

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
       01 WS-OUTPUT-EOF-SW               PIC X(01) VALUE "N".
           88 WS-OUTPUT-EOF               VALUE "Y".
       01 WS-MASTER-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS            PIC X(02).

       01 WS-CNT-READ                    PIC 9(07) VALUE ZERO.
       01 WS-CNT-ADDED                   PIC 9(07) VALUE ZERO.
       01 WS-CNT-UPDATED                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-UNCHANGED               PIC 9(07) VALUE ZERO.
       01 WS-CNT-HISTORY                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-HIST-SAME-RUN           PIC 9(07) VALUE ZERO.

      *****************************************************************
      * FIZZSWP re-sweep corrections (see 3800-APPLY-SWEEP).  Each   *
      * SWEEPFL record is read into the OUTRECKEY record area - the  *
      * classified file is at end by then - so the add/update        *
      * paragraphs serve both passes; WS-SWEEP-PASS routes the       *
      * update count to WS-CNT-SWEPT.                                 *
      *****************************************************************
       01 WS-SWEEP-FILE-STATUS           PIC X(02).
       01 WS-SWEEP-EOF-SW                PIC X(01) VALUE "N".
           88 WS-SWEEP-EOF                VALUE "Y".
       01 WS-SWEEP-PASS-SW               PIC X(01) VALUE "N".
           88 WS-SWEEP-PASS               VALUE "Y".
       01 WS-CNT-SWEEP-READ              PIC 9(07) VALUE ZERO.
       01 WS-CNT-SWEPT                   PIC 9(07) VALUE ZERO.
       01 WS-CNT-SWEEP-CURRENT           PIC 9(07) VALUE ZERO.
       01 WS-CNT-SWEEP-NOT-FOUND         PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Reclassification-change tables for the CHGRPT report.  Each  *
       01 WS-CNT-CHG-DROPPED             PIC 9(07) VALUE ZERO.
       01 WS-CNT-PAIR-OVERFLOW           PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZLOAD".
       01 WS-LEDGER-STREAM               PIC X(02) VALUE SPACES.
       01 WS-LEDGER-RUN-NO               PIC 9(03) VALUE ZERO.
       01 WS-LEDGER-EVENT                PIC X(01).
       01 WS-LEDGER-RC                   PIC 9(02) VALUE ZERO.
       01 WS-LEDGER-TIME-RAW             PIC 9(08).
       01 WS-LEDGER-EOF-SW               PIC X(01).
           88 WS-LEDGER-EOF               VALUE "Y".
       01 WS-LEDGER-OVERRIDE-SW          PIC X(01) VALUE "N".
           88 WS-LEDGER-OVERRIDE          VALUE "Y".
       01 WS-LEDGER-GATE                 PIC X(01) VALUE SPACE.
           88 WS-GATE-PREDECESSOR         VALUE "P".
       01 WS-RERUN-USER                  PIC X(08) VALUE SPACES.
       01 WS-RERUN-REASON                PIC X(40) VALUE SPACES.
       01 WS-LOOK-STEP                   PIC X(08).
       01 WS-LOOK-STREAM                 PIC X(02).
       01 WS-LOOK-LAST-RUN               PIC 9(03).
       01 WS-LOOK-DONE-SW                PIC X(01).
           88 WS-LOOK-DONE                VALUE "Y".
       01 WS-LOOK-RC                     PIC 9(02).

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.               *

           PERFORM 3000-LOAD-RECORDS THRU 3000-LOAD-RECORDS-EXIT.

           PERFORM 3800-APPLY-SWEEP THRU 3800-APPLY-SWEEP-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           PERFORM 8900-POST-COMPLETED THRU 8900-POST-COMPLETED-EXIT.

           STOP RUN.

      * already be defined (see the IDCAMS step in FIZZLODJ).  A  *
      * freshly defined, never-loaded KSDS gives status 35 on the *
      * I-O open, so the first production run primes it with an   *
      * OPEN OUTPUT/CLOSE and opens again.  The CLASHIST history  *
      * cluster is opened the same way.                            *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-GET-CYCLE-DATE THRU
               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT.

           OPEN INPUT OUTPUT-FILE.
           OPEN I-O MASTER-FILE.
           PERFORM 1200-READ-MASTER-CONTROL THRU
               1200-READ-MASTER-CONTROL-EXIT.

           OPEN I-O HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               AND WS-HIST-FILE-STATUS NOT = "97"
               DISPLAY "FIZZLOAD - CLASHIST OPEN FAILED - STATUS "
                   WS-HIST-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LOAD-DETAIL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
       1200-READ-MASTER-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY).    *
      * FIZZBAL must have balanced this cycle clean (RC 0) - an   *
      * out-of-balance cycle is never loaded. This step's own     *
      * latest run for the cycle must not have completed clean    *
      * (RC 0 or 4) already.  A RERUNCD card naming this step and *
      * cycle overrides either gate, and the override is logged   *
      * on SYSOUT and on the run's postings.  The run then posts  *
      * its started record; an abend leaves it with no completed  *
      * record.                                                   *
      *-----------------------------------------------------------*
       1400-CHECK-LEDGER.
           PERFORM 1410-READ-RERUN-CARD THRU
               1410-READ-RERUN-CARD-EXIT.

           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZLOAD - CYCLEDGR OPEN FAILED - STATUS "
                   WS-LEDGER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1430-CHECK-PREDECESSOR THRU
               1430-CHECK-PREDECESSOR-EXIT.

           MOVE WS-LEDGER-STEP TO WS-LOOK-STEP.
           MOVE WS-LEDGER-STREAM TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           MOVE WS-LOOK-LAST-RUN TO WS-LEDGER-RUN-NO.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 4
               IF NOT WS-LEDGER-OVERRIDE
                   DISPLAY "FIZZLOAD - ALREADY COMPLETED FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD " - RUN " WS-LOOK-LAST-RUN
                       " RC=" WS-LOOK-RC " - SUPPLY A RERUNCD "
                       "CARD TO RERUN - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-GATE-PREDECESSOR
                   MOVE "B" TO WS-LEDGER-GATE
               ELSE
                   MOVE "R" TO WS-LEDGER-GATE
               END-IF
           END-IF.

           ADD 1 TO WS-LEDGER-RUN-NO.
           MOVE "S" TO WS-LEDGER-EVENT.
           PERFORM 1440-WRITE-POSTING THRU 1440-WRITE-POSTING-EXIT.
           CLOSE LEDGER-FILE.

           IF WS-LEDGER-OVERRIDE
               DISPLAY "FIZZLOAD - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
                   WS-RUN-DATE-YYYYMMDD " UNDER RERUNCD OVERRIDE BY "
                   WS-RERUN-USER " - " WS-RERUN-REASON
           END-IF.
       1400-CHECK-LEDGER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1410-READ-RERUN-CARD                                      *
      * Read the optional RERUNCD override card (RERUNCD.CPY).  A *
      * missing or dummy DD is no override.  A card that does not *
      * name this step, stream, and cycle, or has no user id or   *
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
               OR RR-CYCLE-DATE NOT = WS-RUN-DATE-YYYYMMDD
               OR RR-USER-ID = SPACES
               OR RR-REASON = SPACES
               DISPLAY "FIZZLOAD - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
      * WS-LOOK-STEP/WS-LOOK-STREAM in this cycle and leave the   *
      * latest run number (zero when the step has not run),       *
      * whether that run completed, and its return code.          *
      *-----------------------------------------------------------*
       1420-FIND-LAST-RUN.
           MOVE ZERO TO WS-LOOK-LAST-RUN.
           MOVE ZERO TO WS-LOOK-RC.
           MOVE "N" TO WS-LOOK-DONE-SW.
           MOVE "N" TO WS-LEDGER-EOF-SW.

           MOVE LOW-VALUES TO LG-KEY.
           MOVE WS-RUN-DATE-YYYYMMDD TO LG-CYCLE-DATE.
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
           IF LG-CYCLE-DATE NOT = WS-RUN-DATE-YYYYMMDD
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
      * 1430-CHECK-PREDECESSOR                                    *
      * FIZZBAL must have completed for the cycle with RC 0 - an  *
      * RC=8 balance is the hold-FIZZLOAD verdict.                *
      *-----------------------------------------------------------*
       1430-CHECK-PREDECESSOR.
           MOVE "FIZZBAL" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 0
               GO TO 1430-CHECK-PREDECESSOR-EXIT
           END-IF.
           PERFORM 1435-PREDECESSOR-NOT-CLEAN THRU
               1435-PREDECESSOR-NOT-CLEAN-EXIT.
       1430-CHECK-PREDECESSOR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1435-PREDECESSOR-NOT-CLEAN                                *
      * Say why the predecessor looked up last is not clean, and  *
      * stop the run unless a RERUNCD override was supplied.      *
      *-----------------------------------------------------------*
       1435-PREDECESSOR-NOT-CLEAN.
           EVALUATE TRUE
               WHEN WS-LOOK-LAST-RUN = ZERO
                   DISPLAY "FIZZLOAD - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " HAS NOT RUN FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZLOAD - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN OTHER
                   DISPLAY "FIZZLOAD - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZLOAD - SUPPLY A RERUNCD CARD TO RUN "
                   "WITHOUT A CLEAN PREDECESSOR - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "P" TO WS-LEDGER-GATE.
       1435-PREDECESSOR-NOT-CLEAN-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1440-WRITE-POSTING                                        *
      * Add one posting (WS-LEDGER-EVENT S or C) for this run,    *
      * carrying the return code and any override.                *
      *-----------------------------------------------------------*
       1440-WRITE-POSTING.
           MOVE SPACES TO LEDGER-RECORD.
           MOVE WS-RUN-DATE-YYYYMMDD TO LG-CYCLE-DATE.
           MOVE WS-LEDGER-STEP TO LG-STEP-NAME.
           MOVE WS-LEDGER-STREAM TO LG-STREAM-ID.
           MOVE WS-LEDGER-RUN-NO TO LG-RUN-NO.
           MOVE WS-LEDGER-EVENT TO LG-EVENT.
           ACCEPT LG-POST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LEDGER-TIME-RAW FROM TIME.
           MOVE WS-LEDGER-TIME-RAW(1:6) TO LG-POST-TIME.
           MOVE WS-LEDGER-RC TO LG-RETURN-CODE.
           IF WS-LEDGER-OVERRIDE
               MOVE "Y" TO LG-OVERRIDE-SW
               MOVE WS-LEDGER-GATE TO LG-OVERRIDE-GATE
               MOVE WS-RERUN-USER TO LG-OVERRIDE-USER
               MOVE WS-RERUN-REASON TO LG-OVERRIDE-REASON
           ELSE
               MOVE "N" TO LG-OVERRIDE-SW
           END-IF.
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "FIZZLOAD - CYCLEDGR POSTING " LG-KEY
                       " FAILED - STATUS " WS-LEDGER-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       1440-WRITE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REPORT-HEADING                                  *
      * Print the title and run date/time lines at the top of a   *
           MOVE OR-CLASSIFICATION TO CM-CLASSIFICATION.
           MOVE WS-RUN-DATE-YYYYMMDD TO CM-LOAD-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO CM-LOAD-TIME.
           MOVE ZERO TO CM-RULES-VERSION.
           IF OR-RULES-VERSION IS NUMERIC
               MOVE OR-RULES-VERSION TO CM-RULES-VERSION
           END-IF.
           WRITE CLASSIFICATION-MASTER-RECORD
               INVALID KEY
                   DISPLAY "FIZZLOAD - WRITE FAILED FOR KEY " CM-KEY
           MOVE OR-CLASSIFICATION TO CM-CLASSIFICATION.
           MOVE WS-RUN-DATE-YYYYMMDD TO CM-LOAD-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO CM-LOAD-TIME.
           MOVE ZERO TO CM-RULES-VERSION.
           IF OR-RULES-VERSION IS NUMERIC
               MOVE OR-RULES-VERSION TO CM-RULES-VERSION
           END-IF.
           REWRITE CLASSIFICATION-MASTER-RECORD
               INVALID KEY
                   DISPLAY "FIZZLOAD - REWRITE FAILED FOR KEY " CM-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           IF WS-SWEEP-PASS
               ADD 1 TO WS-CNT-SWEPT
           ELSE
               ADD 1 TO WS-CNT-UPDATED
           END-IF.
           MOVE "U" TO WS-LD-ACTION.
           PERFORM 3700-WRITE-LOAD-DETAIL THRU
               3700-WRITE-LOAD-DETAIL-EXIT.

      *-----------------------------------------------------------*
      * 3500-WRITE-HISTORY                                         *
      * Write the superseded master image - the classification    *
      * and load date/time the key carried until this update - to  *
      * the CLASHIST history cluster, keyed by the key and the     *
      * superseded date/time.  Called before 3400 overwrites the   *
      * record, so the image written is the one the master held    *
      * going in.  A duplicate key means OUTRECFL carried the key  *
      * twice and this run already superseded it once - the image  *
      * already written is the one that was ever current, so the   *
      * second is only counted.                                     *
      *-----------------------------------------------------------*
       3500-WRITE-HISTORY.
           MOVE SPACES TO CLASSIFICATION-HISTORY-RECORD.
           MOVE CM-LOAD-TIME TO CH-LOAD-TIME.
           MOVE WS-RUN-DATE-YYYYMMDD TO CH-SUPERSEDED-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO CH-SUPERSEDED-TIME.
           MOVE ZERO TO CH-RULES-VERSION.
           IF CM-RULES-VERSION IS NUMERIC
               MOVE CM-RULES-VERSION TO CH-RULES-VERSION
           END-IF.
           WRITE CLASSIFICATION-HISTORY-RECORD
               INVALID KEY
                   IF WS-HIST-FILE-STATUS = "22"
                       DISPLAY "FIZZLOAD - KEY " CH-KEY " UPDATED "
                           "TWICE THIS RUN - FIRST PRIOR IMAGE KEPT"
                       ADD 1 TO WS-CNT-HIST-SAME-RUN
                       GO TO 3500-WRITE-HISTORY-EXIT
                   END-IF
                   DISPLAY "FIZZLOAD - HISTORY WRITE FAILED FOR KEY "
                       CH-KEY " - STATUS " WS-HIST-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CNT-HISTORY.
       3500-WRITE-HISTORY-EXIT.
           EXIT.
           MOVE CM-CLASSIFICATION TO LD-CLASSIFICATION.
           MOVE CM-LOAD-DATE TO LD-LOAD-DATE.
           MOVE CM-LOAD-TIME TO LD-LOAD-TIME.
           MOVE ZERO TO LD-RULES-VERSION.
           IF CM-RULES-VERSION IS NUMERIC
               MOVE CM-RULES-VERSION TO LD-RULES-VERSION
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO LD-CYCLE-DATE.
           WRITE LOAD-DETAIL-RECORD.
           ADD 1 TO WS-CNT-DETAIL.
       3700-WRITE-LOAD-DETAIL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-APPLY-SWEEP                                           *
      * Apply the FIZZSWP re-sweep corrections - master keys whose *
      * label changes under the rules in effect tonight - after   *
      * the classified records.  A correction is an ordinary       *
      * update (3400 writes the history, posts CHGRPT, and writes  *
      * the "U" load detail).  It is skipped as already current    *
      * when the master label already matches or when this run    *
      * already updated the key (its load stamp is this run's) -   *
      * tonight's classified record stands.  A key no longer on    *
      * the master is warned and skipped; a sweep never adds.      *
      *-----------------------------------------------------------*
       3800-APPLY-SWEEP.
           OPEN INPUT SWEEP-FILE.
           IF WS-SWEEP-FILE-STATUS NOT = "00"
               DISPLAY "FIZZLOAD - SWEEPFL NOT AVAILABLE - STATUS "
                   WS-SWEEP-FILE-STATUS " - NO RE-SWEEP CORRECTIONS"
               GO TO 3800-APPLY-SWEEP-EXIT
           END-IF.
           MOVE "Y" TO WS-SWEEP-PASS-SW.
           PERFORM 3810-READ-SWEEP THRU 3810-READ-SWEEP-EXIT.
           PERFORM 3820-APPLY-ONE-SWEEP THRU
               3820-APPLY-ONE-SWEEP-EXIT
               UNTIL WS-SWEEP-EOF.
           CLOSE SWEEP-FILE.
           MOVE "N" TO WS-SWEEP-PASS-SW.
       3800-APPLY-SWEEP-EXIT.
           EXIT.

       3810-READ-SWEEP.
           READ SWEEP-FILE INTO OUTPUT-RECORD-LAYOUT
               AT END
                   MOVE "Y" TO WS-SWEEP-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-SWEEP-READ
           END-READ.
       3810-READ-SWEEP-EXIT.
           EXIT.

       3820-APPLY-ONE-SWEEP.
           MOVE OR-KEY TO CM-KEY.
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "FIZZLOAD - SWEEPFL KEY " OR-KEY
                       " NOT ON CLASMSTR - CORRECTION SKIPPED"
                   ADD 1 TO WS-CNT-SWEEP-NOT-FOUND
               NOT INVALID KEY
                   IF CM-CLASSIFICATION = OR-CLASSIFICATION
                       OR (CM-LOAD-DATE = WS-RUN-DATE-YYYYMMDD
                       AND CM-LOAD-TIME = WS-RUN-TIME-HHMMSS)
                       ADD 1 TO WS-CNT-SWEEP-CURRENT
                   ELSE
                       PERFORM 3400-UPDATE-MASTER THRU
                           3400-UPDATE-MASTER-EXIT
                   END-IF
           END-READ.

           PERFORM 3810-READ-SWEEP THRU 3810-READ-SWEEP-EXIT.
       3820-APPLY-ONE-SWEEP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the load control totals and close the files.         *
           MOVE WS-CNT-UPDATED TO LS-CNT-UPDATED.
           MOVE WS-CNT-UNCHANGED TO LS-CNT-UNCHANGED.
           MOVE WS-CNT-HISTORY TO LS-CNT-HISTORY.
           MOVE WS-CNT-SWEEP-READ TO LS-CNT-SWEEP-READ.
           MOVE WS-CNT-SWEPT TO LS-CNT-SWEPT.
           WRITE LOAD-STATUS-RECORD.
           CLOSE LOAD-STATUS-FILE.
       8500-WRITE-LOAD-STATUS-EXIT.
      *-----------------------------------------------------------*
      * 8100-WRITE-CONTROL-TOTALS                                 *
      * Print the load counts - reads must equal adds plus        *
      * updates plus unchanged for the load to reconcile.  The    *
      * re-sweep corrections are counted apart, after them.        *
      *-----------------------------------------------------------*
       8100-WRITE-CONTROL-TOTALS.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           MOVE WS-CNT-HISTORY TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-HIST-SAME-RUN > ZERO
               MOVE "HISTORY SKIPPED (SAME RUN)" TO TL-CAPTION
               MOVE WS-CNT-HIST-SAME-RUN TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           MOVE "RE-SWEEP CORRECTIONS READ" TO TL-CAPTION.
           MOVE WS-CNT-SWEEP-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RE-SWEEP CORRECTIONS APPLIED" TO TL-CAPTION.
           MOVE WS-CNT-SWEPT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RE-SWEEP ALREADY CURRENT" TO TL-CAPTION.
           MOVE WS-CNT-SWEEP-CURRENT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-SWEEP-NOT-FOUND > ZERO
               MOVE "RE-SWEEP KEYS NOT ON MASTER" TO TL-CAPTION
               MOVE WS-CNT-SWEEP-NOT-FOUND TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           MOVE "LOAD DETAIL RECORDS WRITTEN" TO TL-CAPTION.
           MOVE WS-CNT-DETAIL TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           WRITE CG-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "TOTAL KEYS RECLASSIFIED" TO TL-CAPTION.
           COMPUTE TL-COUNT = WS-CNT-UPDATED + WS-CNT-SWEPT.
           WRITE CG-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-SWEPT > ZERO
               MOVE "  OF WHICH RE-SWEEP" TO TL-CAPTION
               MOVE WS-CNT-SWEPT TO TL-COUNT
               WRITE CG-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           MOVE "LABEL PAIRS SEEN" TO TL-CAPTION.
           MOVE WS-PAIR-COUNT TO TL-COUNT.
           WRITE CG-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           ADD 1 TO WS-CG-LINE-COUNT.
       8400-WRITE-ONE-CHANGE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-POST-COMPLETED                                       *
      * Post this run's completed record on the cycle step ledger *
      * with the return code the step is ending with - the last   *
      * thing the step does, so the next step's gate sees it.     *
      *-----------------------------------------------------------*
       8900-POST-COMPLETED.
           MOVE RETURN-CODE TO WS-LEDGER-RC.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZLOAD - CYCLEDGR OPEN FAILED - STATUS "
                   WS-LEDGER-FILE-STATUS " - COMPLETION NOT POSTED "
                   "- JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "C" TO WS-LEDGER-EVENT.
           PERFORM 1440-WRITE-POSTING THRU 1440-WRITE-POSTING-EXIT.
           CLOSE LEDGER-FILE.
       8900-POST-COMPLETED-EXIT.
           EXIT.
