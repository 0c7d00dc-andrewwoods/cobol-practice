      *                  (FIZZEOC) and the scheduler read a fixed
      *                  layout instead of scraping the BALRPT
      *                  verdict line.
      * 2026-10-10  AJW  Posts started/completed records on the
      *                  CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and will not run unless the classification
      *                  (FIZZMRG on a parallel night, FIZ010
      *                  otherwise) completed the cycle with RC 0 or
      *                  4, nor rebalance a cycle already balanced
      *                  clean, without a RERUNCD override card
      *                  (RERUNCD.CPY).
      * 2026-10-13  AJW  Suspense entries written off on the FIZZSUS
      *                  workbench are counted as accounted for, and
      *                  held entries FIZ010 did not present are not
      *                  matched.  Recycled records are matched on
      *                  SUSP-ORIG-KEY (a correction can change the
      *                  key presented).  A new suspense roll-forward
      *                  proof reads the generation FIZ010 wrote
      *                  (SUSPOUT) - entries carried in from earlier
      *                  cycles must equal suspense read less recycled
      *                  and written off, or the run is out of
      *                  balance.  BALSTAT carries the written-off
      *                  count.
      * 2026-10-15  AJW  Carried suspense entries are found by key
      *                  against the entries read from SUSPIN, not by
      *                  first-seen date - on a same-cycle rerun the
      *                  entries the earlier run added are first seen
      *                  on the cycle date too, and were miscounted as
      *                  new.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbal.
           SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-FILE-STATUS.
           SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT BALANCE-STATUS-FILE ASSIGN TO BALSTAT
               ORGANIZATION IS LINE SEQUENTIAL.
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
       FD  SUSPENSE-IN-FILE.
           COPY SUSPREC.

      *****************************************************************
      * The suspense generation FIZ010 wrote this cycle - only the   *
      * key is read (SUSPREC.CPY positions 1-6), matched against the *
      * SUSPIN entries carried in (see 3500-PROVE-SUSPENSE).         *
      *****************************************************************
       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD.
           05  SO-KEY                     PIC X(06).
           05  FILLER                     PIC X(154).

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       FD  BALANCE-STATUS-FILE.
           COPY BALSTAT.

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
       01 WS-INPUT-EOF-SW                PIC X(01) VALUE "N".
           88 WS-INPUT-EOF                VALUE "Y".
       01 WS-SUSPIN-FILE-STATUS          PIC X(02).
       01 WS-SUSPIN-EOF-SW               PIC X(01) VALUE "N".
           88 WS-SUSPIN-EOF               VALUE "Y".
       01 WS-SUSPOUT-FILE-STATUS         PIC X(02).
       01 WS-SUSPOUT-EOF-SW              PIC X(01) VALUE "N".
           88 WS-SUSPOUT-EOF              VALUE "Y".

      *****************************************************************
      * EXCPTFL is a print image - FIZ010 writes a four-line page    *
       01 WS-OUT-OF-BALANCE-SW           PIC X(01) VALUE "N".
           88 WS-OUT-OF-BALANCE           VALUE "Y".

      *****************************************************************
      * Suspense roll-forward proof (see 3500-PROVE-SUSPENSE) - every *
      * entry FIZ010 read is recycled, written off, or carried to    *
      * the generation it wrote.  Held entries are carried.          *
      *****************************************************************
       01 WS-CNT-WRITTEN-OFF             PIC 9(07) VALUE ZERO.
       01 WS-CNT-SUSP-HELD               PIC 9(07) VALUE ZERO.
       01 WS-CNT-CARRIED-EXPECTED        PIC 9(07) VALUE ZERO.
       01 WS-CNT-CARRIED-FOUND           PIC 9(07) VALUE ZERO.
       01 WS-SUSP-PROOF-SW               PIC X(01) VALUE "N".
           88 WS-SUSP-PROOF-DONE          VALUE "Y".

      *****************************************************************
      * Keys of the SUSPIN entries FIZ010 should have carried - not   *
      * recycled and not written off - each matched at most once by   *
      * a SUSPOUT entry with the same key.                            *
      *****************************************************************
       01 WS-CARRY-COUNT                 PIC 9(05) VALUE ZERO.
       01 WS-CARRY-NO                    PIC 9(05).
       01 WS-CARRY-HIT-SW                PIC X(01).
           88 WS-CARRY-HIT                VALUE "Y".
       01 WS-CARRY-FULL-SW               PIC X(01) VALUE "N".
           88 WS-CARRY-FULL               VALUE "Y".
       01 WS-CARRY-TABLE.
           05 WS-CARRY-ENTRY OCCURS 5000 TIMES.
               10 WS-CARRY-KEY           PIC X(06).
               10 WS-CARRY-MATCHED-SW    PIC X(01).
                   88 WS-CARRY-MATCHED    VALUE "Y".

      *****************************************************************
      * Last key consumed from each output file - a following record *
      * carrying the same key is a duplicate on that file (a rerun   *
       01 WS-PRIOR-OUT-KEY               PIC X(06) VALUE LOW-VALUES.
       01 WS-PRIOR-EXC-KEY               PIC X(06) VALUE LOW-VALUES.

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZBAL".
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
           PERFORM 3000-RECONCILE THRU 3000-RECONCILE-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           PERFORM 8900-POST-COMPLETED THRU 8900-POST-COMPLETED-EXIT.

           STOP RUN.

               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT.

           OPEN INPUT INPUT-FILE.
           OPEN INPUT OUTPUT-FILE.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY).    *
      * The classification this run balances - FIZZMRG on a       *
      * parallel night, FIZ010 otherwise - must have completed    *
      * this cycle with RC 0 or 4. This step's own latest run for *
      * the cycle must not have completed clean (RC 0 or 4)       *
      * already.  A RERUNCD card naming this step and cycle       *
      * overrides either gate, and the override is logged on      *
      * SYSOUT and on the run's postings.  The run then posts its *
      * started record; an abend leaves it with no completed      *
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
               DISPLAY "FIZZBAL - CYCLEDGR OPEN FAILED - STATUS "
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
                   DISPLAY "FIZZBAL - ALREADY COMPLETED FOR CYCLE "
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
               DISPLAY "FIZZBAL - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
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
               DISPLAY "FIZZBAL - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
      * On a parallel night FIZZMRG has posted a run for the      *
      * cycle and is the predecessor; otherwise the single-stream *
      * FIZ010 is.  Either must have completed with RC 0 or 4.    *
      *-----------------------------------------------------------*
       1430-CHECK-PREDECESSOR.
           MOVE "FIZZMRG" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           IF WS-LOOK-LAST-RUN = ZERO
               MOVE "FIZ010" TO WS-LOOK-STEP
               PERFORM 1420-FIND-LAST-RUN THRU
                   1420-FIND-LAST-RUN-EXIT
           END-IF.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 4
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
                   DISPLAY "FIZZBAL - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " HAS NOT RUN FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZBAL - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN OTHER
                   DISPLAY "FIZZBAL - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZBAL - SUPPLY A RERUNCD CARD TO RUN "
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
                   DISPLAY "FIZZBAL - CYCLEDGR POSTING " LG-KEY
                       " FAILED - STATUS " WS-LEDGER-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       1440-WRITE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REPORT-HEADING                                  *
      * Print the title, run date/time, and column heading lines  *
      *-----------------------------------------------------------*
       3000-RECONCILE.
           PERFORM 3040-MATCH-SUSPENSE THRU 3040-MATCH-SUSPENSE-EXIT.
           PERFORM 3500-PROVE-SUSPENSE THRU 3500-PROVE-SUSPENSE-EXIT.

           PERFORM 3110-READ-INPUT THRU 3110-READ-INPUT-EXIT.
           PERFORM 3200-MATCH-ONE-KEY THRU 3200-MATCH-ONE-KEY-EXIT
      * consume the matching leading classified records as        *
      * recycled; a suspense key with no classified record was    *
      * carried forward by FIZ010 and is no concern of the        *
      * extract balance.  An entry written off on the FIZZSUS     *
      * workbench was dropped by FIZ010 and is counted as         *
      * accounted for; one held past the cycle date was not       *
      * presented.  A missing SUSPIN (first cycle) is not an      *
      * error.                                                     *
      *-----------------------------------------------------------*
       3040-MATCH-SUSPENSE.
           OPEN INPUT SUSPENSE-IN-FILE.
           EXIT.

       3150-MATCH-ONE-SUSPENSE.
           IF SUSP-WRITTEN-OFF
               ADD 1 TO WS-CNT-WRITTEN-OFF
               GO TO 3150-MATCH-ONE-SUSPENSE-NEXT
           END-IF.
           IF SUSP-HELD
               AND SUSP-HOLD-UNTIL-DATE IS NUMERIC
               AND SUSP-HOLD-UNTIL-DATE > WS-RUN-DATE-YYYYMMDD
               ADD 1 TO WS-CNT-SUSP-HELD
               PERFORM 3160-STORE-CARRY-KEY THRU
                   3160-STORE-CARRY-KEY-EXIT
               GO TO 3150-MATCH-ONE-SUSPENSE-NEXT
           END-IF.

           IF NOT WS-OUTPUT-EOF AND OR-KEY = SUSP-ORIG-KEY
               ADD 1 TO WS-CNT-RECYCLED
               MOVE SUSP-ORIG-KEY TO WS-PRIOR-OUT-KEY
               PERFORM 3120-READ-OUTPUT THRU 3120-READ-OUTPUT-EXIT
               GO TO 3150-MATCH-ONE-SUSPENSE-NEXT
           END-IF.
           PERFORM 3160-STORE-CARRY-KEY THRU 3160-STORE-CARRY-KEY-EXIT.

       3150-MATCH-ONE-SUSPENSE-NEXT.
           PERFORM 3140-READ-SUSPENSE THRU 3140-READ-SUSPENSE-EXIT.
       3150-MATCH-ONE-SUSPENSE-EXIT.
           EXIT.

       3160-STORE-CARRY-KEY.
           IF WS-CARRY-COUNT = 5000
               MOVE "Y" TO WS-CARRY-FULL-SW
               GO TO 3160-STORE-CARRY-KEY-EXIT
           END-IF.
           ADD 1 TO WS-CARRY-COUNT.
           MOVE SUSP-KEY TO WS-CARRY-KEY(WS-CARRY-COUNT).
           MOVE "N" TO WS-CARRY-MATCHED-SW(WS-CARRY-COUNT).
       3160-STORE-CARRY-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-PROVE-SUSPENSE                                        *
      * Prove the suspense roll-forward.  FIZ010 keeps the key of *
      * every entry it carries, so the entries on the generation  *
      * FIZ010 wrote (SUSPOUT) whose key matches a SUSPIN entry   *
      * that was neither recycled nor written off are the ones it *
      * carried in - a reject new this cycle matches none (each   *
      * SUSPIN entry is matched once).  Those must equal the      *
      * suspense read less recycled and written off - an entry    *
      * that left suspense any other way is unaccounted for.  No  *
      * proof without a SUSPIN (first cycle), or when more        *
      * entries were carried than the key table holds; a missing  *
      * SUSPOUT is found to carry nothing.                        *
      *-----------------------------------------------------------*
       3500-PROVE-SUSPENSE.
           IF WS-SUSPIN-FILE-STATUS NOT = "00"
               GO TO 3500-PROVE-SUSPENSE-EXIT
           END-IF.
           IF WS-CARRY-FULL
               DISPLAY "FIZZBAL - MORE THAN 5000 SUSPENSE ENTRIES "
                   "CARRIED - ROLL-FORWARD PROOF NOT RUN"
               GO TO 3500-PROVE-SUSPENSE-EXIT
           END-IF.
           MOVE "Y" TO WS-SUSP-PROOF-SW.
           COMPUTE WS-CNT-CARRIED-EXPECTED =
               WS-CNT-SUSP-IN - WS-CNT-RECYCLED - WS-CNT-WRITTEN-OFF.

           OPEN INPUT SUSPENSE-OUT-FILE.
           IF WS-SUSPOUT-FILE-STATUS NOT = "00"
               GO TO 3500-PROVE-SUSPENSE-EXIT
           END-IF.
           PERFORM 3510-READ-SUSPENSE-OUT THRU
               3510-READ-SUSPENSE-OUT-EXIT.
           PERFORM 3520-COUNT-ONE-CARRIED THRU
               3520-COUNT-ONE-CARRIED-EXIT
               UNTIL WS-SUSPOUT-EOF.
           CLOSE SUSPENSE-OUT-FILE.
       3500-PROVE-SUSPENSE-EXIT.
           EXIT.

       3510-READ-SUSPENSE-OUT.
           READ SUSPENSE-OUT-FILE
               AT END
                   MOVE "Y" TO WS-SUSPOUT-EOF-SW
           END-READ.
       3510-READ-SUSPENSE-OUT-EXIT.
           EXIT.

       3520-COUNT-ONE-CARRIED.
           MOVE "N" TO WS-CARRY-HIT-SW.
           PERFORM 3530-MATCH-ONE-CARRY-KEY THRU
               3530-MATCH-ONE-CARRY-KEY-EXIT
               VARYING WS-CARRY-NO FROM 1 BY 1
               UNTIL WS-CARRY-NO > WS-CARRY-COUNT
               OR WS-CARRY-HIT.
           IF WS-CARRY-HIT
               ADD 1 TO WS-CNT-CARRIED-FOUND
           END-IF.
           PERFORM 3510-READ-SUSPENSE-OUT THRU
               3510-READ-SUSPENSE-OUT-EXIT.
       3520-COUNT-ONE-CARRIED-EXIT.
           EXIT.

       3530-MATCH-ONE-CARRY-KEY.
           IF WS-CARRY-KEY(WS-CARRY-NO) = SO-KEY
               AND NOT WS-CARRY-MATCHED(WS-CARRY-NO)
               MOVE "Y" TO WS-CARRY-MATCHED-SW(WS-CARRY-NO)
               MOVE "Y" TO WS-CARRY-HIT-SW
           END-IF.
       3530-MATCH-ONE-CARRY-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3110-READ-INPUT                                            *
      * Read the next extract detail record, skipping the header  *
               WS-CNT-OUTPUT - WS-CNT-RECYCLED + WS-CNT-EXCPT
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF.
           IF WS-SUSP-PROOF-DONE
               AND WS-CNT-CARRIED-FOUND NOT = WS-CNT-CARRIED-EXPECTED
               MOVE "Y" TO WS-OUT-OF-BALANCE-SW
           END-IF.

           PERFORM 8100-WRITE-CONTROL-TOTALS THRU
               8100-WRITE-CONTROL-TOTALS-EXIT.
           MOVE WS-CNT-EXCPT TO BS-CNT-EXCPT.
           MOVE WS-CNT-RECYCLED TO BS-CNT-RECYCLED.
           MOVE WS-CNT-DUPLICATES TO BS-CNT-DUPLICATES.
           MOVE WS-CNT-WRITTEN-OFF TO BS-CNT-WRITTEN-OFF.
           IF WS-OUT-OF-BALANCE
               MOVE "N" TO BS-BALANCE-FLAG
           ELSE
           MOVE WS-CNT-RECYCLED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE WRITTEN OFF" TO TL-CAPTION.
           MOVE WS-CNT-WRITTEN-OFF TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE HELD - NOT PRESENTED" TO TL-CAPTION.
           MOVE WS-CNT-SUSP-HELD TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE CARRIED - EXPECTED" TO TL-CAPTION.
           MOVE WS-CNT-CARRIED-EXPECTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE CARRIED - FOUND" TO TL-CAPTION.
           MOVE WS-CNT-CARRIED-FOUND TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "KEYS MATCHED TO CLASSIFIED" TO TL-CAPTION.
           MOVE WS-CNT-MATCHED-OUT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           WRITE RP-REPORT-LINE FROM WS-BALANCE-VERDICT-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
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
               DISPLAY "FIZZBAL - CYCLEDGR OPEN FAILED - STATUS "
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
