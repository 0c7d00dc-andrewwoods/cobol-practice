      *
      * FIZZRETR - retire closed and voided lots from the CLASMSTR
      *            classification master.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-06  AJW  Original version.  FIZZEXTR has always dropped
      *                  closed and voided lots from the extract, but
      *                  nothing ever told the master - a lot closed
      *                  months ago still answered FIZZINQ with its
      *                  last label as if it were live, and kept going
      *                  to the warehouse as open.  FIZZEXTR now
      *                  writes those keys to the RETFEED retirement
      *                  feed (RETFEED.CPY); this step sorts the feed,
      *                  and for each key still on the master copies
      *                  the whole record to the CLASRETR retired-lots
      *                  archive (CLASRETR.CPY) stamped with the
      *                  retirement date/time and reason, deletes it
      *                  from the master, and takes it off the MSTRCTL
      *                  running count.  Every retirement is also
      *                  written to RETDTL in the LOADDTL layout
      *                  (action "R") for FIZZDIST to send on to the
      *                  warehouse.  A key not on the master (never
      *                  classified, or already retired) is counted
      *                  and skipped.  RETRPT lists every lot retired
      *                  with the label it last held.  Runs after
      *                  FIZZLOAD so a key the suspense recycle
      *                  re-classified tonight is still retired.
      * 2026-10-08  AJW  The rules version of the label last held is
      *                  kept on the archive record and the RETDTL
      *                  record.
      * 2026-10-10  AJW  Posts started/completed records on the
      *                  CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and will not run unless FIZZLOAD loaded the
      *                  cycle clean, nor rerun a cycle already
      *                  retired clean, without a RERUNCD override
      *                  card (RERUNCD.CPY).
      * 2026-10-11  AJW  Each RETDTL record carries the cycle date
      *                  (LD-CYCLE-DATE) for the FIZZDIST catch-up
      *                  feed.
      * 2026-10-15  AJW  A rerun after an abended run finishes every
      *                  retirement the abended run made - a key no
      *                  longer on the master whose archive entry was
      *                  retired this cycle is counted retired, so its
      *                  RETDTL record is written and it comes off
      *                  MSTRCTL.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzretr.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-06.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIRE-FILE ASSIGN TO RETFEED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO CLASMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RETIRED-FILE ASSIGN TO CLASRETR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RETIRED-FILE-STATUS.
           SELECT RETIRE-DETAIL-FILE ASSIGN TO RETDTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-CONTROL-FILE ASSIGN TO MSTRCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTRCTL-FILE-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO RETRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO SORTWK01.
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
       FD  RETIRE-FILE.
       01  RETIRE-FILE-RECORD             PIC X(80).

       FD  MASTER-FILE.
           COPY CLASMSTR.

       FD  RETIRED-FILE.
           COPY CLASRETR.

       FD  RETIRE-DETAIL-FILE.
           COPY LOADDTL.

       FD  MASTER-CONTROL-FILE.
           COPY MSTRCTL.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-KEY                     PIC X(06).
           05  SR-REST                    PIC X(74).

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS          PIC X(02).
       01 WS-RETIRED-FILE-STATUS         PIC X(02).
       01 WS-SORT-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-SORT-EOF                 VALUE "Y".
       01 WS-PRIOR-KEY                   PIC X(06) VALUE LOW-VALUES.
       01 WS-FIRST-KEY-SW                PIC X(01) VALUE "Y".
           88 WS-FIRST-KEY                VALUE "Y".
       01 WS-ARCHIVE-DUP-SW              PIC X(01) VALUE "N".
           88 WS-ARCHIVE-DUP              VALUE "Y".
       01 WS-ARCHIVE-HIT-SW              PIC X(01) VALUE "N".
           88 WS-ARCHIVE-HIT              VALUE "Y".
       01 WS-RESUME-SW                   PIC X(01) VALUE "N".
           88 WS-RESUME-ABENDED-RUN       VALUE "Y".

           COPY RETFEED.

      *****************************************************************
      * Retirement counts.  Feed records read must equal duplicates  *
      * plus invalid reasons plus not-on-master plus retired (closed *
      * and void) for the step to balance.                            *
      *****************************************************************
       01 WS-CNT-FEED-READ               PIC 9(07) VALUE ZERO.
       01 WS-CNT-DUPLICATES              PIC 9(07) VALUE ZERO.
       01 WS-CNT-BAD-REASON              PIC 9(07) VALUE ZERO.
       01 WS-CNT-NOT-ON-MASTER           PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETIRED-CLOSED          PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETIRED-VOID            PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETIRED                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-ARCHIVE-REPLACED        PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETIRE-RESUMED          PIC 9(07) VALUE ZERO.

      *****************************************************************
      * MSTRCTL running-count fields (see MSTRCTL.CPY) - the lots    *
      * retired come off the count.  An unknown control is left for  *
      * the weekly FIZZBKP unload to prime, as FIZZLOAD does.         *
      *****************************************************************
       01 WS-MSTRCTL-FILE-STATUS         PIC X(02).
       01 WS-CTL-KNOWN-SW                PIC X(01) VALUE "N".
           88 WS-CTL-KNOWN                VALUE "Y".
       01 WS-PRIOR-MASTER-COUNT          PIC 9(09) VALUE ZERO.

      *****************************************************************
      * Cycle-date control fields (see 1100-GET-CYCLE-DATE and       *
      * CYCDATE.CPY) - the retirement date is the cycle date, and    *
      * the feed must carry the same one.                             *
      *****************************************************************
       01 WS-CYCLE-FILE-STATUS           PIC X(02).
       01 WS-SYSTEM-DATE                 PIC 9(08).
       01 WS-CYCLE-DATE-DIFF             PIC S9(05).

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZRETR".
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
      *****************************************************************
       01 WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-LINES-PER-PAGE              PIC 9(04) VALUE 60.
       01 WS-PAGE-COUNT                  PIC 9(04) VALUE ZERO.

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(34)
               VALUE "FIZZBUZZ LOT RETIREMENT REPORT".
           05 FILLER                     PIC X(16) VALUE SPACES.
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

       01 WS-DETAIL-HDR-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "KEY".
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE "REASON".
           05 FILLER                     PIC X(42)
               VALUE "LAST CLASSIFICATION".
           05 FILLER                     PIC X(11) VALUE "LAST LOADED".
           05 FILLER                     PIC X(49) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 RD-KEY                     PIC X(06).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RD-REASON                  PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RD-CLASSIFICATION          PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RD-LOAD-DATE               PIC 9999/99/99.
           05 FILLER                     PIC X(01) VALUE SPACES.
           05 RD-LOAD-TIME-HH            PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 RD-LOAD-TIME-MM            PIC 99.
           05 FILLER                     PIC X(44) VALUE SPACES.

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
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           SORT SORT-FILE ON ASCENDING KEY SR-KEY
               USING RETIRE-FILE
               OUTPUT PROCEDURE IS 3000-RETIRE-LOTS
                   THRU 3000-RETIRE-LOTS-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           PERFORM 8900-POST-COMPLETED THRU 8900-POST-COMPLETED-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Read the cycle date, stamp the run time, read the MSTRCTL *
      * running count, open the master and the archive, and print *
      * the report heading.  A freshly defined, never-written     *
      * archive gives status 35 on the I-O open, so the first     *
      * run primes it with an OPEN OUTPUT/CLOSE and opens again,  *
      * as FIZZLOAD does for the master.                           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-GET-CYCLE-DATE THRU
               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT.

           PERFORM 1200-READ-MASTER-CONTROL THRU
               1200-READ-MASTER-CONTROL-EXIT.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               AND WS-MASTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZRETR - CLASMSTR OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RETIRED-FILE.
           IF WS-RETIRED-FILE-STATUS = "35"
               OPEN OUTPUT RETIRED-FILE
               CLOSE RETIRED-FILE
               OPEN I-O RETIRED-FILE
           END-IF.
           IF WS-RETIRED-FILE-STATUS NOT = "00"
               AND WS-RETIRED-FILE-STATUS NOT = "97"
               DISPLAY "FIZZRETR - CLASRETR OPEN FAILED - STATUS "
                   WS-RETIRED-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RETIRE-DETAIL-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-GET-CYCLE-DATE                                        *
      * Read the retirement date from the CYCLDATE control record *
      * (maintained by FIZZCYC - see CYCDATE.CPY).  The cycle     *
      * must be open and within the record's tolerance of the     *
      * system date, the same validation FIZZEXTR applied when it *
      * wrote the feed.                                             *
      *-----------------------------------------------------------*
       1100-GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "FIZZRETR - CYCLDATE NOT AVAILABLE - STATUS "
                   WS-CYCLE-FILE-STATUS " - RUN FIZZCYC OPEN - "
                   "JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FIZZRETR - CYCLDATE IS EMPTY - RUN "
                       "FIZZCYC OPEN - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CYCLE-DATE-FILE.

           IF NOT CY-OPEN
               DISPLAY "FIZZRETR - CYCLE " CY-CYCLE-DATE
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
               DISPLAY "FIZZRETR - CYCLE DATE " CY-CYCLE-DATE
                   " IS MORE THAN " CY-TOLERANCE-DAYS
                   " DAYS FROM SYSTEM DATE " WS-SYSTEM-DATE
                   " - STALE CYCLE RECORD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CY-CYCLE-DATE TO WS-RUN-DATE-YYYYMMDD.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

       1200-READ-MASTER-CONTROL.
           OPEN INPUT MASTER-CONTROL-FILE.
           IF WS-MSTRCTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZRETR - MSTRCTL NOT AVAILABLE - MASTER "
                   "COUNT UNKNOWN - RUN FIZZBKP UNLOAD TO PRIME"
               GO TO 1200-READ-MASTER-CONTROL-EXIT
           END-IF.
           READ MASTER-CONTROL-FILE
               AT END
                   DISPLAY "FIZZRETR - MSTRCTL IS EMPTY - MASTER "
                       "COUNT UNKNOWN - RUN FIZZBKP UNLOAD TO PRIME"
               NOT AT END
                   MOVE MC-RECORD-COUNT TO WS-PRIOR-MASTER-COUNT
                   MOVE "Y" TO WS-CTL-KNOWN-SW
           END-READ.
           CLOSE MASTER-CONTROL-FILE.
       1200-READ-MASTER-CONTROL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY).    *
      * FIZZLOAD must have loaded this cycle clean (RC 0) - lots  *
      * are retired only from a master the cycle has loaded. This *
      * step's own latest run for the cycle must not have         *
      * completed clean (RC 0 or 4) already.  A RERUNCD card      *
      * naming this step and cycle overrides either gate, and the *
      * override is logged on SYSOUT and on the run's postings.   *
      * The run then posts its started record; an abend leaves it *
      * with no completed record.  When this step's latest run    *
      * for the cycle has no completed record, this run finishes  *
      * what it retired (see 3210-CHECK-ARCHIVE).                 *
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
               DISPLAY "FIZZRETR - CYCLEDGR OPEN FAILED - STATUS "
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
           IF WS-LOOK-LAST-RUN > ZERO AND NOT WS-LOOK-DONE
               MOVE "Y" TO WS-RESUME-SW
           END-IF.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 4
               IF NOT WS-LEDGER-OVERRIDE
                   DISPLAY "FIZZRETR - ALREADY COMPLETED FOR CYCLE "
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
               DISPLAY "FIZZRETR - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
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
               DISPLAY "FIZZRETR - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
      * FIZZLOAD must have completed for the cycle with RC 0.     *
      *-----------------------------------------------------------*
       1430-CHECK-PREDECESSOR.
           MOVE "FIZZLOAD" TO WS-LOOK-STEP.
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
                   DISPLAY "FIZZRETR - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " HAS NOT RUN FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZRETR - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN OTHER
                   DISPLAY "FIZZRETR - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZRETR - SUPPLY A RERUNCD CARD TO RUN "
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
                   DISPLAY "FIZZRETR - CYCLEDGR POSTING " LG-KEY
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
      * at the top of a new report page.                           *
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
           WRITE RP-REPORT-LINE FROM WS-DETAIL-HDR-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE ZERO TO WS-LINE-COUNT.
       2000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-RETIRE-LOTS                                           *
      * Sort output procedure - retire each key on the sorted     *
      * feed once (later duplicates dropped, as FIZZEXTR drops    *
      * them from the extract).                                     *
      *-----------------------------------------------------------*
       3000-RETIRE-LOTS.
           PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
           PERFORM 3200-RETIRE-ONE-LOT THRU 3200-RETIRE-ONE-LOT-EXIT
               UNTIL WS-SORT-EOF.
       3000-RETIRE-LOTS-EXIT.
           EXIT.

       3100-RETURN-SORTED.
           RETURN SORT-FILE INTO RETIREMENT-FEED-RECORD
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-FEED-READ
           END-RETURN.
       3100-RETURN-SORTED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-RETIRE-ONE-LOT                                        *
      * Copy the key's master record to the archive stamped with  *
      * the retirement date/time and reason, delete it from the   *
      * master, and write the RETDTL record for FIZZDIST.  The    *
      * archive is written before the master delete, so a rerun   *
      * after an abend between the two simply replaces the        *
      * archive entry and finishes the delete; a key the abended  *
      * run had already deleted is finished from its archive      *
      * entry (3210-CHECK-ARCHIVE).  A key already in the archive *
      * (retired, re-opened, and retired again) has its entry     *
      * replaced with the latest retirement.                      *
      *-----------------------------------------------------------*
       3200-RETIRE-ONE-LOT.
           IF NOT WS-FIRST-KEY AND RT-KEY = WS-PRIOR-KEY
               ADD 1 TO WS-CNT-DUPLICATES
               GO TO 3200-RETIRE-ONE-LOT-READ
           END-IF.
           MOVE "N" TO WS-FIRST-KEY-SW.
           MOVE RT-KEY TO WS-PRIOR-KEY.

           IF RT-CYCLE-DATE NOT = WS-RUN-DATE-YYYYMMDD
               DISPLAY "FIZZRETR - RETFEED IS FOR CYCLE "
                   RT-CYCLE-DATE " NOT " WS-RUN-DATE-YYYYMMDD
                   " - WRONG GENERATION - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT RT-CLOSED AND NOT RT-VOID
               ADD 1 TO WS-CNT-BAD-REASON
               DISPLAY "FIZZRETR - RETFEED KEY " RT-KEY
                   " REASON " RT-REASON
                   " UNRECOGNIZED - RECORD SKIPPED"
               GO TO 3200-RETIRE-ONE-LOT-READ
           END-IF.

           MOVE RT-KEY TO CM-KEY.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM 3210-CHECK-ARCHIVE THRU
                       3210-CHECK-ARCHIVE-EXIT
                   IF NOT WS-ARCHIVE-HIT
                       ADD 1 TO WS-CNT-NOT-ON-MASTER
                       GO TO 3200-RETIRE-ONE-LOT-READ
                   END-IF
                   ADD 1 TO WS-CNT-RETIRE-RESUMED
                   GO TO 3200-RETIRE-ONE-LOT-COUNT
           END-READ.

           MOVE SPACES TO RETIRED-LOT-RECORD.
           MOVE CM-KEY TO RA-KEY.
           MOVE CM-DATA TO RA-DATA.
           MOVE CM-CLASSIFICATION TO RA-CLASSIFICATION.
           MOVE CM-LOAD-DATE TO RA-LOAD-DATE.
           MOVE CM-LOAD-TIME TO RA-LOAD-TIME.
           MOVE ZERO TO RA-RULES-VERSION.
           IF CM-RULES-VERSION IS NUMERIC
               MOVE CM-RULES-VERSION TO RA-RULES-VERSION
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO RA-RETIRED-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO RA-RETIRED-TIME.
           MOVE RT-REASON TO RA-RETIRE-REASON.

           MOVE "N" TO WS-ARCHIVE-DUP-SW.
           WRITE RETIRED-LOT-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-ARCHIVE-DUP-SW
           END-WRITE.
           IF WS-ARCHIVE-DUP
               IF WS-RETIRED-FILE-STATUS NOT = "22"
                   DISPLAY "FIZZRETR - CLASRETR WRITE FAILED FOR KEY "
                       RA-KEY " - STATUS " WS-RETIRED-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               REWRITE RETIRED-LOT-RECORD
                   INVALID KEY
                       DISPLAY "FIZZRETR - CLASRETR REWRITE FAILED FOR "
                           "KEY " RA-KEY " - STATUS "
                           WS-RETIRED-FILE-STATUS " - JOB ABENDING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-CNT-ARCHIVE-REPLACED
           END-IF.

           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY "FIZZRETR - CLASMSTR DELETE FAILED FOR KEY "
                       CM-KEY " - STATUS " WS-MASTER-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-DELETE.

       3200-RETIRE-ONE-LOT-COUNT.
           ADD 1 TO WS-CNT-RETIRED.
           IF RT-CLOSED
               ADD 1 TO WS-CNT-RETIRED-CLOSED
               MOVE "CLOSED" TO RD-REASON
           ELSE
               ADD 1 TO WS-CNT-RETIRED-VOID
               MOVE "VOID" TO RD-REASON
           END-IF.

           MOVE SPACES TO LOAD-DETAIL-RECORD.
           MOVE RA-KEY TO LD-KEY.
           MOVE "R" TO LD-ACTION.
           MOVE RA-CLASSIFICATION TO LD-CLASSIFICATION.
           MOVE RA-RETIRED-DATE TO LD-LOAD-DATE.
           MOVE RA-RETIRED-TIME TO LD-LOAD-TIME.
           MOVE RA-RULES-VERSION TO LD-RULES-VERSION.
           MOVE WS-RUN-DATE-YYYYMMDD TO LD-CYCLE-DATE.
           WRITE LOAD-DETAIL-RECORD.

           MOVE RA-KEY TO RD-KEY.
           MOVE RA-CLASSIFICATION TO RD-CLASSIFICATION.
           MOVE RA-LOAD-DATE TO RD-LOAD-DATE.
           MOVE RA-LOAD-TIME(1:2) TO RD-LOAD-TIME-HH.
           MOVE RA-LOAD-TIME(3:2) TO RD-LOAD-TIME-MM.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       3200-RETIRE-ONE-LOT-READ.
           PERFORM 3100-RETURN-SORTED THRU 3100-RETURN-SORTED-EXIT.
       3200-RETIRE-ONE-LOT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3210-CHECK-ARCHIVE                                        *
      * A key not on the master was retired by an earlier run of  *
      * this cycle when that run abended (no completed record on  *
      * the ledger) and the key's archive entry carries this      *
      * cycle's retirement date.  Its deletion never reached that *
      * run's RETDTL or MSTRCTL, so it is retired again here from *
      * the archive image.  Otherwise the key is not on master.   *
      *-----------------------------------------------------------*
       3210-CHECK-ARCHIVE.
           MOVE "N" TO WS-ARCHIVE-HIT-SW.
           IF NOT WS-RESUME-ABENDED-RUN
               GO TO 3210-CHECK-ARCHIVE-EXIT
           END-IF.
           MOVE RT-KEY TO RA-KEY.
           READ RETIRED-FILE
               INVALID KEY
                   GO TO 3210-CHECK-ARCHIVE-EXIT
           END-READ.
           IF RA-RETIRED-DATE = WS-RUN-DATE-YYYYMMDD
               MOVE "Y" TO WS-ARCHIVE-HIT-SW
           END-IF.
       3210-CHECK-ARCHIVE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the control totals, take the retirements off the    *
      * MSTRCTL running count, close the files, and end RC=8 when *
      * the feed carried a reason code nobody recognizes.          *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 8100-WRITE-CONTROL-TOTALS THRU
               8100-WRITE-CONTROL-TOTALS-EXIT.
           PERFORM 8600-WRITE-MASTER-CONTROL THRU
               8600-WRITE-MASTER-CONTROL-EXIT.

           CLOSE MASTER-FILE.
           CLOSE RETIRED-FILE.
           CLOSE RETIRE-DETAIL-FILE.
           CLOSE REPORT-FILE.

           IF WS-CNT-BAD-REASON > ZERO
               DISPLAY "FIZZRETR - " WS-CNT-BAD-REASON " RETFEED "
                   "RECORDS WITH AN UNRECOGNIZED REASON WERE NOT "
                   "RETIRED - CHECK THE FIZZEXTR STEP"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-CONTROL-TOTALS                                 *
      * Print the retirement counts - feed records read must      *
      * equal duplicates plus invalid reasons plus not-on-master  *
      * plus lots retired.                                          *
      *-----------------------------------------------------------*
       8100-WRITE-CONTROL-TOTALS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "RETIREMENT FEED RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-FEED-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "DUPLICATE KEYS DROPPED" TO TL-CAPTION.
           MOVE WS-CNT-DUPLICATES TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "UNRECOGNIZED REASON SKIPPED" TO TL-CAPTION.
           MOVE WS-CNT-BAD-REASON TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "NOT ON MASTER" TO TL-CAPTION.
           MOVE WS-CNT-NOT-ON-MASTER TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LOTS RETIRED - CLOSED" TO TL-CAPTION.
           MOVE WS-CNT-RETIRED-CLOSED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LOTS RETIRED - VOID" TO TL-CAPTION.
           MOVE WS-CNT-RETIRED-VOID TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LOTS RETIRED - TOTAL" TO TL-CAPTION.
           MOVE WS-CNT-RETIRED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "ARCHIVE ENTRIES REPLACED" TO TL-CAPTION.
           MOVE WS-CNT-ARCHIVE-REPLACED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RETIRED BY AN ABENDED RUN" TO TL-CAPTION.
           MOVE WS-CNT-RETIRE-RESUMED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8600-WRITE-MASTER-CONTROL                                  *
      * Take the lots retired off the MSTRCTL running count.  An  *
      * unknown prior count is left for FIZZBKP to prime.          *
      *-----------------------------------------------------------*
       8600-WRITE-MASTER-CONTROL.
           IF NOT WS-CTL-KNOWN
               GO TO 8600-WRITE-MASTER-CONTROL-EXIT
           END-IF.
           OPEN OUTPUT MASTER-CONTROL-FILE.
           MOVE SPACES TO MASTER-CONTROL-RECORD.
           IF WS-CNT-RETIRED > WS-PRIOR-MASTER-COUNT
               MOVE ZERO TO MC-RECORD-COUNT
           ELSE
               COMPUTE MC-RECORD-COUNT =
                   WS-PRIOR-MASTER-COUNT - WS-CNT-RETIRED
           END-IF.
           MOVE WS-RUN-DATE-YYYYMMDD TO MC-LAST-UPDATE-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO MC-LAST-UPDATE-TIME.
           MOVE "FIZZRETR" TO MC-LAST-UPDATE-JOB.
           WRITE MASTER-CONTROL-RECORD.
           CLOSE MASTER-CONTROL-FILE.
       8600-WRITE-MASTER-CONTROL-EXIT.
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
               DISPLAY "FIZZRETR - CYCLEDGR OPEN FAILED - STATUS "
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
