      *                  header-date check downstream can no
      *                  longer disagree just because the extract
      *                  ran before midnight and FIZ010 after.
      * 2026-10-06  AJW  Closed and voided lots are now written to the
      *                  RETFEED retirement feed (RETFEED.CPY) as
      *                  well as counted, so the nightly FIZZRETR step
      *                  can move them off the classification master
      *                  - before this nothing ever told CLASMSTR a
      *                  lot had closed.
      * 2026-10-10  AJW  Posts started/completed records on the
      *                  CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and refuses to rerun a cycle it already
      *                  extracted clean unless a RERUNCD override
      *                  card (RERUNCD.CPY) authorizes it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzextr.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT RETIRE-FILE ASSIGN TO RETFEED
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
       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  RETIRE-FILE.
       01  RETIRE-FILE-RECORD             PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-KEY                     PIC X(06).
           05  SR-DATA                    PIC X(74).

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
       01 WS-RAW-EOF-SW                  PIC X(01) VALUE "N".
           88 WS-RAW-EOF                  VALUE "Y".
       01 WS-KEY-HASH                    PIC 9(12) VALUE ZERO.
       01 WS-CALC                        PIC 9(06).
       01 WS-PRIOR-KEY                   PIC X(06) VALUE LOW-VALUES.
       01 WS-CNT-RETIRE-FED              PIC 9(07) VALUE ZERO.
       01 WS-FIRST-KEY-SW                PIC X(01) VALUE "Y".
           88 WS-FIRST-KEY                VALUE "Y".


           COPY INRECKEY.

           COPY RETFEED.

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZEXTR".
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
                   THRU 5000-WRITE-EXTRACT-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           PERFORM 8900-POST-COMPLETED THRU 8900-POST-COMPLETED-EXIT.

           STOP RUN.

               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.

           OPEN OUTPUT RETIRE-FILE.

           PERFORM 1200-LOAD-BAND-CARDS THRU
               1200-LOAD-BAND-CARDS-EXIT.
       1000-INITIALIZE-EXIT.
       1220-STORE-BAND-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY).    *
      * FIZZEXTR opens the cycle, so it has no predecessor -      *
      * FIZZCYC OPEN (checked in 1100-GET-CYCLE-DATE) is its      *
      * gate. This step's own latest run for the cycle must not   *
      * have completed clean (RC 0 or 4) already.  A RERUNCD card *
      * naming this step and cycle overrides either gate, and the *
      * override is logged on SYSOUT and on the run's postings.   *
      * The run then posts its started record; an abend leaves it *
      * with no completed record.                                 *
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
               DISPLAY "FIZZEXTR - CYCLEDGR OPEN FAILED - STATUS "
                   WS-LEDGER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-LEDGER-STEP TO WS-LOOK-STEP.
           MOVE WS-LEDGER-STREAM TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           MOVE WS-LOOK-LAST-RUN TO WS-LEDGER-RUN-NO.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 4
               IF NOT WS-LEDGER-OVERRIDE
                   DISPLAY "FIZZEXTR - ALREADY COMPLETED FOR CYCLE "
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
               DISPLAY "FIZZEXTR - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
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
               DISPLAY "FIZZEXTR - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
                   DISPLAY "FIZZEXTR - CYCLEDGR POSTING " LG-KEY
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
      * Sort input procedure - read the raw lot/ticket source and *
      * release the open lots to the sort.  Closed and voided     *
      * lots are counted and dropped here, before the sort ever   *
      * sees them, and written to the retirement feed for         *
      * FIZZRETR.                                                  *
      *-----------------------------------------------------------*
       3000-SELECT-RAW.
           OPEN INPUT RAW-FILE.
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO WS-CNT-NOT-OPEN
               IF RL-CLOSED-LOT OR RL-VOID-LOT
                   MOVE SPACES TO RETIREMENT-FEED-RECORD
                   MOVE RL-KEY TO RT-KEY
                   MOVE RL-RECORD-STATUS TO RT-REASON
                   MOVE WS-RUN-DATE-YYYYMMDD TO RT-CYCLE-DATE
                   WRITE RETIRE-FILE-RECORD FROM RETIREMENT-FEED-RECORD
                   ADD 1 TO WS-CNT-RETIRE-FED
               END-IF
           END-IF.
           PERFORM 3100-READ-RAW THRU 3100-READ-RAW-EXIT.
       3200-SELECT-ONE-RAW-EXIT.
           PERFORM 8100-WRITE-CONTROL-TOTALS THRU
               8100-WRITE-CONTROL-TOTALS-EXIT.
           CLOSE REPORT-FILE.
           CLOSE RETIRE-FILE.

           IF WS-CNT-WRITTEN = ZERO
               DISPLAY "FIZZEXTR - NO DETAIL RECORDS SELECTED - "
           MOVE WS-CNT-NOT-OPEN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "  WRITTEN TO RETIREMENT FEED" TO TL-CAPTION.
           MOVE WS-CNT-RETIRE-FED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "DUPLICATE KEYS DROPPED" TO TL-CAPTION.
           MOVE WS-CNT-DUPLICATES TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           WRITE RP-REPORT-LINE FROM WS-BAND-TOTAL-LINE.
       8200-WRITE-ONE-BAND-TOTAL-EXIT.
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
               DISPLAY "FIZZEXTR - CYCLEDGR OPEN FAILED - STATUS "
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
