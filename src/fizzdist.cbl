      *                  balance the feed against the LOADRPT
      *                  before it transmits.  RC=8 on an empty
      *                  feed so nobody transmits nothing.
      * 2026-10-06  AJW  Retirements added to the feed.  The RETDTL
      *                  detail FIZZRETR writes (LOADDTL layout,
      *                  action "R") follows tonight's classified
      *                  keys as their own DTL records with action R,
      *                  so the warehouse stops carrying closed and
      *                  voided lots as open.  No RETDTL (DD DUMMY or
      *                  not yet cataloged) is a feed with no
      *                  retirements, as before.
      * 2026-10-10  AJW  Posts started/completed records on the
      *                  CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and will not build a feed unless FIZZRETR
      *                  completed the cycle (RC 0 or 8), nor build
      *                  a second feed for a cycle already fed clean,
      *                  without a RERUNCD override card
      *                  (RERUNCD.CPY).
      * 2026-10-11  AJW  Every feed built is entered on the FEEDREG
      *                  feed register (FEEDREG.CPY) with a feed
      *                  number and the DSTRPT control totals, for the
      *                  FIZZACK warehouse acknowledgment intake.  A
      *                  DSTCARD card (DSTCARD.CPY) selects catch-up
      *                  mode - one combined feed covering a span of
      *                  cycle dates, rebuilt from the LOADDTL and
      *                  RETDTL generations concatenated on their DDs
      *                  (FIZZDCUJ), each cycle's classified keys
      *                  followed by its retirements, under a single
      *                  HDR/TRL (DISTREC.CPY).  A catch-up run is a
      *                  resend, not the cycle's step - it neither
      *                  checks nor posts the cycle step ledger.
      * 2026-10-15  AJW  A held feed (RC=8 - empty, an unreadable
      *                  record, or a catch-up span not fully in the
      *                  concatenation) is no longer entered on
      *                  FEEDREG.  The hold is decided before the
      *                  register is touched, so a feed that is never
      *                  sent takes no feed number and does not turn
      *                  cycles the warehouse already acknowledged
      *                  back to outstanding.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzdist.
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETIRE-DETAIL-FILE ASSIGN TO RETDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETDTL-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT RERUN-CARD-FILE ASSIGN TO RERUNCD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RERUN-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO DSTCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CYCLE-DATE
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       FD  RETIRE-DETAIL-FILE.
       01  RETIRE-DETAIL-RECORD           PIC X(80).

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       FD  CONTROL-FILE.
           COPY DSTCARD.

       FD  REGISTER-FILE.
           COPY FEEDREG.

       WORKING-STORAGE SECTION.
       01 WS-DETAIL-EOF-SW               PIC X(01) VALUE "N".
           88 WS-DETAIL-EOF               VALUE "Y".
       01 WS-CNT-UNCHANGED               PIC 9(07) VALUE ZERO.
       01 WS-CNT-BAD-ACTION              PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Retirement detail (see 3300-APPEND-RETIREMENTS).  Each RETDTL *
      * record is read into the LOADDTL record area - the layouts    *
      * are the same - and written as an action-R DTL record.         *
      *****************************************************************
       01 WS-RETDTL-FILE-STATUS          PIC X(02).
       01 WS-RETDTL-EOF-SW               PIC X(01) VALUE "N".
           88 WS-RETDTL-EOF               VALUE "Y".
       01 WS-CNT-RETDTL-READ             PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETIRED                 PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZDIST".
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
      * Run mode (see DSTCARD.CPY and 1200-READ-CONTROL-CARD) - the   *
      * nightly feed, or a catch-up feed over a span of cycles.       *
      *****************************************************************
       01 WS-CARD-FILE-STATUS            PIC X(02).
       01 WS-DIST-MODE                   PIC X(01) VALUE SPACE.
           88 WS-MODE-NIGHTLY             VALUE SPACE.
           88 WS-MODE-CATCH-UP            VALUE "C".
       01 WS-CATCH-FROM-CYCLE            PIC 9(08) VALUE ZERO.
       01 WS-CATCH-TO-CYCLE              PIC 9(08) VALUE ZERO.
       01 WS-CATCH-USER                  PIC X(08) VALUE SPACES.

      *****************************************************************
      * Catch-up merge (see 3500-BUILD-CATCH-UP-FEED) - the current   *
      * LOADDTL and RETDTL records held side by side with their cycle *
      * dates (99999999 at end of file), and the cycles fed with each *
      * one's counts.  The nightly feed is the one cycle, entry 1.    *
      *****************************************************************
       01 WS-LD-HOLD                     PIC X(80).
       01 WS-LD-HOLD-CYCLE               PIC 9(08).
       01 WS-LD-PREV-CYCLE               PIC 9(08) VALUE ZERO.
       01 WS-RT-HOLD                     PIC X(80).
       01 WS-RT-HOLD-CYCLE               PIC 9(08).
       01 WS-RT-PREV-CYCLE               PIC 9(08) VALUE ZERO.
       01 WS-CURR-CYCLE                  PIC 9(08).
       01 WS-CURR-IN-SPAN-SW             PIC X(01).
           88 WS-CURR-IN-SPAN             VALUE "Y".
       01 WS-CNT-OUT-OF-SPAN             PIC 9(07) VALUE ZERO.
       01 WS-CNT-NO-CYCLE                PIC 9(07) VALUE ZERO.
       01 WS-CNT-SPAN-MISSING            PIC 9(03) VALUE ZERO.
       01 WS-CYC-COUNT                   PIC 9(02) VALUE ZERO.
       01 WS-CYC-NO                      PIC 9(02).
       01 WS-CYCLE-TABLE.
           05 WS-CYC-ENTRY OCCURS 62 TIMES.
               10 WS-CYC-DATE            PIC 9(08).
               10 WS-CYC-ADDED           PIC 9(07).
               10 WS-CYC-UPDATED         PIC 9(07).
               10 WS-CYC-UNCHANGED       PIC 9(07).
               10 WS-CYC-RETIRED         PIC 9(07).
               10 WS-CYC-DTL             PIC 9(07).

      *****************************************************************
      * Feed register (see FEEDREG.CPY and 8500-REGISTER-FEED) - this *
      * feed's number and span, and the register entries it wrote.   *
      *****************************************************************
       01 WS-REGISTER-FILE-STATUS        PIC X(02).
       01 WS-REGISTER-EOF-SW             PIC X(01).
           88 WS-REGISTER-EOF             VALUE "Y".
       01 WS-REG-FOUND-SW                PIC X(01).
           88 WS-REG-FOUND                VALUE "Y".
       01 WS-CYC-FOUND-SW                PIC X(01).
           88 WS-CYC-FOUND                VALUE "Y".
       01 WS-FEED-NO                     PIC 9(07) VALUE ZERO.
       01 WS-FEED-FIRST-CYCLE            PIC 9(08) VALUE ZERO.
       01 WS-FEED-LAST-CYCLE             PIC 9(08) VALUE ZERO.
       01 WS-CNT-REG-NEW                 PIC 9(07) VALUE ZERO.
       01 WS-FEED-HELD-SW                PIC X(01) VALUE "N".
           88 WS-FEED-HELD                VALUE "Y".
       01 WS-CNT-REG-RESENT              PIC 9(07) VALUE ZERO.

       01 WS-TRAILER-COUNT               PIC 9(07).
       01 WS-DATE-DISPLAY                PIC 9(08).
       01 WS-TIME-DISPLAY                PIC 9(06).
           05 TL-CAPTION                 PIC X(30).
           05 TL-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(85) VALUE SPACES.

       01 WS-CATCH-UP-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(22)
               VALUE "CATCH-UP FEED - CYCLES".
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 CT-FROM-CYCLE              PIC 9999/99/99.
           05 FILLER                     PIC X(06) VALUE " THRU ".
           05 CT-TO-CYCLE                PIC 9999/99/99.
           05 FILLER                     PIC X(15)
               VALUE " REQUESTED BY ".
           05 CT-USER                    PIC X(08).
           05 FILLER                     PIC X(50) VALUE SPACES.

       01 WS-CYCLE-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE "CYCLE DATE".
           05 FILLER                     PIC X(07) VALUE "  ADDED".
           05 FILLER                     PIC X(10) VALUE "   UPDATED".
           05 FILLER                     PIC X(10) VALUE " UNCHANGED".
           05 FILLER                     PIC X(10) VALUE "   RETIRED".
           05 FILLER                     PIC X(10) VALUE "  DTL RECS".
           05 FILLER                     PIC X(63) VALUE SPACES.

       01 WS-CYCLE-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 CL-CYCLE-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 CL-ADDED                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-UPDATED                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-UNCHANGED               PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-RETIRED                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-DTL                     PIC ZZZZZZ9.
           05 FILLER                     PIC X(63) VALUE SPACES.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           IF WS-MODE-CATCH-UP
               PERFORM 3500-BUILD-CATCH-UP-FEED THRU
                   3500-BUILD-CATCH-UP-FEED-EXIT
           ELSE
               PERFORM 3000-BUILD-FEED THRU 3000-BUILD-FEED-EXIT
           END-IF.
           PERFORM 7000-CHECK-HOLD THRU 7000-CHECK-HOLD-EXIT.
           IF NOT WS-FEED-HELD
               PERFORM 8500-REGISTER-FEED THRU
                   8500-REGISTER-FEED-EXIT
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           IF WS-MODE-NIGHTLY
               PERFORM 8900-POST-COMPLETED THRU
                   8900-POST-COMPLETED-EXIT
           END-IF.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Read the cycle date, stamp the run time, read the         *
      * optional DSTCARD, gate a nightly run on the cycle step    *
      * ledger, open the files, and print the report heading.     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-GET-CYCLE-DATE THRU
               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           PERFORM 1200-READ-CONTROL-CARD THRU
               1200-READ-CONTROL-CARD-EXIT.
           IF WS-MODE-NIGHTLY
               PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE-YYYYMMDD TO RP-RUN-DATE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-SUBTITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           IF WS-MODE-CATCH-UP
               MOVE WS-CATCH-FROM-CYCLE TO CT-FROM-CYCLE
               MOVE WS-CATCH-TO-CYCLE TO CT-TO-CYCLE
               MOVE WS-CATCH-USER TO CT-USER
               WRITE RP-REPORT-LINE FROM WS-CATCH-UP-TITLE-LINE
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
           END-IF.

           OPEN INPUT LOAD-DETAIL-FILE.
           OPEN OUTPUT DIST-FILE.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-CONTROL-CARD                                    *
      * Read the optional DSTCARD (DSTCARD.CPY).  No card is the  *
      * nightly feed.  A catch-up card must give a span of cycle  *
      * dates ending no later than the current cycle, and the     *
      * user id asking for the resend.                            *
      *-----------------------------------------------------------*
       1200-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE.
           IF WS-CARD-FILE-STATUS NOT = "00"
               GO TO 1200-READ-CONTROL-CARD-EXIT
           END-IF.
           READ CONTROL-FILE
               AT END
                   CLOSE CONTROL-FILE
                   GO TO 1200-READ-CONTROL-CARD-EXIT
           END-READ.
           MOVE DST-MODE TO WS-DIST-MODE.
           IF DST-FROM-CYCLE IS NUMERIC
               MOVE DST-FROM-CYCLE TO WS-CATCH-FROM-CYCLE
           END-IF.
           IF DST-TO-CYCLE IS NUMERIC
               MOVE DST-TO-CYCLE TO WS-CATCH-TO-CYCLE
           END-IF.
           MOVE DST-USER-ID TO WS-CATCH-USER.
           CLOSE CONTROL-FILE.

           IF WS-MODE-NIGHTLY
               GO TO 1200-READ-CONTROL-CARD-EXIT
           END-IF.
           IF NOT WS-MODE-CATCH-UP
               DISPLAY "FIZZDIST - DSTCARD MODE " WS-DIST-MODE
                   " INVALID - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CATCH-FROM-CYCLE = ZERO
               OR WS-CATCH-TO-CYCLE = ZERO
               OR WS-CATCH-FROM-CYCLE > WS-CATCH-TO-CYCLE
               OR WS-CATCH-TO-CYCLE > WS-RUN-DATE-YYYYMMDD
               OR WS-CATCH-USER = SPACES
               DISPLAY "FIZZDIST - DSTCARD CATCH-UP SPAN "
                   WS-CATCH-FROM-CYCLE " THRU " WS-CATCH-TO-CYCLE
                   " USER " WS-CATCH-USER " INVALID - THE SPAN MUST "
                   "END BY CYCLE " WS-RUN-DATE-YYYYMMDD
                   " AND NAME A USER - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FIZZDIST - CATCH-UP FEED FOR CYCLES "
               WS-CATCH-FROM-CYCLE " THRU " WS-CATCH-TO-CYCLE
               " REQUESTED BY " WS-CATCH-USER.
       1200-READ-CONTROL-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY).    *
      * FIZZRETR must have completed this cycle with RC 0 or 8 -  *
      * an RC=8 retirement run only skipped feed records with a   *
      * bad reason, and the feed is released regardless. This     *
      * step's own latest run for the cycle must not have         *
      * completed clean (RC 0 or 4) already.  A RERUNCD card      *
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
               DISPLAY "FIZZDIST - CYCLEDGR OPEN FAILED - STATUS "
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
                   DISPLAY "FIZZDIST - ALREADY COMPLETED FOR CYCLE "
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
               DISPLAY "FIZZDIST - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
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
               DISPLAY "FIZZDIST - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
      * FIZZRETR must have completed for the cycle with RC 0 or 8 *
      * - RC=8 (unrecognized retirement reasons skipped) still    *
      * releases the feed; an abended or missing run does not.    *
      *-----------------------------------------------------------*
       1430-CHECK-PREDECESSOR.
           MOVE "FIZZRETR" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 8
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
                   DISPLAY "FIZZDIST - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " HAS NOT RUN FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZDIST - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN OTHER
                   DISPLAY "FIZZDIST - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZDIST - SUPPLY A RERUNCD CARD TO RUN "
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
                   DISPLAY "FIZZDIST - CYCLEDGR POSTING " LG-KEY
                       " FAILED - STATUS " WS-LEDGER-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       1440-WRITE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-FEED                                            *
      * Write the HDR record, one DTL record per load-detail      *
           PERFORM 3200-WRITE-ONE-DTL THRU 3200-WRITE-ONE-DTL-EXIT
               UNTIL WS-DETAIL-EOF.

           PERFORM 3300-APPEND-RETIREMENTS THRU
               3300-APPEND-RETIREMENTS-EXIT.

           MOVE WS-CNT-WRITTEN TO WS-TRAILER-COUNT.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           STRING "TRL|" DELIMITED BY SIZE
               WS-RUN-DATE-YYYYMMDD DELIMITED BY SIZE
               INTO DISTRIBUTION-RECORD.
           WRITE DISTRIBUTION-RECORD.

           MOVE 1 TO WS-CYC-COUNT.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-CYC-DATE(1).
           MOVE WS-CNT-ADDED TO WS-CYC-ADDED(1).
           MOVE WS-CNT-UPDATED TO WS-CYC-UPDATED(1).
           MOVE WS-CNT-UNCHANGED TO WS-CYC-UNCHANGED(1).
           MOVE WS-CNT-RETIRED TO WS-CYC-RETIRED(1).
           MOVE WS-CNT-WRITTEN TO WS-CYC-DTL(1).
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-FEED-FIRST-CYCLE.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-FEED-LAST-CYCLE.
       3000-BUILD-FEED-EXIT.
           EXIT.

                   GO TO 3200-WRITE-ONE-DTL-READ
           END-EVALUATE.

           PERFORM 3250-FORMAT-DTL THRU 3250-FORMAT-DTL-EXIT.

       3200-WRITE-ONE-DTL-READ.
           PERFORM 3100-READ-DETAIL THRU 3100-READ-DETAIL-EXIT.
       3200-WRITE-ONE-DTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3250-FORMAT-DTL                                            *
      * Write one DTL record from the load-detail record area -   *
      * key, trimmed label, date/time, and action (DISTREC.CPY).   *
      *-----------------------------------------------------------*
       3250-FORMAT-DTL.
           MOVE LD-LOAD-DATE TO WS-DATE-DISPLAY.
           MOVE LD-LOAD-TIME TO WS-TIME-DISPLAY.
           MOVE SPACES TO DISTRIBUTION-RECORD.
               INTO DISTRIBUTION-RECORD.
           WRITE DISTRIBUTION-RECORD.
           ADD 1 TO WS-CNT-WRITTEN.
       3250-FORMAT-DTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-APPEND-RETIREMENTS                                    *
      * Follow the classified keys with one action-R DTL record   *
      * per lot FIZZRETR retired tonight, in the key order it     *
      * wrote them.  LOADDTL is still open (at end), so its       *
      * record area takes each RETDTL record.  No RETDTL means no *
      * retirements tonight.                                        *
      *-----------------------------------------------------------*
       3300-APPEND-RETIREMENTS.
           OPEN INPUT RETIRE-DETAIL-FILE.
           IF WS-RETDTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZDIST - RETDTL NOT AVAILABLE - STATUS "
                   WS-RETDTL-FILE-STATUS " - NO RETIREMENTS SENT"
               GO TO 3300-APPEND-RETIREMENTS-EXIT
           END-IF.
           PERFORM 3310-READ-RETIREMENT THRU
               3310-READ-RETIREMENT-EXIT.
           PERFORM 3320-WRITE-ONE-RETIREMENT THRU
               3320-WRITE-ONE-RETIREMENT-EXIT
               UNTIL WS-RETDTL-EOF.
           CLOSE RETIRE-DETAIL-FILE.
       3300-APPEND-RETIREMENTS-EXIT.
           EXIT.

       3310-READ-RETIREMENT.
           READ RETIRE-DETAIL-FILE INTO LOAD-DETAIL-RECORD
               AT END
                   MOVE "Y" TO WS-RETDTL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-RETDTL-READ
           END-READ.
       3310-READ-RETIREMENT-EXIT.
           EXIT.

       3320-WRITE-ONE-RETIREMENT.
           IF NOT LD-RETIRED
               ADD 1 TO WS-CNT-BAD-ACTION
               DISPLAY "FIZZDIST - RETDTL KEY " LD-KEY
                   " ACTION " LD-ACTION
                   " UNRECOGNIZED - RECORD SKIPPED"
               GO TO 3320-WRITE-ONE-RETIREMENT-READ
           END-IF.
           ADD 1 TO WS-CNT-RETIRED.
           PERFORM 3250-FORMAT-DTL THRU 3250-FORMAT-DTL-EXIT.

       3320-WRITE-ONE-RETIREMENT-READ.
           PERFORM 3310-READ-RETIREMENT THRU
               3310-READ-RETIREMENT-EXIT.
       3320-WRITE-ONE-RETIREMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-BUILD-CATCH-UP-FEED                                   *
      * Write one feed covering every cycle from the DSTCARD span *
      * (DISTREC.CPY) - the HDR with the last and first cycle     *
      * dates, then, cycle by cycle, the classified keys from the *
      * LOADDTL concatenation and the retirements from the RETDTL *
      * concatenation, merged on LD-CYCLE-DATE, and the TRL with  *
      * the whole feed's detail count.  Records from cycles       *
      * outside the span (or written before LOADDTL carried the   *
      * cycle date) are counted and skipped, so the concatenation *
      * may start earlier or end later than the span.              *
      *-----------------------------------------------------------*
       3500-BUILD-CATCH-UP-FEED.
           MOVE WS-CATCH-FROM-CYCLE TO WS-FEED-FIRST-CYCLE.
           MOVE WS-CATCH-TO-CYCLE TO WS-FEED-LAST-CYCLE.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           STRING "HDR|FIZZBUZZ|" DELIMITED BY SIZE
               WS-CATCH-TO-CYCLE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CATCH-FROM-CYCLE DELIMITED BY SIZE
               INTO DISTRIBUTION-RECORD.
           WRITE DISTRIBUTION-RECORD.

           OPEN INPUT RETIRE-DETAIL-FILE.
           IF WS-RETDTL-FILE-STATUS NOT = "00"
               DISPLAY "FIZZDIST - RETDTL NOT AVAILABLE - STATUS "
                   WS-RETDTL-FILE-STATUS " - NO RETIREMENTS SENT"
               MOVE "Y" TO WS-RETDTL-EOF-SW
               MOVE 99999999 TO WS-RT-HOLD-CYCLE
           ELSE
               PERFORM 3520-READ-CATCH-UP-RETDTL THRU
                   3520-READ-CATCH-UP-RETDTL-EXIT
           END-IF.
           PERFORM 3510-READ-CATCH-UP-DETAIL THRU
               3510-READ-CATCH-UP-DETAIL-EXIT.

           PERFORM 3530-CATCH-UP-ONE-CYCLE THRU
               3530-CATCH-UP-ONE-CYCLE-EXIT
               UNTIL WS-LD-HOLD-CYCLE = 99999999
               AND WS-RT-HOLD-CYCLE = 99999999.
           IF WS-RETDTL-FILE-STATUS = "00"
               CLOSE RETIRE-DETAIL-FILE
           END-IF.

           MOVE WS-CNT-WRITTEN TO WS-TRAILER-COUNT.
           MOVE SPACES TO DISTRIBUTION-RECORD.
           STRING "TRL|" DELIMITED BY SIZE
               WS-TRAILER-COUNT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CATCH-TO-CYCLE DELIMITED BY SIZE
               INTO DISTRIBUTION-RECORD.
           WRITE DISTRIBUTION-RECORD.

           IF WS-CNT-NO-CYCLE > ZERO
               DISPLAY "FIZZDIST - " WS-CNT-NO-CYCLE " LOADDTL/RETDTL "
                   "RECORDS CARRY NO CYCLE DATE (WRITTEN BEFORE "
                   "LD-CYCLE-DATE) - SKIPPED"
           END-IF.
           IF WS-CYC-COUNT = ZERO
               OR WS-CYC-DATE(1) NOT = WS-CATCH-FROM-CYCLE
               DISPLAY "FIZZDIST - FIRST CYCLE OF THE SPAN "
                   WS-CATCH-FROM-CYCLE " IS NOT IN THE LOADDTL/RETDTL "
                   "CONCATENATION"
               ADD 1 TO WS-CNT-SPAN-MISSING
           END-IF.
           IF WS-CYC-COUNT = ZERO
               OR WS-CYC-DATE(WS-CYC-COUNT) NOT = WS-CATCH-TO-CYCLE
               DISPLAY "FIZZDIST - LAST CYCLE OF THE SPAN "
                   WS-CATCH-TO-CYCLE " IS NOT IN THE LOADDTL/RETDTL "
                   "CONCATENATION"
               ADD 1 TO WS-CNT-SPAN-MISSING
           END-IF.
       3500-BUILD-CATCH-UP-FEED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3510-READ-CATCH-UP-DETAIL / 3520-READ-CATCH-UP-RETDTL     *
      * Read the next LOADDTL or RETDTL record into its hold area *
      * with its cycle date (zero when the record has none,       *
      * 99999999 at end of file).  The generations must be        *
      * concatenated oldest first - a cycle date lower than the   *
      * one before it stops the run.                               *
      *-----------------------------------------------------------*
       3510-READ-CATCH-UP-DETAIL.
           READ LOAD-DETAIL-FILE
               AT END
                   MOVE "Y" TO WS-DETAIL-EOF-SW
                   MOVE 99999999 TO WS-LD-HOLD-CYCLE
                   GO TO 3510-READ-CATCH-UP-DETAIL-EXIT
           END-READ.
           ADD 1 TO WS-CNT-READ.
           MOVE LOAD-DETAIL-RECORD TO WS-LD-HOLD.
           MOVE ZERO TO WS-LD-HOLD-CYCLE.
           IF LD-CYCLE-DATE IS NUMERIC
               MOVE LD-CYCLE-DATE TO WS-LD-HOLD-CYCLE
           END-IF.
           IF WS-LD-HOLD-CYCLE < WS-LD-PREV-CYCLE
               DISPLAY "FIZZDIST - LOADDTL CYCLE " WS-LD-HOLD-CYCLE
                   " FOLLOWS CYCLE " WS-LD-PREV-CYCLE " - CONCATENATE "
                   "THE GENERATIONS OLDEST FIRST - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LD-HOLD-CYCLE TO WS-LD-PREV-CYCLE.
       3510-READ-CATCH-UP-DETAIL-EXIT.
           EXIT.

       3520-READ-CATCH-UP-RETDTL.
           READ RETIRE-DETAIL-FILE INTO LOAD-DETAIL-RECORD
               AT END
                   MOVE "Y" TO WS-RETDTL-EOF-SW
                   MOVE 99999999 TO WS-RT-HOLD-CYCLE
                   GO TO 3520-READ-CATCH-UP-RETDTL-EXIT
           END-READ.
           ADD 1 TO WS-CNT-RETDTL-READ.
           MOVE LOAD-DETAIL-RECORD TO WS-RT-HOLD.
           MOVE ZERO TO WS-RT-HOLD-CYCLE.
           IF LD-CYCLE-DATE IS NUMERIC
               MOVE LD-CYCLE-DATE TO WS-RT-HOLD-CYCLE
           END-IF.
           IF WS-RT-HOLD-CYCLE < WS-RT-PREV-CYCLE
               DISPLAY "FIZZDIST - RETDTL CYCLE " WS-RT-HOLD-CYCLE
                   " FOLLOWS CYCLE " WS-RT-PREV-CYCLE " - CONCATENATE "
                   "THE GENERATIONS OLDEST FIRST - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RT-HOLD-CYCLE TO WS-RT-PREV-CYCLE.
       3520-READ-CATCH-UP-RETDTL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3530-CATCH-UP-ONE-CYCLE                                    *
      * Take the lower of the two held cycle dates as the current *
      * cycle, give it a cycle-table entry when it is in the span,*
      * and write (or skip) all its LOADDTL records and then all  *
      * its RETDTL records.                                        *
      *-----------------------------------------------------------*
       3530-CATCH-UP-ONE-CYCLE.
           IF WS-LD-HOLD-CYCLE < WS-RT-HOLD-CYCLE
               MOVE WS-LD-HOLD-CYCLE TO WS-CURR-CYCLE
           ELSE
               MOVE WS-RT-HOLD-CYCLE TO WS-CURR-CYCLE
           END-IF.
           MOVE "N" TO WS-CURR-IN-SPAN-SW.
           IF WS-CURR-CYCLE NOT < WS-CATCH-FROM-CYCLE
               AND WS-CURR-CYCLE NOT > WS-CATCH-TO-CYCLE
               MOVE "Y" TO WS-CURR-IN-SPAN-SW
               IF WS-CYC-COUNT NOT < 62
                   DISPLAY "FIZZDIST - CATCH-UP SPAN HOLDS MORE THAN "
                       "62 CYCLES - SPLIT IT - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CYC-COUNT
               MOVE WS-CYC-COUNT TO WS-CYC-NO
               MOVE WS-CURR-CYCLE TO WS-CYC-DATE(WS-CYC-NO)
               MOVE ZERO TO WS-CYC-ADDED(WS-CYC-NO)
               MOVE ZERO TO WS-CYC-UPDATED(WS-CYC-NO)
               MOVE ZERO TO WS-CYC-UNCHANGED(WS-CYC-NO)
               MOVE ZERO TO WS-CYC-RETIRED(WS-CYC-NO)
               MOVE ZERO TO WS-CYC-DTL(WS-CYC-NO)
           END-IF.
           PERFORM 3540-CATCH-UP-ONE-DTL THRU
               3540-CATCH-UP-ONE-DTL-EXIT
               UNTIL WS-LD-HOLD-CYCLE NOT = WS-CURR-CYCLE.
           PERFORM 3550-CATCH-UP-ONE-RETIREMENT THRU
               3550-CATCH-UP-ONE-RETIREMENT-EXIT
               UNTIL WS-RT-HOLD-CYCLE NOT = WS-CURR-CYCLE.
       3530-CATCH-UP-ONE-CYCLE-EXIT.
           EXIT.

       3540-CATCH-UP-ONE-DTL.
           MOVE WS-LD-HOLD TO LOAD-DETAIL-RECORD.
           IF NOT WS-CURR-IN-SPAN
               IF WS-CURR-CYCLE = ZERO
                   ADD 1 TO WS-CNT-NO-CYCLE
               ELSE
                   ADD 1 TO WS-CNT-OUT-OF-SPAN
               END-IF
               GO TO 3540-CATCH-UP-ONE-DTL-READ
           END-IF.
           EVALUATE TRUE
               WHEN LD-ADDED
                   ADD 1 TO WS-CNT-ADDED
                   ADD 1 TO WS-CYC-ADDED(WS-CYC-NO)
               WHEN LD-UPDATED
                   ADD 1 TO WS-CNT-UPDATED
                   ADD 1 TO WS-CYC-UPDATED(WS-CYC-NO)
               WHEN LD-UNCHANGED
                   ADD 1 TO WS-CNT-UNCHANGED
                   ADD 1 TO WS-CYC-UNCHANGED(WS-CYC-NO)
               WHEN OTHER
                   ADD 1 TO WS-CNT-BAD-ACTION
                   DISPLAY "FIZZDIST - LOADDTL KEY " LD-KEY
                       " ACTION " LD-ACTION " CYCLE " WS-CURR-CYCLE
                       " UNRECOGNIZED - RECORD SKIPPED"
                   GO TO 3540-CATCH-UP-ONE-DTL-READ
           END-EVALUATE.
           PERFORM 3250-FORMAT-DTL THRU 3250-FORMAT-DTL-EXIT.
           ADD 1 TO WS-CYC-DTL(WS-CYC-NO).

       3540-CATCH-UP-ONE-DTL-READ.
           PERFORM 3510-READ-CATCH-UP-DETAIL THRU
               3510-READ-CATCH-UP-DETAIL-EXIT.
       3540-CATCH-UP-ONE-DTL-EXIT.
           EXIT.

       3550-CATCH-UP-ONE-RETIREMENT.
           MOVE WS-RT-HOLD TO LOAD-DETAIL-RECORD.
           IF NOT WS-CURR-IN-SPAN
               IF WS-CURR-CYCLE = ZERO
                   ADD 1 TO WS-CNT-NO-CYCLE
               ELSE
                   ADD 1 TO WS-CNT-OUT-OF-SPAN
               END-IF
               GO TO 3550-CATCH-UP-ONE-RETIREMENT-READ
           END-IF.
           IF NOT LD-RETIRED
               ADD 1 TO WS-CNT-BAD-ACTION
               DISPLAY "FIZZDIST - RETDTL KEY " LD-KEY
                   " ACTION " LD-ACTION " CYCLE " WS-CURR-CYCLE
                   " UNRECOGNIZED - RECORD SKIPPED"
               GO TO 3550-CATCH-UP-ONE-RETIREMENT-READ
           END-IF.
           ADD 1 TO WS-CNT-RETIRED.
           ADD 1 TO WS-CYC-RETIRED(WS-CYC-NO).
           PERFORM 3250-FORMAT-DTL THRU 3250-FORMAT-DTL-EXIT.
           ADD 1 TO WS-CYC-DTL(WS-CYC-NO).

       3550-CATCH-UP-ONE-RETIREMENT-READ.
           PERFORM 3520-READ-CATCH-UP-RETDTL THRU
               3520-READ-CATCH-UP-RETDTL-EXIT.
       3550-CATCH-UP-ONE-RETIREMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-CHECK-HOLD                                            *
      * Decide, before anything is entered on FEEDREG, whether    *
      * the feed must be held - empty, a record skipped for a bad *
      * action, or (catch-up) a cycle of the span missing from    *
      * the concatenation, either at its ends or fed before and   *
      * not found now.  A held feed is never transmitted, so it   *
      * takes no feed number and leaves the register as it was.   *
      *-----------------------------------------------------------*
       7000-CHECK-HOLD.
           IF WS-MODE-CATCH-UP
               PERFORM 7100-CHECK-SPAN THRU 7100-CHECK-SPAN-EXIT
           END-IF.
           IF WS-CNT-WRITTEN = ZERO
               OR WS-CNT-BAD-ACTION > ZERO
               OR WS-CNT-SPAN-MISSING > ZERO
               MOVE "Y" TO WS-FEED-HELD-SW
           END-IF.
       7000-CHECK-HOLD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-CHECK-SPAN                                            *
      * Read the register for cycles in the catch-up span that    *
      * were fed before but are missing from the input - they     *
      * would not be resent.  No register yet is nothing fed.     *
      *-----------------------------------------------------------*
       7100-CHECK-SPAN.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "35"
               GO TO 7100-CHECK-SPAN-EXIT
           END-IF.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               AND WS-REGISTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZDIST - FEEDREG OPEN FAILED - STATUS "
                   WS-REGISTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CATCH-FROM-CYCLE TO FR-CYCLE-DATE.
           MOVE "N" TO WS-REGISTER-EOF-SW.
           START REGISTER-FILE KEY NOT < FR-CYCLE-DATE
               INVALID KEY
                   MOVE "Y" TO WS-REGISTER-EOF-SW
           END-START.
           PERFORM 7110-CHECK-ONE-REGISTERED THRU
               7110-CHECK-ONE-REGISTERED-EXIT
               UNTIL WS-REGISTER-EOF.
           CLOSE REGISTER-FILE.
       7100-CHECK-SPAN-EXIT.
           EXIT.

       7110-CHECK-ONE-REGISTERED.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SW
                   GO TO 7110-CHECK-ONE-REGISTERED-EXIT
           END-READ.
           IF FR-CYCLE-DATE > WS-CATCH-TO-CYCLE
               MOVE "Y" TO WS-REGISTER-EOF-SW
               GO TO 7110-CHECK-ONE-REGISTERED-EXIT
           END-IF.
           MOVE "N" TO WS-CYC-FOUND-SW.
           PERFORM 7120-MATCH-CYCLE THRU 7120-MATCH-CYCLE-EXIT
               VARYING WS-CYC-NO FROM 1 BY 1
               UNTIL WS-CYC-NO > WS-CYC-COUNT
               OR WS-CYC-FOUND.
           IF NOT WS-CYC-FOUND
               DISPLAY "FIZZDIST - CYCLE " FR-CYCLE-DATE " WAS FED "
                   "AS FEED " FR-FEED-NO " BUT IS NOT IN THE "
                   "LOADDTL/RETDTL CONCATENATION - NOT RESENT"
               ADD 1 TO WS-CNT-SPAN-MISSING
           END-IF.
       7110-CHECK-ONE-REGISTERED-EXIT.
           EXIT.

       7120-MATCH-CYCLE.
           IF WS-CYC-DATE(WS-CYC-NO) = FR-CYCLE-DATE
               MOVE "Y" TO WS-CYC-FOUND-SW
           END-IF.
       7120-MATCH-CYCLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the feed control totals, close the files, and end   *
      * RC=8 on a held feed (see 7000-CHECK-HOLD) - an empty      *
      * transmission is always a question for the load step,     *
      * never a normal night.                                      *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           MOVE WS-CNT-UNCHANGED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RETIREMENT DETAIL RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-RETDTL-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RETIRED THIS CYCLE" TO TL-CAPTION.
           MOVE WS-CNT-RETIRED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-BAD-ACTION > ZERO
               MOVE "RECORDS SKIPPED (BAD ACTION)" TO TL-CAPTION
               MOVE WS-CNT-BAD-ACTION TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           IF WS-FEED-HELD
               MOVE "FEED HELD - NOT ON FEEDREG" TO TL-CAPTION
           ELSE
               MOVE "FEED NUMBER (FEEDREG)" TO TL-CAPTION
           END-IF.
           MOVE WS-FEED-NO TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "CYCLES FED BEFORE (RESENT)" TO TL-CAPTION.
           MOVE WS-CNT-REG-RESENT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-MODE-CATCH-UP
               PERFORM 8100-PRINT-CATCH-UP-CYCLES THRU
                   8100-PRINT-CATCH-UP-CYCLES-EXIT
           END-IF.

           CLOSE LOAD-DETAIL-FILE.
           CLOSE DIST-FILE.
           CLOSE REPORT-FILE.

           IF NOT WS-FEED-HELD
               GO TO 8000-FINALIZE-EXIT
           END-IF.
           IF WS-CNT-WRITTEN = ZERO
               DISPLAY "FIZZDIST - FEED IS EMPTY - HOLD THE "
                   "TRANSMISSION AND CHECK THE FIZZLOAD STEP"
           END-IF.
           IF WS-CNT-SPAN-MISSING > ZERO
               DISPLAY "FIZZDIST - CATCH-UP FEED DOES NOT COVER THE "
                   "WHOLE SPAN - HOLD THE TRANSMISSION AND CHECK THE "
                   "LOADDTL/RETDTL CONCATENATION"
           END-IF.
           DISPLAY "FIZZDIST - FEED HELD - NOT ENTERED ON FEEDREG".
           MOVE 8 TO RETURN-CODE.
       8000-FINALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-PRINT-CATCH-UP-CYCLES                                 *
      * List each cycle in the catch-up feed with its counts, and *
      * the records the span left out.                             *
      *-----------------------------------------------------------*
       8100-PRINT-CATCH-UP-CYCLES.
           MOVE "RECORDS OUTSIDE THE SPAN" TO TL-CAPTION.
           MOVE WS-CNT-OUT-OF-SPAN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RECORDS WITH NO CYCLE DATE" TO TL-CAPTION.
           MOVE WS-CNT-NO-CYCLE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SPAN CYCLES NOT FOUND" TO TL-CAPTION.
           MOVE WS-CNT-SPAN-MISSING TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-CYCLE-HEADING-LINE.
           PERFORM 8110-PRINT-ONE-CYCLE THRU 8110-PRINT-ONE-CYCLE-EXIT
               VARYING WS-CYC-NO FROM 1 BY 1
               UNTIL WS-CYC-NO > WS-CYC-COUNT.
       8100-PRINT-CATCH-UP-CYCLES-EXIT.
           EXIT.

       8110-PRINT-ONE-CYCLE.
           MOVE WS-CYC-DATE(WS-CYC-NO) TO CL-CYCLE-DATE.
           MOVE WS-CYC-ADDED(WS-CYC-NO) TO CL-ADDED.
           MOVE WS-CYC-UPDATED(WS-CYC-NO) TO CL-UPDATED.
           MOVE WS-CYC-UNCHANGED(WS-CYC-NO) TO CL-UNCHANGED.
           MOVE WS-CYC-RETIRED(WS-CYC-NO) TO CL-RETIRED.
           MOVE WS-CYC-DTL(WS-CYC-NO) TO CL-DTL.
           WRITE RP-REPORT-LINE FROM WS-CYCLE-DETAIL-LINE.
       8110-PRINT-ONE-CYCLE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-REGISTER-FEED                                         *
      * Enter the feed on the FEEDREG feed register (FEEDREG.CPY) *
      * - take the next feed number from the control record, and  *
      * write or rewrite the entry of every cycle the feed        *
      * carries with the feed number, span, build date/time, the  *
      * DSTRPT control totals, and an outstanding acknowledgment. *
      * Only a feed that is not held is entered.                    *
      *-----------------------------------------------------------*
       8500-REGISTER-FEED.
           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               AND WS-REGISTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZDIST - FEEDREG OPEN FAILED - STATUS "
                   WS-REGISTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 8510-NEXT-FEED-NO THRU 8510-NEXT-FEED-NO-EXIT.
           PERFORM 8530-REGISTER-ONE-CYCLE THRU
               8530-REGISTER-ONE-CYCLE-EXIT
               VARYING WS-CYC-NO FROM 1 BY 1
               UNTIL WS-CYC-NO > WS-CYC-COUNT.
           CLOSE REGISTER-FILE.

           DISPLAY "FIZZDIST - FEED " WS-FEED-NO " ENTERED ON FEEDREG "
               "FOR " WS-CYC-COUNT " CYCLE(S)".
       8500-REGISTER-FEED-EXIT.
           EXIT.

       8510-NEXT-FEED-NO.
           MOVE ZERO TO FR-CYCLE-DATE.
           READ REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-REG-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND-SW
           END-READ.
           IF WS-REG-FOUND
               ADD 1 TO FR-FEED-NO
               MOVE FR-FEED-NO TO WS-FEED-NO
               REWRITE FEED-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "FIZZDIST - FEEDREG CONTROL REWRITE "
                           "FAILED - STATUS " WS-REGISTER-FILE-STATUS
                           " - JOB ABENDING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               INITIALIZE FEED-REGISTER-RECORD
               MOVE 1 TO FR-FEED-NO
               MOVE 1 TO WS-FEED-NO
               WRITE FEED-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "FIZZDIST - FEEDREG CONTROL WRITE "
                           "FAILED - STATUS " WS-REGISTER-FILE-STATUS
                           " - JOB ABENDING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
       8510-NEXT-FEED-NO-EXIT.
           EXIT.

       8530-REGISTER-ONE-CYCLE.
           MOVE WS-CYC-DATE(WS-CYC-NO) TO FR-CYCLE-DATE.
           READ REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-REG-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND-SW
           END-READ.
           IF WS-REG-FOUND
               DISPLAY "FIZZDIST - CYCLE " FR-CYCLE-DATE " WAS FED "
                   "BEFORE AS FEED " FR-FEED-NO " - NOW FEED "
                   WS-FEED-NO ", OUTSTANDING AGAIN"
               ADD 1 TO WS-CNT-REG-RESENT
           ELSE
               INITIALIZE FEED-REGISTER-RECORD
               MOVE WS-CYC-DATE(WS-CYC-NO) TO FR-CYCLE-DATE
               ADD 1 TO WS-CNT-REG-NEW
           END-IF.

           MOVE WS-FEED-NO TO FR-FEED-NO.
           IF WS-MODE-CATCH-UP
               MOVE "C" TO FR-FEED-TYPE
               MOVE WS-CATCH-USER TO FR-BUILT-BY
           ELSE
               MOVE "N" TO FR-FEED-TYPE
               MOVE SPACES TO FR-BUILT-BY
           END-IF.
           MOVE WS-FEED-FIRST-CYCLE TO FR-FEED-FIRST-CYCLE.
           MOVE WS-FEED-LAST-CYCLE TO FR-FEED-LAST-CYCLE.
           MOVE WS-SYSTEM-DATE TO FR-BUILD-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO FR-BUILD-TIME.
           ADD 1 TO FR-SEND-COUNT.
           MOVE WS-CNT-WRITTEN TO FR-FEED-DTL-COUNT.
           MOVE WS-CYC-ADDED(WS-CYC-NO) TO FR-CNT-ADDED.
           MOVE WS-CYC-UPDATED(WS-CYC-NO) TO FR-CNT-UPDATED.
           MOVE WS-CYC-UNCHANGED(WS-CYC-NO) TO FR-CNT-UNCHANGED.
           MOVE WS-CYC-RETIRED(WS-CYC-NO) TO FR-CNT-RETIRED.
           MOVE "O" TO FR-ACK-STATUS.
           MOVE ZERO TO FR-ACK-RECORDED-DATE.
           MOVE ZERO TO FR-ACK-RECORDED-TIME.
           MOVE ZERO TO FR-ACK-LOAD-DATE.
           MOVE ZERO TO FR-ACK-LOAD-TIME.
           MOVE ZERO TO FR-ACK-ACCEPTED-COUNT.
           MOVE ZERO TO FR-ACK-REJECTED-COUNT.

           IF WS-REG-FOUND
               REWRITE FEED-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "FIZZDIST - FEEDREG REWRITE FAILED FOR "
                           "CYCLE " FR-CYCLE-DATE " - STATUS "
                           WS-REGISTER-FILE-STATUS " - JOB ABENDING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE FEED-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "FIZZDIST - FEEDREG WRITE FAILED FOR "
                           "CYCLE " FR-CYCLE-DATE " - STATUS "
                           WS-REGISTER-FILE-STATUS " - JOB ABENDING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.
       8530-REGISTER-ONE-CYCLE-EXIT.
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
               DISPLAY "FIZZDIST - CYCLEDGR OPEN FAILED - STATUS "
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
