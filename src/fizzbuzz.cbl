      *                  RC=16 on a stale or closed cycle.  The
      *                  audit trail's end date and all clock
      *                  times still come from the system clock.
      * 2026-10-08  AJW  The rules version id FIZZRULE stamps on
      *                  each RULESFL generation (RULE-VERSION-ID -
      *                  see RULESREC.CPY) is captured at load time
      *                  and carried onto every classified record
      *                  (OR-RULES-VERSION), the AUDITFL record, and
      *                  the RUNSTAT record, and printed with the
      *                  control totals, so any label can be traced
      *                  to the rules and the run that produced it.
      *                  A rules file from before versioning runs as
      *                  version zero; one whose records disagree is
      *                  warned and runs under the first record's
      *                  id.  OUTRECFL is now 126 bytes and RUNSTAT
      *                  100.
      * 2026-10-10  AJW  Record mode (the nightly FIZ010) now posts
      *                  started/completed records, per stream, on
      *                  the CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and will not run unless FIZZEXTR completed
      *                  the cycle with RC 0 or 4, nor rerun a stream
      *                  that already completed clean, without a
      *                  RERUNCD override card (RERUNCD.CPY).
      * 2026-10-13  AJW  The suspense recycle honours the FIZZSUS
      *                  workbench fields (SUSPREC.CPY, now 160
      *                  bytes): a written-off entry is dropped, a
      *                  held entry is carried without being presented
      *                  or its attempt count bumped until its hold
      *                  date (the hold then lapses), and a corrected
      *                  entry presents its replacement record.  The
      *                  workbench fields are carried through to
      *                  SUSPOUT and the trailer counts held and
      *                  written-off entries.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzbuzz.
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
           COPY SUSPREC.

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD            PIC X(160).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.
       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
           COPY CTLCARD REPLACING
               ==CTL-CARD-RECORD== BY ==WS-CARD-RECORD==

       01 WS-MATCHED-RULE-IDX             PIC 9(02) VALUE ZERO.

      *****************************************************************
      * Rules version id (see RULESREC.CPY) of the RULESFL generation *
      * loaded - carried onto every classified record, the audit      *
      * record, and the run-status record.  A rules file written      *
      * before versioning reads as version zero.  Every record of a   *
      * generation carries the same id; a file that does not (hand-   *
      * edited) is warned once and runs under the first record's id.  *
      *****************************************************************
       01 WS-RULES-VERSION-ID.
           05 WS-RULES-VERSION-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-RULES-VERSION-DATE      PIC 9(08) VALUE ZERO.
           05 WS-RULES-VERSION-TIME      PIC 9(06) VALUE ZERO.
       01 WS-READ-VERSION-ID             PIC X(20).
       01 WS-VERSION-SEEN-SW             PIC X(01) VALUE "N".
           88 WS-VERSION-SEEN             VALUE "Y".
       01 WS-VERSION-MIXED-SW            PIC X(01) VALUE "N".
           88 WS-VERSION-MIXED            VALUE "Y".

      *****************************************************************
      * Rule-application ordering and exclusive-match control.  The  *
      * table is sorted ascending by priority after loading (ties    *
               10 WS-SUSP-LAST-DATE      PIC 9(08).
               10 WS-SUSP-ATTEMPTS       PIC 9(03).
               10 WS-SUSP-ORIG           PIC X(80).
               10 WS-SUSP-WB-STATUS      PIC X(01).
                   88 WS-SUSP-HELD        VALUE "H".
               10 WS-SUSP-HOLD-DATE      PIC 9(08).
               10 WS-SUSP-WO-CODE        PIC X(04).
               10 WS-SUSP-CORRECTED-SW   PIC X(01).

       01 WS-CNT-SUSP-IN                 PIC 9(06) VALUE ZERO.
       01 WS-CNT-SUSP-RECYCLED           PIC 9(06) VALUE ZERO.
       01 WS-CNT-SUSP-CARRIED            PIC 9(06) VALUE ZERO.
       01 WS-CNT-SUSP-NEW                PIC 9(06) VALUE ZERO.
       01 WS-CNT-SUSP-HELD               PIC 9(06) VALUE ZERO.
       01 WS-CNT-SUSP-WRITTEN-OFF        PIC 9(06) VALUE ZERO.

       01 WS-EXCEPTION-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 EX-SOURCE-RECORD           PIC X(80).

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZ010".
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
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           IF WS-MODE-RECORD
               PERFORM 8900-POST-COMPLETED THRU
                   8900-POST-COMPLETED-EXIT
           END-IF.

           STOP RUN.

               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           IF WS-MODE-RECORD
               MOVE WS-STREAM-ID TO WS-LEDGER-STREAM
               PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT
           END-IF.

           PERFORM 1500-LOAD-RULES THRU 1500-LOAD-RULES-EXIT.
           PERFORM 1600-CHECK-RESTART THRU 1600-CHECK-RESTART-EXIT.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY). In *
      * record mode (the nightly run) the extract, FIZZEXTR, must *
      * have completed this cycle with RC 0 or 4. This step's own *
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
               DISPLAY "FIZZBUZZ - CYCLEDGR OPEN FAILED - STATUS "
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
                   DISPLAY "FIZZBUZZ - ALREADY COMPLETED FOR CYCLE "
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
               DISPLAY "FIZZBUZZ - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
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
               DISPLAY "FIZZBUZZ - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
      * FIZZEXTR, the extract this stream classifies, must have   *
      * completed for the cycle with RC 0 or 4 - an RC=8 extract  *
      * was empty or left keys in no stream band.                 *
      *-----------------------------------------------------------*
       1430-CHECK-PREDECESSOR.
           MOVE "FIZZEXTR" TO WS-LOOK-STEP.
           MOVE SPACES TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
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
                   DISPLAY "FIZZBUZZ - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " HAS NOT RUN FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZBUZZ - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
               WHEN OTHER
                   DISPLAY "FIZZBUZZ - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-RUN-DATE-YYYYMMDD
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZBUZZ - SUPPLY A RERUNCD CARD TO RUN "
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
                   DISPLAY "FIZZBUZZ - CYCLEDGR POSTING " LG-KEY
                       " FAILED - STATUS " WS-LEDGER-FILE-STATUS
                       " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
       1440-WRITE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-RULES                                            *
      * Load the divisor/label classification rules from RULESFL  *
           EXIT.

       1520-STORE-RULE.
           PERFORM 1525-NOTE-RULES-VERSION THRU
               1525-NOTE-RULES-VERSION-EXIT.

           EVALUATE TRUE
               WHEN RULE-INACTIVE
                   CONTINUE
       1520-STORE-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1525-NOTE-RULES-VERSION                                    *
      * Take the rules version id from the first RULESFL record   *
      * (spaces - a file from before versioning - is version      *
      * zero) and warn once if a later record carries another.     *
      *-----------------------------------------------------------*
       1525-NOTE-RULES-VERSION.
           IF RULE-VERSION-ID IS NUMERIC
               MOVE RULE-VERSION-ID TO WS-READ-VERSION-ID
           ELSE
               MOVE ZERO TO WS-READ-VERSION-ID
           END-IF.

           IF NOT WS-VERSION-SEEN
               MOVE WS-READ-VERSION-ID TO WS-RULES-VERSION-ID
               MOVE "Y" TO WS-VERSION-SEEN-SW
               GO TO 1525-NOTE-RULES-VERSION-EXIT
           END-IF.

           IF WS-READ-VERSION-ID NOT = WS-RULES-VERSION-ID
               AND NOT WS-VERSION-MIXED
               DISPLAY "FIZZBUZZ - RULESFL RECORDS CARRY MORE THAN "
                   "ONE RULES VERSION ID - RUNNING AS VERSION "
                   WS-RULES-VERSION-SEQ
               MOVE "Y" TO WS-VERSION-MIXED-SW
           END-IF.
       1525-NOTE-RULES-VERSION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1530-SORT-RULES                                            *
      * Order the loaded rules ascending by priority so they      *
                   MOVE IR-KEY TO OR-KEY
                   MOVE IR-DATA TO OR-DATA
                   MOVE WS-CLASSIFICATION-LABEL TO OR-CLASSIFICATION
                   MOVE WS-RULES-VERSION-SEQ TO OR-RULES-VERSION
                   WRITE OUTPUT-RECORD-LAYOUT
               ELSE
                   PERFORM 3160-WRITE-EXCEPTION THRU
               TO WS-SUSP-LAST-DATE(WS-SUSP-IDX).
           MOVE 1 TO WS-SUSP-ATTEMPTS(WS-SUSP-IDX).
           MOVE INPUT-RECORD-LAYOUT TO WS-SUSP-ORIG(WS-SUSP-IDX).
           MOVE SPACE TO WS-SUSP-WB-STATUS(WS-SUSP-IDX).
           MOVE ZERO TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX).
           MOVE SPACES TO WS-SUSP-WO-CODE(WS-SUSP-IDX).
           MOVE SPACE TO WS-SUSP-CORRECTED-SW(WS-SUSP-IDX).
       3170-POST-TO-SUSPENSE-EXIT.
           EXIT.

      * with the attempt count bumped.  Like the exception report *
      * (see the FIZZBUZJ rerun notes), this pass is not          *
      * checkpoint-aware - a rerun re-presents the file in full.  *
      * A missing SUSPIN (first cycle) is not an error.  Entries  *
      * written off on the FIZZSUS workbench are dropped here and *
      * held entries are carried without being presented.          *
      *-----------------------------------------------------------*
       3500-RECYCLE-SUSPENSE.
           OPEN INPUT SUSPENSE-IN-FILE.
           EXIT.

       3520-RECYCLE-ONE-ENTRY.
           IF SUSP-WRITTEN-OFF
               ADD 1 TO WS-CNT-SUSP-WRITTEN-OFF
               GO TO 3520-RECYCLE-ONE-ENTRY-NEXT
           END-IF.

           IF WS-SUSP-COUNT = 1000
               DISPLAY "FIZZBUZZ - SUSPENSE TABLE FULL - KEY "
                   SUSP-KEY " CARRIED FORWARD UNCHANGED"
                   3530-RECYCLE-TABLE-ENTRY-EXIT
           END-IF.

       3520-RECYCLE-ONE-ENTRY-NEXT.
           PERFORM 3510-READ-SUSPENSE THRU 3510-READ-SUSPENSE-EXIT.
       3520-RECYCLE-ONE-ENTRY-EXIT.
           EXIT.
      * 3530-RECYCLE-TABLE-ENTRY                                   *
      * Load one suspense record into the table, re-validate its  *
      * original record, and either classify it to OUTRECFL or    *
      * carry it forward with the attempt count bumped.  An entry *
      * held until after this cycle is carried as it stands; a    *
      * hold that has run out is cleared and the entry presented. *
      *-----------------------------------------------------------*
       3530-RECYCLE-TABLE-ENTRY.
           ADD 1 TO WS-SUSP-COUNT.
               TO WS-SUSP-LAST-DATE(WS-SUSP-IDX).
           MOVE SUSP-ATTEMPT-COUNT TO WS-SUSP-ATTEMPTS(WS-SUSP-IDX).
           MOVE SUSP-ORIG-RECORD TO WS-SUSP-ORIG(WS-SUSP-IDX).
           MOVE SUSP-WB-STATUS TO WS-SUSP-WB-STATUS(WS-SUSP-IDX).
           MOVE SUSP-HOLD-UNTIL-DATE
               TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX).
           MOVE SUSP-WRITEOFF-CODE TO WS-SUSP-WO-CODE(WS-SUSP-IDX).
           MOVE SUSP-CORRECTED-SW
               TO WS-SUSP-CORRECTED-SW(WS-SUSP-IDX).
           IF WS-SUSP-HOLD-DATE(WS-SUSP-IDX) IS NOT NUMERIC
               MOVE ZERO TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
           END-IF.

           IF WS-SUSP-HELD(WS-SUSP-IDX)
               IF WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
                   > WS-RUN-DATE-YYYYMMDD
                   ADD 1 TO WS-CNT-SUSP-HELD
                   ADD 1 TO WS-CNT-SUSP-CARRIED
                   GO TO 3530-RECYCLE-TABLE-ENTRY-EXIT
               END-IF
               MOVE SPACE TO WS-SUSP-WB-STATUS(WS-SUSP-IDX)
               MOVE ZERO TO WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
           END-IF.

           MOVE SUSP-ORIG-RECORD TO WS-RECYCLE-RECORD.
           MOVE WS-RC-KEY TO WS-VALIDATE-KEY.
               MOVE WS-RC-KEY TO OR-KEY
               MOVE WS-RC-DATA TO OR-DATA
               MOVE WS-CLASSIFICATION-LABEL TO OR-CLASSIFICATION
               MOVE WS-RULES-VERSION-SEQ TO OR-RULES-VERSION
               WRITE OUTPUT-RECORD-LAYOUT
               MOVE "Y" TO WS-SUSP-DROPPED-SW(WS-SUSP-IDX)
               ADD 1 TO WS-CNT-SUSP-RECYCLED
               TO SUSPENSE-OUT-RECORD(53:3).
           MOVE WS-SUSP-ORIG(WS-SUSP-IDX)
               TO SUSPENSE-OUT-RECORD(56:80).
           MOVE WS-SUSP-WB-STATUS(WS-SUSP-IDX)
               TO SUSPENSE-OUT-RECORD(136:1).
           MOVE WS-SUSP-HOLD-DATE(WS-SUSP-IDX)
               TO SUSPENSE-OUT-RECORD(137:8).
           MOVE WS-SUSP-WO-CODE(WS-SUSP-IDX)
               TO SUSPENSE-OUT-RECORD(145:4).
           MOVE WS-SUSP-CORRECTED-SW(WS-SUSP-IDX)
               TO SUSPENSE-OUT-RECORD(149:1).
           WRITE SUSPENSE-OUT-RECORD.
       3710-WRITE-ONE-SUSPENSE-EXIT.
           EXIT.
           MOVE "NEW KEYS ADDED TO SUSPENSE" TO TL-CAPTION.
           MOVE WS-CNT-SUSP-NEW TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE HELD - NOT PRESENTED" TO TL-CAPTION.
           MOVE WS-CNT-SUSP-HELD TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUSPENSE WRITTEN OFF - DROPPED" TO TL-CAPTION.
           MOVE WS-CNT-SUSP-WRITTEN-OFF TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RULES VERSION APPLIED" TO TL-CAPTION.
           MOVE WS-RULES-VERSION-SEQ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

           ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME-RAW FROM TIME.

           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-JOB-NAME TO AUDIT-JOB-NAME.
           MOVE WS-RUN-DATE-YYYYMMDD TO AUDIT-START-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO AUDIT-START-TIME.
           MOVE WS-RANGE-END TO AUDIT-RANGE-END.
           MOVE WS-RUN-MODE TO AUDIT-RUN-MODE.
           MOVE WS-CNT-TOTAL TO AUDIT-TOTAL-RECORDS.
           MOVE WS-RULES-VERSION-ID TO AUDIT-RULES-VERSION-ID.

           WRITE AUDIT-TRAIL-RECORD.
       8200-WRITE-AUDIT-RECORD-EXIT.
           MOVE WS-CNT-NO-MATCH TO RS-CNT-NO-MATCH.
           MOVE WS-CNT-EXCEPTIONS TO RS-CNT-EXCEPTIONS.
           MOVE WS-RESUME-START TO RS-RESUME-POINT.
           MOVE WS-RULES-VERSION-ID TO RS-RULES-VERSION-ID.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
       8400-WRITE-RUN-STATUS-EXIT.
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
               DISPLAY "FIZZBUZZ - CYCLEDGR OPEN FAILED - STATUS "
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
